      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CREDIARIO ROTATIVO - MANUTENCAO DA CONTA E LANCAMENTO
      *          DE COMPRAS (ROTATIVO.DAT): em vez de abrir um
      *          contrato novo a cada compra pequena, o cliente tem
      *          uma conta com limite aprovado e as compras do mes
      *          entram contra ela; o FINROT fecha a fatura no dia de
      *          corte. (A)bre a conta - com um contrato companheiro
      *          em FDCONTR.DAT (metodo 'R', numero da serie
      *          CONTRATO do NUMCTL) por onde as faturas passam a
      *          ser cobradas como parcelas -, (C)ompra contra o
      *          limite disponivel, altera o (L)imite, (B)loqueia e
      *          (D)esbloqueia, (E)ncerra a conta zerada e (I)ndaga
      *          limite, utilizado, faturas e compras do ciclo.
      *          Abertura, limite, bloqueio e encerramento sao do
      *          supervisor; compra, de qualquer operador; nivel de
      *          consulta so indaga. Compra entra na contabil como
      *          movimento 'O' em MOVDIA.DAT. Com o JOB NOTURNO ou
      *          um ciclo diurno postando (TRAVACTL), nao abre: o
      *          FINROT fecha a fatura e o FINRET regrava o contrato
      *          companheiro sobre os mesmos registros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ROTATIVO       ASSIGN TO "ROTATIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUM-CONTA
               ALTERNATE RECORD KEY IS RC-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ROTATIVO.
           SELECT FD-ROTMOV         ASSIGN TO "ROTMOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CHAVE
               FILE STATUS IS WS-FS-ROTMOV.
           SELECT FD-ROTFAT         ASSIGN TO "ROTFAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-FS-ROTFAT.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-CADASTRO       ASSIGN TO "CADPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CAD-COD-CLIENTE
               ALTERNATE RECORD KEY IS FD-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ROTATIVO.
       01  FD-ROTATIVO-REC.
           COPY ROTCTAREC.

       FD  FD-ROTMOV.
       01  FD-ROTMOV-REC.
           COPY ROTMOVREC.

       FD  FD-ROTFAT.
       01  FD-ROTFAT-REC.
           COPY ROTFATREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-ROTATIVO      PIC X(02) VALUE '00'.
           03 WS-FS-ROTMOV        PIC X(02) VALUE '00'.
           03 WS-FS-ROTFAT        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.
         COPY OPERFILPARM.
         COPY DATAMOVPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY NOMEFMTPARM.
         COPY TRAVAPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'ROTMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-ABRIR              VALUE 'A', 'a'.
             88 WS-TRANS-COMPRA             VALUE 'C', 'c'.
             88 WS-TRANS-LIMITE             VALUE 'L', 'l'.
             88 WS-TRANS-BLOQUEAR           VALUE 'B', 'b'.
             88 WS-TRANS-DESBLOQUEAR        VALUE 'D', 'd'.
             88 WS-TRANS-ENCERRAR           VALUE 'E', 'e'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
         01 WS-RESPOSTA             PIC X(01).
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-NUM-CONTA            PIC 9(08).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NOME-CLIENTE         PIC X(20).
         01 WS-CLIENTE-OK           PIC X(01).
             88 WS-CLIENTE-VALIDO           VALUE 'S'.
         01 WS-CONTA-EXISTENTE      PIC X(01).
             88 WS-CLIENTE-TEM-CONTA        VALUE 'S'.
         01 WS-FIM-BUSCA            PIC X(01).
             88 WS-EOF-BUSCA                VALUE 'S'.

      *  Condicoes da conta informadas na abertura; pagamento
      *  minimo e prazo de vencimento tem padrao quando zerados.
         01 WS-CONDICOES.
           03 WS-VR-LIMITE          PIC 9(05)V99.
           03 WS-TAXA-ROTATIVO      PIC 9(02)V9(04).
           03 WS-PCT-MINIMO         PIC 9(03)V99.
           03 WS-DIA-CORTE          PIC 9(02).
           03 WS-DIAS-VENCTO        PIC 9(02).

      *  Limite utilizado: saldo financiado + compras do ciclo +
      *  faturas em aberto no contrato companheiro.
         01 WS-APURACAO.
           03 WS-VR-FATURAS-ABERTAS PIC 9(07)V99.
           03 WS-VR-UTILIZADO       PIC 9(07)V99.
           03 WS-VR-DISPONIVEL      PIC 9(07)V99.
           03 WS-QTD-VENCIDAS       PIC 9(03).
           03 WS-IND                PIC 9(03).

         01 WS-COMPRA.
           03 WS-VR-COMPRA          PIC 9(05)V99.
           03 WS-DESCR-COMPRA       PIC X(30).

         01 WS-EDICAO.
           03 WS-ED-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 WS-ED-VALOR-2         PIC ZZ.ZZZ.ZZ9,99.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN); zerada na inclusao.
         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

      *    Conta, compras e contrato companheiro sao regravados
      *    pelo FINROT/FINRET: so abre com o lote parado.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB ' TC-JOB-ABERTO ' EM EXECUCAO: CREDIARIO '
                       'ROTATIVO INDISPONIVEL. AGUARDE O TERMINO.'
               GOBACK
           END-IF
      *    Conta aberta aqui nasce na filial do operador.
           MOVE SN-USUARIO TO OF-OPERADOR
           CALL 'OPERFIL' USING OF-OPERADOR OF-COD-FILIAL

           OPEN I-O FD-ROTATIVO
           IF WS-FS-ROTATIVO = '35'
               OPEN OUTPUT FD-ROTATIVO
               CLOSE FD-ROTATIVO
               OPEN I-O FD-ROTATIVO
           END-IF
           MOVE WS-FS-ROTATIVO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'ROTATIVO.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           DISPLAY 'CREDIARIO ROTATIVO  (A)BRE (C)OMPRA (L)IMITE '
                   '(B)LOQUEIA (D)ESBLOQUEIA (E)NCERRA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           IF SN-NIVEL-CONSULTA AND NOT WS-TRANS-CONSULTAR
               DISPLAY 'NIVEL DE CONSULTA: SOMENTE (I)NDAGA.'
               MOVE SPACE TO WS-TRANSACAO
           END-IF
           IF NOT SN-NIVEL-SUPERVISOR
               AND (WS-TRANS-ABRIR OR WS-TRANS-LIMITE
                    OR WS-TRANS-BLOQUEAR OR WS-TRANS-DESBLOQUEAR
                    OR WS-TRANS-ENCERRAR)
               DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               MOVE SPACE TO WS-TRANSACAO
           END-IF

           EVALUATE TRUE
               WHEN WS-TRANS-ABRIR
                   PERFORM ABRE-CONTA
               WHEN WS-TRANS-COMPRA
                   PERFORM LANCA-COMPRA
               WHEN WS-TRANS-LIMITE
                   PERFORM ALTERA-LIMITE
               WHEN WS-TRANS-BLOQUEAR
                   PERFORM BLOQUEIA-CONTA
               WHEN WS-TRANS-DESBLOQUEAR
                   PERFORM DESBLOQUEIA-CONTA
               WHEN WS-TRANS-ENCERRAR
                   PERFORM ENCERRA-CONTA
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-CONTA
               WHEN WS-TRANSACAO = SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-ROTATIVO
           GOBACK.

       ABRE-CONTA.
      *    Uma conta por cliente ativo do cadastro. A conta nasce
      *    com o contrato companheiro em FDCONTR.DAT, que recebe as
      *    faturas como parcelas; o limite nao e dinheiro liberado
      *    e nao vai para a contabil - quem entra na carteira e
      *    cada compra.
           DISPLAY 'CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM BUSCA-CLIENTE
           IF NOT WS-CLIENTE-VALIDO
               DISPLAY 'CLIENTE INEXISTENTE OU INATIVO NO CADASTRO.'
           ELSE
               PERFORM VERIFICA-CONTA-DO-CLIENTE
               IF WS-CLIENTE-TEM-CONTA
                   DISPLAY 'CLIENTE JA TEM CONTA NO ROTATIVO: '
                           WS-NUM-CONTA
               ELSE
                   DISPLAY 'CLIENTE: ' WS-NOME-CLIENTE
                   PERFORM ACEITA-CONDICOES-CONTA
                   DISPLAY 'CONFIRMA A ABERTURA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       PERFORM GRAVA-CONTA-NOVA
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF
           .

       BUSCA-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK
           MOVE SPACES TO WS-NOME-CLIENTE
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '00'
               MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT FD-CLIENTE-INATIVO
                           SET WS-CLIENTE-VALIDO TO TRUE
                           IF FD-PESSOA-JURIDICA
                               MOVE FD-RAZAO-SOCIAL TO WS-NOME-CLIENTE
                           ELSE
                               MOVE FD-PRIMEIRO-NOME
                                   TO NF-PRIMEIRO-NOME
                               MOVE FD-ULTIMO-NOME TO NF-ULTIMO-NOME
                               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                                       NF-ULTIMO-NOME NF-NOME-COMPLETO
                               MOVE NF-NOME-COMPLETO
                                   TO WS-NOME-CLIENTE
                           END-IF
                       END-IF
               END-READ
               CLOSE FD-CADASTRO
           END-IF
           .

       VERIFICA-CONTA-DO-CLIENTE.
      *    Conta encerrada nao conta: o cliente pode reabrir.
           MOVE 'N' TO WS-CONTA-EXISTENTE WS-FIM-BUSCA
           MOVE WS-COD-CLIENTE TO RC-COD-CLIENTE
           START FD-ROTATIVO KEY NOT < RC-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-BUSCA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-BUSCA
               READ FD-ROTATIVO NEXT RECORD
                   AT END
                       SET WS-EOF-BUSCA TO TRUE
                   NOT AT END
                       IF RC-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-BUSCA TO TRUE
                       ELSE
                           IF NOT RC-ENCERRADA
                               SET WS-CLIENTE-TEM-CONTA TO TRUE
                               MOVE RC-NUM-CONTA TO WS-NUM-CONTA
                               SET WS-EOF-BUSCA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ACEITA-CONDICOES-CONTA.
           PERFORM ACEITA-LIMITE
           DISPLAY 'JUROS DO ROTATIVO AO MES (EX: 09,9000) : '
           PERFORM WITH TEST AFTER UNTIL WS-TAXA-ROTATIVO IS NUMERIC
                   AND WS-TAXA-ROTATIVO > ZEROS
               ACCEPT WS-TAXA-ROTATIVO
               IF WS-TAXA-ROTATIVO NOT NUMERIC
                   OR WS-TAXA-ROTATIVO = ZEROS
                   DISPLAY 'TAXA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'PAGAMENTO MINIMO % DA FATURA (0 = 15,00) : '
           PERFORM WITH TEST AFTER UNTIL WS-PCT-MINIMO IS NUMERIC
                   AND WS-PCT-MINIMO NOT > 100
               ACCEPT WS-PCT-MINIMO
               IF WS-PCT-MINIMO NOT NUMERIC
                   OR WS-PCT-MINIMO > 100
                   DISPLAY 'PERCENTUAL INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-PCT-MINIMO = ZEROS
               MOVE 15 TO WS-PCT-MINIMO
           END-IF
           DISPLAY 'DIA DE CORTE DA FATURA (01-28) : '
           PERFORM WITH TEST AFTER UNTIL WS-DIA-CORTE IS NUMERIC
                   AND WS-DIA-CORTE > ZEROS AND WS-DIA-CORTE < 29
               ACCEPT WS-DIA-CORTE
               IF WS-DIA-CORTE NOT NUMERIC
                   OR WS-DIA-CORTE = ZEROS OR WS-DIA-CORTE > 28
                   DISPLAY 'DIA INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'DIAS DO CORTE AO VENCIMENTO (05-20; 0 = 10) : '
           PERFORM WITH TEST AFTER UNTIL WS-DIAS-VENCTO IS NUMERIC
                   AND (WS-DIAS-VENCTO = ZEROS
                        OR (WS-DIAS-VENCTO > 4
                            AND WS-DIAS-VENCTO < 21))
               ACCEPT WS-DIAS-VENCTO
               IF WS-DIAS-VENCTO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               ELSE
                   IF WS-DIAS-VENCTO NOT = ZEROS
                       AND (WS-DIAS-VENCTO < 5
                            OR WS-DIAS-VENCTO > 20)
                       DISPLAY 'PRAZO INVALIDO. NOVAMENTE : '
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIAS-VENCTO = ZEROS
               MOVE 10 TO WS-DIAS-VENCTO
           END-IF
           .

       ACEITA-LIMITE.
           DISPLAY 'LIMITE APROVADO (EX: 1500,00) : '
           PERFORM WITH TEST AFTER UNTIL WS-VR-LIMITE IS NUMERIC
                   AND WS-VR-LIMITE > ZEROS
               ACCEPT WS-VR-LIMITE
               IF WS-VR-LIMITE NOT NUMERIC
                   OR WS-VR-LIMITE = ZEROS
                   DISPLAY 'LIMITE INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       GRAVA-CONTA-NOVA.
           PERFORM OBTEM-NUMERO-CONTRATO

           OPEN I-O FD-CONTRATO
           IF WS-FS-CONTRATO = '35'
               OPEN OUTPUT FD-CONTRATO
               CLOSE FD-CONTRATO
               OPEN I-O FD-CONTRATO
           END-IF
           MOVE LOW-VALUES TO WS-ANTES-CONTRATO
           INITIALIZE FD-CONTRATO-REC
           MOVE WS-NUM-CONTA       TO FD-NUM-CONTRATO
           MOVE WS-COD-CLIENTE     TO FD-COD-CLIENTE
           MOVE WS-NOME-CLIENTE    TO FD-CLIENTE
           MOVE 'CREDIARIO ROTATIVO' TO FD-OBJETO
           MOVE WS-VR-LIMITE       TO FD-VALOR
           MOVE WS-TAXA-ROTATIVO   TO FD-TAXA-JUROS
           SET FD-CONTA-ROTATIVA   TO TRUE
           MOVE ZEROS              TO FD-NUM-PARCELAS
           MOVE 'A'                TO FD-STATUS-CONTRATO
           MOVE WS-DATA-HOJE       TO FD-DATA-CONTRATACAO
           MOVE 'N'                TO FD-SEGURO-FLAG
           MOVE OF-COD-FILIAL      TO FD-COD-FILIAL
           WRITE FD-CONTRATO-REC
               INVALID KEY
                   DISPLAY 'CONTRATO ' WS-NUM-CONTA
                           ' JA EXISTE NO MESTRE - CONTA NAO ABERTA.'
           END-WRITE
           IF WS-FS-CONTRATO = '00'
               SET AF-PARM-INCLUSAO TO TRUE
               PERFORM GRAVA-AUDIT-CONTRATO
           END-IF
           CLOSE FD-CONTRATO

           IF AF-PARM-INCLUSAO
               MOVE SPACES TO FD-ROTATIVO-REC
               MOVE WS-NUM-CONTA       TO RC-NUM-CONTA
               MOVE WS-COD-CLIENTE     TO RC-COD-CLIENTE
               MOVE WS-VR-LIMITE       TO RC-VR-LIMITE
               MOVE WS-TAXA-ROTATIVO   TO RC-TAXA-ROTATIVO
               MOVE WS-PCT-MINIMO      TO RC-PCT-MINIMO
               MOVE WS-DIA-CORTE       TO RC-DIA-CORTE
               MOVE WS-DIAS-VENCTO     TO RC-DIAS-VENCTO
               MOVE 'A'                TO RC-SITUACAO
               MOVE ZEROS TO RC-VR-FINANCIADO RC-VR-COMPRAS-CICLO
                             RC-QTD-FATURAS RC-VR-MINIMO-ULT
                             RC-ULT-SEQ-MOV
      *        O primeiro corte so vale a partir da abertura: conta
      *        aberta depois do dia de corte fecha no mes seguinte.
               MOVE WS-DATA-HOJE       TO RC-DATA-ULT-CORTE
               MOVE WS-DATA-HOJE       TO RC-DATA-ABERTURA
               PERFORM CARIMBA-MANUTENCAO
               WRITE FD-ROTATIVO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A CONTA.'
                   NOT INVALID KEY
                       DISPLAY 'CONTA ' WS-NUM-CONTA ' ABERTA. '
                               'CORTE DIA ' WS-DIA-CORTE ', '
                               'VENCIMENTO ' WS-DIAS-VENCTO
                               ' DIAS DEPOIS.'
               END-WRITE
           END-IF
           .

       OBTEM-NUMERO-CONTRATO.
      *    Mesma serie 'CONTRATO' do FINAN2 (le, usa e incrementa):
      *    o contrato companheiro nao colide com os contratos do
      *    balcao e do lote. Serie ainda nao criada e semeada com o
      *    maior contrato ja gravado + 1, como la.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF

           MOVE 'CONTRATO' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   PERFORM SEMEIA-SERIE-CONTRATO
                   MOVE 'CONTRATO' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ

           MOVE NU-PROXIMO-NUMERO TO WS-NUM-CONTA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       SEMEIA-SERIE-CONTRATO.
           MOVE 1 TO NU-PROXIMO-NUMERO
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO = '00'
               MOVE 'N' TO WS-FIM-BUSCA
               PERFORM UNTIL WS-EOF-BUSCA
                   READ FD-CONTRATO NEXT RECORD
                       AT END
                           SET WS-EOF-BUSCA TO TRUE
                       NOT AT END
                           IF FD-NUM-CONTRATO NOT <
                                   NU-PROXIMO-NUMERO
                               COMPUTE NU-PROXIMO-NUMERO =
                                   FD-NUM-CONTRATO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONTRATO
           END-IF
           .

       LANCA-COMPRA.
      *    Compra so em conta ativa e dentro do limite disponivel;
      *    entra no ciclo aberto (sai na proxima fatura) e na
      *    contabil como movimento 'O'.
           PERFORM LE-CONTA
           IF WS-FS-ROTATIVO = '00'
               IF NOT RC-ATIVA
                   PERFORM MOSTRA-SITUACAO-CONTA
                   DISPLAY 'COMPRA RECUSADA.'
               ELSE
                   PERFORM APURA-UTILIZADO
                   MOVE WS-VR-DISPONIVEL TO WS-ED-VALOR
                   DISPLAY 'LIMITE DISPONIVEL: ' WS-ED-VALOR
                   DISPLAY 'VALOR DA COMPRA : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-VR-COMPRA IS NUMERIC
                           AND WS-VR-COMPRA > ZEROS
                       ACCEPT WS-VR-COMPRA
                       IF WS-VR-COMPRA NOT NUMERIC
                           OR WS-VR-COMPRA = ZEROS
                           DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   IF WS-VR-COMPRA > WS-VR-DISPONIVEL
                       DISPLAY 'COMPRA RECUSADA - ACIMA DO LIMITE '
                               'DISPONIVEL.'
                   ELSE
                       DISPLAY 'DESCRICAO DA COMPRA : '
                       ACCEPT WS-DESCR-COMPRA
                       PERFORM GRAVA-COMPRA
                   END-IF
               END-IF
           END-IF
           .

       GRAVA-COMPRA.
           OPEN I-O FD-ROTMOV
           IF WS-FS-ROTMOV = '35'
               OPEN OUTPUT FD-ROTMOV
               CLOSE FD-ROTMOV
               OPEN I-O FD-ROTMOV
           END-IF
           ADD 1 TO RC-ULT-SEQ-MOV
           MOVE SPACES          TO FD-ROTMOV-REC
           MOVE RC-NUM-CONTA    TO RM-NUM-CONTA
           MOVE RC-ULT-SEQ-MOV  TO RM-SEQ
           SET RM-COMPRA        TO TRUE
           MOVE WS-DATA-HOJE    TO RM-DATA
           MOVE WS-VR-COMPRA    TO RM-VALOR
           MOVE WS-DESCR-COMPRA TO RM-DESCRICAO
           MOVE ZEROS           TO RM-NUM-FATURA
           MOVE SN-USUARIO      TO RM-USUARIO
           WRITE FD-ROTMOV-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DA COMPRA.'
           END-WRITE
           CLOSE FD-ROTMOV

           IF WS-FS-ROTMOV = '00'
               ADD WS-VR-COMPRA TO RC-VR-COMPRAS-CICLO
               PERFORM CARIMBA-MANUTENCAO
               REWRITE FD-ROTATIVO-REC
               SET MV-COMPRA-ROTATIVO TO TRUE
               MOVE RC-NUM-CONTA TO MV-NUM-CONTRATO
               MOVE WS-VR-COMPRA TO MV-VALOR
               PERFORM GRAVA-MOVDIA
               COMPUTE WS-VR-DISPONIVEL =
                   WS-VR-DISPONIVEL - WS-VR-COMPRA
               MOVE WS-VR-DISPONIVEL TO WS-ED-VALOR
               DISPLAY 'COMPRA LANCADA. LIMITE DISPONIVEL: '
                       WS-ED-VALOR
           END-IF
           .

       ALTERA-LIMITE.
      *    O limite novo vale para as proximas compras; abaixo do
      *    ja utilizado, a conta fica sem disponivel ate os
      *    pagamentos baixarem o saldo. O valor do contrato
      *    companheiro acompanha o limite.
           PERFORM LE-CONTA
           IF WS-FS-ROTATIVO = '00'
               IF RC-ENCERRADA
                   DISPLAY 'CONTA ENCERRADA.'
               ELSE
                   PERFORM APURA-UTILIZADO
                   MOVE RC-VR-LIMITE    TO WS-ED-VALOR
                   MOVE WS-VR-UTILIZADO TO WS-ED-VALOR-2
                   DISPLAY 'LIMITE ATUAL: ' WS-ED-VALOR
                           '  UTILIZADO: ' WS-ED-VALOR-2
                   PERFORM ACEITA-LIMITE
                   IF WS-VR-LIMITE < WS-VR-UTILIZADO
                       DISPLAY 'AVISO: LIMITE NOVO ABAIXO DO '
                               'UTILIZADO - SEM DISPONIVEL PARA '
                               'COMPRAS.'
                   END-IF
                   MOVE WS-VR-LIMITE TO RC-VR-LIMITE
                   PERFORM CARIMBA-MANUTENCAO
                   REWRITE FD-ROTATIVO-REC
                   OPEN I-O FD-CONTRATO
                   MOVE RC-NUM-CONTA TO FD-NUM-CONTRATO
                   READ FD-CONTRATO
                       INVALID KEY
                           DISPLAY 'CONTRATO DA CONTA NAO ENCONTRADO.'
                       NOT INVALID KEY
                           MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
                           MOVE WS-VR-LIMITE TO FD-VALOR
                           REWRITE FD-CONTRATO-REC
                           SET AF-PARM-ALTERACAO TO TRUE
                           PERFORM GRAVA-AUDIT-CONTRATO
                   END-READ
                   CLOSE FD-CONTRATO
                   DISPLAY 'LIMITE ALTERADO.'
               END-IF
           END-IF
           .

       BLOQUEIA-CONTA.
           PERFORM LE-CONTA
           IF WS-FS-ROTATIVO = '00'
               IF NOT RC-ATIVA
                   PERFORM MOSTRA-SITUACAO-CONTA
               ELSE
                   DISPLAY 'CONFIRMA O BLOQUEIO (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       MOVE 'B' TO RC-SITUACAO
                       MOVE 'M' TO RC-MOTIVO-BLOQUEIO
                       PERFORM CARIMBA-MANUTENCAO
                       REWRITE FD-ROTATIVO-REC
                       DISPLAY 'CONTA BLOQUEADA PARA COMPRAS.'
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF
           .

       DESBLOQUEIA-CONTA.
      *    Bloqueio por inadimplencia so sai com a fatura vencida
      *    paga (o FINROT desbloqueia sozinho); contrato fora da
      *    carteira ativa (prejuizo, cessao) nao volta a comprar.
           PERFORM LE-CONTA
           IF WS-FS-ROTATIVO = '00'
               IF NOT RC-BLOQUEADA
                   PERFORM MOSTRA-SITUACAO-CONTA
               ELSE
                   PERFORM APURA-UTILIZADO
                   EVALUATE TRUE
                       WHEN RC-BLOQ-CONTRATO
                           DISPLAY 'CONTRATO DA CONTA FORA DA '
                                   'CARTEIRA ATIVA - NAO DESBLOQUEIA.'
                       WHEN WS-QTD-VENCIDAS > ZEROS
                           DISPLAY 'CONTA COM ' WS-QTD-VENCIDAS
                                   ' FATURA(S) VENCIDA(S) EM ABERTO '
                                   '- NAO DESBLOQUEIA.'
                       WHEN OTHER
                           MOVE 'A'    TO RC-SITUACAO
                           MOVE SPACES TO RC-MOTIVO-BLOQUEIO
                           PERFORM CARIMBA-MANUTENCAO
                           REWRITE FD-ROTATIVO-REC
                           DISPLAY 'CONTA DESBLOQUEADA.'
                   END-EVALUATE
               END-IF
           END-IF
           .

       ENCERRA-CONTA.
      *    So conta sem saldo nenhum (nem financiado, nem compra do
      *    ciclo, nem fatura em aberto); o contrato companheiro sai
      *    quitado.
           PERFORM LE-CONTA
           IF WS-FS-ROTATIVO = '00'
               IF RC-ENCERRADA
                   DISPLAY 'CONTA JA ENCERRADA.'
               ELSE
                   PERFORM APURA-UTILIZADO
                   IF WS-VR-UTILIZADO > ZEROS
                       MOVE WS-VR-UTILIZADO TO WS-ED-VALOR
                       DISPLAY 'CONTA COM SALDO DE ' WS-ED-VALOR
                               ' - NAO PODE SER ENCERRADA.'
                   ELSE
                       DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           PERFORM EFETIVA-ENCERRAMENTO
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       EFETIVA-ENCERRAMENTO.
           MOVE 'C'    TO RC-SITUACAO
           MOVE SPACES TO RC-MOTIVO-BLOQUEIO
           PERFORM CARIMBA-MANUTENCAO
           REWRITE FD-ROTATIVO-REC
           OPEN I-O FD-CONTRATO
           MOVE RC-NUM-CONTA TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CONTR-ATIVO
                       MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
                       MOVE 'Q' TO FD-STATUS-CONTRATO
                       REWRITE FD-CONTRATO-REC
                       SET AF-PARM-ALTERACAO TO TRUE
                       PERFORM GRAVA-AUDIT-CONTRATO
                   END-IF
           END-READ
           CLOSE FD-CONTRATO
           DISPLAY 'CONTA ENCERRADA.'
           .

       CONSULTA-CONTA.
           PERFORM LE-CONTA
           IF WS-FS-ROTATIVO = '00'
               PERFORM APURA-UTILIZADO
               DISPLAY 'CONTA....: ' RC-NUM-CONTA
                       '  CLIENTE: ' RC-COD-CLIENTE
               PERFORM MOSTRA-SITUACAO-CONTA
               MOVE RC-VR-LIMITE    TO WS-ED-VALOR
               DISPLAY 'LIMITE...: ' WS-ED-VALOR
               MOVE WS-VR-UTILIZADO TO WS-ED-VALOR
               DISPLAY 'UTILIZADO: ' WS-ED-VALOR
               MOVE WS-VR-DISPONIVEL TO WS-ED-VALOR
               DISPLAY 'DISPONIV.: ' WS-ED-VALOR
               DISPLAY 'JUROS....: ' RC-TAXA-ROTATIVO '% A.M.  '
                       'MINIMO: ' RC-PCT-MINIMO '%'
               DISPLAY 'CORTE DIA: ' RC-DIA-CORTE '  VENCTO: '
                       RC-DIAS-VENCTO ' DIAS APOS O CORTE'
               MOVE RC-VR-FINANCIADO TO WS-ED-VALOR
               DISPLAY 'FINANCIADO (ROTATIVO): ' WS-ED-VALOR
               MOVE RC-VR-COMPRAS-CICLO TO WS-ED-VALOR
               DISPLAY 'COMPRAS DO CICLO.....: ' WS-ED-VALOR
               PERFORM LISTA-FATURAS
               PERFORM LISTA-COMPRAS-CICLO
           END-IF
           .

       LISTA-FATURAS.
      *    Faturas fechadas com a situacao da parcela no contrato
      *    companheiro.
           OPEN INPUT FD-ROTFAT
           IF WS-FS-ROTFAT = '00'
               OPEN INPUT FD-CONTRATO
               MOVE RC-NUM-CONTA TO FD-NUM-CONTRATO
               IF WS-FS-CONTRATO = '00'
                   READ FD-CONTRATO
                       INVALID KEY
                           MOVE ZEROS TO FD-NUM-PARCELAS
                   END-READ
               END-IF
               MOVE 'N' TO WS-FIM-BUSCA
               MOVE RC-NUM-CONTA TO RF-NUM-CONTA
               MOVE ZEROS        TO RF-NUM-FATURA
               START FD-ROTFAT KEY NOT < RF-CHAVE
                   INVALID KEY
                       SET WS-EOF-BUSCA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-BUSCA
                   READ FD-ROTFAT NEXT RECORD
                       AT END
                           SET WS-EOF-BUSCA TO TRUE
                       NOT AT END
                           IF RF-NUM-CONTA NOT = RC-NUM-CONTA
                               SET WS-EOF-BUSCA TO TRUE
                           ELSE
                               PERFORM MOSTRA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '23'
                   CLOSE FD-CONTRATO
               END-IF
               CLOSE FD-ROTFAT
           END-IF
           .

       MOSTRA-FATURA.
           MOVE RF-VR-TOTAL  TO WS-ED-VALOR
           MOVE RF-VR-MINIMO TO WS-ED-VALOR-2
           IF RF-NUM-FATURA NOT > FD-NUM-PARCELAS
               DISPLAY 'FATURA ' RF-NUM-FATURA ' VENCTO '
                       RF-DATA-VENCTO ' TOTAL ' WS-ED-VALOR
                       ' MIN ' WS-ED-VALOR-2 ' SIT '
                       FD-PARC-STATUS(RF-NUM-FATURA)
           ELSE
               DISPLAY 'FATURA ' RF-NUM-FATURA ' VENCTO '
                       RF-DATA-VENCTO ' TOTAL ' WS-ED-VALOR
                       ' MIN ' WS-ED-VALOR-2
           END-IF
           .

       LISTA-COMPRAS-CICLO.
           OPEN INPUT FD-ROTMOV
           IF WS-FS-ROTMOV = '00'
               MOVE 'N' TO WS-FIM-BUSCA
               MOVE RC-NUM-CONTA TO RM-NUM-CONTA
               MOVE ZEROS        TO RM-SEQ
               START FD-ROTMOV KEY NOT < RM-CHAVE
                   INVALID KEY
                       SET WS-EOF-BUSCA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-BUSCA
                   READ FD-ROTMOV NEXT RECORD
                       AT END
                           SET WS-EOF-BUSCA TO TRUE
                       NOT AT END
                           IF RM-NUM-CONTA NOT = RC-NUM-CONTA
                               SET WS-EOF-BUSCA TO TRUE
                           ELSE
                               IF RM-NUM-FATURA = ZEROS
                                   MOVE RM-VALOR TO WS-ED-VALOR
                                   DISPLAY '  ' RM-DATA ' '
                                           RM-DESCRICAO ' '
                                           WS-ED-VALOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ROTMOV
           END-IF
           .

       LE-CONTA.
           DISPLAY 'NUMERO DA CONTA : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTA IS NUMERIC
               ACCEPT WS-NUM-CONTA
               IF WS-NUM-CONTA NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-NUM-CONTA TO RC-NUM-CONTA
           READ FD-ROTATIVO
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA.'
           END-READ
           .

       MOSTRA-SITUACAO-CONTA.
           EVALUATE TRUE
               WHEN RC-ATIVA
                   DISPLAY 'SITUACAO.: ATIVA'
               WHEN RC-ENCERRADA
                   DISPLAY 'SITUACAO.: ENCERRADA'
               WHEN RC-BLOQ-INADIMPLENCIA
                   DISPLAY 'SITUACAO.: BLOQUEADA - FATURA VENCIDA'
               WHEN RC-BLOQ-CONTRATO
                   DISPLAY 'SITUACAO.: BLOQUEADA - CONTRATO FORA DA '
                           'CARTEIRA ATIVA'
               WHEN OTHER
                   DISPLAY 'SITUACAO.: BLOQUEADA PELO SUPERVISOR'
           END-EVALUATE
           .

       APURA-UTILIZADO.
      *    Faturas em aberto ('P'/'A') lidas do contrato companheiro
      *    - e por ele que qualquer canal de pagamento (boleto,
      *    caixa, PIX, debito) devolve o limite.
           MOVE ZEROS TO WS-VR-FATURAS-ABERTAS WS-QTD-VENCIDAS
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO = '00'
               MOVE RC-NUM-CONTA TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       MOVE ZEROS TO FD-NUM-PARCELAS
               END-READ
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > FD-NUM-PARCELAS
                   IF FD-PARC-STATUS(WS-IND) = 'P' OR
                      FD-PARC-STATUS(WS-IND) = 'A'
                       ADD FD-PARC-VALOR(WS-IND)
                           TO WS-VR-FATURAS-ABERTAS
                       IF FD-PARC-VENCTO(WS-IND) < WS-DATA-HOJE
                           ADD 1 TO WS-QTD-VENCIDAS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FD-CONTRATO
           END-IF
           COMPUTE WS-VR-UTILIZADO = RC-VR-FINANCIADO
               + RC-VR-COMPRAS-CICLO + WS-VR-FATURAS-ABERTAS
           IF WS-VR-UTILIZADO < RC-VR-LIMITE
               COMPUTE WS-VR-DISPONIVEL =
                   RC-VR-LIMITE - WS-VR-UTILIZADO
           ELSE
               MOVE ZEROS TO WS-VR-DISPONIVEL
           END-IF
           .

       CARIMBA-MANUTENCAO.
           MOVE SN-USUARIO   TO RC-USUARIO
           MOVE WS-DATA-HOJE TO RC-DATA-MANUTENCAO
           .

       GRAVA-MOVDIA.
      *    Mesmo padrao de EXTEND com criacao na primeira gravacao
      *    do GRAVA-MOVDIA do FINAN2.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           MOVE WS-DATA-HOJE TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT), jornal de
      *    atualizacao para o roll-forward do FINREST e o arquivo de
      *    parcelas (FDPARC.DAT), como nos demais programas que
      *    gravam FDCONTR.DAT.
           MOVE SN-USUARIO  TO AF-PARM-USUARIO
           MOVE WS-PROGRAMA TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           IF AF-PARM-INCLUSAO
               MOVE 'W' TO JN-PARM-OPERACAO
           ELSE
               MOVE 'R' TO JN-PARM-OPERACAO
           END-IF
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM ROTMNT.
