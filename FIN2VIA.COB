      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: EMISSAO DA 2A VIA DE BOLETO DE PARCELA VENCIDA: o
      *          atendente informa contrato e parcela em atraso e
      *          escolhe um novo vencimento dentro do prazo de
      *          ENCPARM.DAT; o programa calcula o valor atualizado
      *          (parcela + multa + mora ao dia ate o novo vencimento,
      *          pelo JUROSCALC), tira um nosso-numero novo da serie
      *          NOSSONUM, grava o titulo de 2a via em TITULOS.DAT,
      *          marca o titulo que ele substitui como SUBSTITUIDO e
      *          imprime o boleto em 2AVIA.PRT. O FINREM leva o titulo
      *          novo na proxima remessa e o FINRET aceita tanto o
      *          pagamento da 2a via quanto o do original, sem virar
      *          credito falso de excedente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN2VIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
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
           SELECT FD-TITULO         ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TI-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TITULO.
           SELECT FD-BANCO          ASSIGN TO "BANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-COD-BANCO
               FILE STATUS IS WS-FS-BANCO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-ENCPARM        ASSIGN TO "ENCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCPARM.
           SELECT FD-BOLETO         ASSIGN TO "2AVIA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOLETO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-TITULO.
       01  FD-TITULO-REC.
           COPY TITREC.

       FD  FD-BANCO.
       01  FD-BANCO-REC.
           COPY BANCOREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-ENCPARM.
       01  FD-ENCPARM-REC.
           COPY ENCPARMREC.

       FD  FD-BOLETO.
       01  FD-BOLETO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-TITULO        PIC X(02) VALUE '00'.
           03 WS-FS-BANCO         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-ENCPARM       PIC X(02) VALUE '00'.
           03 WS-FS-BOLETO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY NOMEFMTPARM.
         COPY JUROSPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FIN2VIA'.
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).

         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-NUM-PARCELA          PIC 9(03).
         01 WS-NOVO-VENCTO          PIC 9(08).
         01 WS-VENCTO-LIMITE        PIC 9(08).
         01 WS-DIAS-NOVO-VENCTO     PIC 9(08).
         01 WS-DIAS-ATRASO          PIC 9(05).
         01 WS-CONFIRMA             PIC X(01).

      *  Parametro de encargos (ENCPARM.DAT); semeado na primeira
      *  execucao com multa de 2% e mora de 1% ao mes (0,0333% ao
      *  dia), novo vencimento em ate 5 dias.
         01 WS-ENCARGOS-PARM.
           03 WS-PCT-MULTA          PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-PCT-JUROS-DIA      PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-PRAZO-2VIA         PIC 9(03) VALUE ZEROS.

         01 WS-VALORES-2VIA.
           03 WS-VR-PARCELA         PIC 9(07)V99.
           03 WS-VR-MULTA           PIC 9(08)V99.
           03 WS-VR-MORA            PIC 9(08)V99.
           03 WS-VR-ENCARGOS        PIC 9(08)V99.
           03 WS-VR-ATUALIZADO      PIC 9(08)V99.

      *  Titulo em aberto da parcela (o original ou uma 2a via
      *  anterior): e ele que a nova via substitui, e o banco dele
      *  cobra a nova via.
         01 WS-TITULO-ANTERIOR.
           03 WS-TA-NOSSO-NUMERO    PIC 9(10) VALUE ZEROS.
           03 WS-TA-COD-BANCO       PIC 9(03) VALUE ZEROS.
           03 WS-TA-ACHADO          PIC X(01).
               88 WS-TEM-TITULO-ABERTO        VALUE 'S'.
           03 WS-TA-FIM-BUSCA       PIC X(01).
               88 WS-FIM-BUSCA-TITULO         VALUE 'S'.
         01 WS-NOVO-NOSSO-NUMERO    PIC 9(10).
         01 WS-BANCO-2VIA           PIC 9(03).
         01 WS-FIM-BANCO            PIC X(01).
             88 WS-EOF-BANCO                VALUE 'S'.
         01 WS-PARCELA-OK           PIC X(01).
             88 WS-PARCELA-ACEITA           VALUE 'S'.

         01 WS-VR-EDITADO           PIC ZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(30)
                   VALUE '*** 2A VIA DE BOLETO ***   EM '.
           03 WS-LT-DATA            PIC 9(08).

         01 WS-LINHA-NOSSO-NUMERO.
           03 FILLER                PIC X(13) VALUE 'NOSSO-NUMERO '.
           03 WS-LB-NOSSO-NUMERO    PIC 9(10).
           03 FILLER                PIC X(07) VALUE ' BANCO '.
           03 WS-LB-BANCO           PIC 9(03).
           03 FILLER                PIC X(12) VALUE ' SUBSTITUI '.
           03 WS-LB-ORIGEM          PIC 9(10).

         01 WS-LINHA-PARCELA.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LB-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' PARCELA '.
           03 WS-LB-PARCELA         PIC 9(03).
           03 FILLER                PIC X(17)
                   VALUE ' VENCTO ORIGINAL '.
           03 WS-LB-VENCTO-ORIG     PIC 9(08).

         01 WS-LINHA-VENCIMENTO.
           03 FILLER                PIC X(20)
                   VALUE 'NOVO VENCIMENTO     '.
           03 WS-LB-NOVO-VENCTO     PIC 9(08).

         01 WS-LINHA-VALOR.
           03 WS-LB-ROTULO          PIC X(20).
           03 WS-LB-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 WS-LB-COMPLEMENTO     PIC X(20).

         01 WS-LINHA-NOME.
           03 WS-LN-NOME            PIC X(41).

         01 WS-LINHA-ENDERECO.
           03 WS-LE-RUA             PIC X(15).
           03 FILLER                PIC X(02) VALUE ', '.
           03 WS-LE-BAIRRO          PIC X(15).

         01 WS-LINHA-CIDADE.
           03 WS-LE-CIDADE          PIC X(15).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LE-UF              PIC X(02).
           03 FILLER                PIC X(03) VALUE '   '.
           03 WS-LE-CEP-1           PIC X(05).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-LE-CEP-2           PIC X(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    A 2a via tira nosso-numero e grava titulo que o FINREM
      *    le na mesma noite: so roda com o JOB NOTURNO parado.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: 2A VIA '
                       'INDISPONIVEL. AGUARDE O TERMINO DA NOITE.'
               GOBACK
           END-IF

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF
           IF SN-NIVEL-CONSULTA
               DISPLAY 'NIVEL DE CONSULTA NAO EMITE 2A VIA.'
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM CARREGA-ENCARGOS

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FIN2VIA: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'INFORME O NUMERO DO CONTRATO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
               ACCEPT WS-NUM-CONTRATO
               IF WS-NUM-CONTRATO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF FD-CONTR-ATIVO
                       PERFORM TRATA-SEGUNDA-VIA
                   ELSE
                       DISPLAY 'SOMENTE CONTRATO ATIVO TEM 2A VIA.'
                   END-IF
           END-READ

           CLOSE FD-CONTRATO
           GOBACK.

       CARREGA-ENCARGOS.
      *    Parametro de encargos; semeado na primeira execucao
      *    (mesma tecnica do TOLPARM do FINRET).
           OPEN INPUT FD-ENCPARM
           MOVE WS-FS-ENCPARM TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               PERFORM SEMEIA-ENCARGOS
               OPEN INPUT FD-ENCPARM
           END-IF
           READ FD-ENCPARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EN-PCT-MULTA     TO WS-PCT-MULTA
                   MOVE EN-PCT-JUROS-DIA TO WS-PCT-JUROS-DIA
                   MOVE EN-PRAZO-2VIA    TO WS-PRAZO-2VIA
           END-READ
           CLOSE FD-ENCPARM
           .

       SEMEIA-ENCARGOS.
           OPEN OUTPUT FD-ENCPARM
           MOVE 2,0000 TO EN-PCT-MULTA
           MOVE 0,0333 TO EN-PCT-JUROS-DIA
           MOVE 005    TO EN-PRAZO-2VIA
           WRITE FD-ENCPARM-REC
           CLOSE FD-ENCPARM
           .

       TRATA-SEGUNDA-VIA.
           DISPLAY 'CONTRATO ' FD-NUM-CONTRATO ' - ' FD-CLIENTE
           DISPLAY 'NUMERO DA PARCELA EM ATRASO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-PARCELA IS NUMERIC
               ACCEPT WS-NUM-PARCELA
               IF WS-NUM-PARCELA NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM

           PERFORM CRITICA-PARCELA
           IF WS-PARCELA-ACEITA
               PERFORM ESCOLHE-NOVO-VENCTO
               PERFORM CALCULA-VALOR-ATUALIZADO
               IF WS-VR-ATUALIZADO > 9999999,99
      *            O titulo leva o valor em 9(07)V99, como a remessa.
                   DISPLAY 'VALOR ATUALIZADO EXCEDE O LIMITE DO '
                           'TITULO - 2A VIA NAO EMITIDA.'
               ELSE
                   PERFORM EXIBE-VALOR-ATUALIZADO
                   DISPLAY 'CONFIRMA A EMISSAO DA 2A VIA? (S/N) : '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM EFETIVA-SEGUNDA-VIA
                   ELSE
                       DISPLAY '2A VIA NAO EMITIDA.'
                   END-IF
               END-IF
           END-IF
           .

       CRITICA-PARCELA.
      *    So parcela em aberto e ja vencida tem 2a via: a pendente
      *    ainda no prazo sai no boleto normal da remessa.
           MOVE 'N' TO WS-PARCELA-OK
           IF WS-NUM-PARCELA < 1
               OR WS-NUM-PARCELA > FD-NUM-PARCELAS
               DISPLAY 'PARCELA INEXISTENTE NO CONTRATO.'
           ELSE
               IF FD-PARC-STATUS(WS-NUM-PARCELA) NOT = 'P'
                   AND FD-PARC-STATUS(WS-NUM-PARCELA) NOT = 'A'
                   DISPLAY 'PARCELA NAO ESTA EM ABERTO (STATUS '
                           FD-PARC-STATUS(WS-NUM-PARCELA) ').'
               ELSE
                   IF FD-PARC-VENCTO(WS-NUM-PARCELA) NOT < WS-DATA-HOJE
                       DISPLAY 'PARCELA AINDA NAO VENCIDA - USE O '
                               'BOLETO ORIGINAL.'
                   ELSE
                       SET WS-PARCELA-ACEITA TO TRUE
                       MOVE FD-PARC-VALOR(WS-NUM-PARCELA)
                           TO WS-VR-PARCELA
                   END-IF
               END-IF
           END-IF
           .

       ESCOLHE-NOVO-VENCTO.
      *    Novo vencimento entre a data do movimento e o prazo do
      *    ENCPARM; zero aceita a propria data do movimento.
           COMPUTE WS-VENCTO-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE + WS-PRAZO-2VIA)
           DISPLAY 'VENCIMENTO ORIGINAL: '
                   FD-PARC-VENCTO(WS-NUM-PARCELA)
           DISPLAY 'NOVO VENCIMENTO (AAAAMMDD, DE ' WS-DATA-HOJE
                   ' ATE ' WS-VENCTO-LIMITE ', 0=HOJE) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-NOVO-VENCTO NOT < WS-DATA-HOJE
                     AND WS-NOVO-VENCTO NOT > WS-VENCTO-LIMITE
               ACCEPT WS-NOVO-VENCTO
               IF WS-NOVO-VENCTO NOT NUMERIC
                   MOVE ZEROS TO WS-NOVO-VENCTO
               END-IF
               IF WS-NOVO-VENCTO = ZEROS
                   MOVE WS-DATA-HOJE TO WS-NOVO-VENCTO
               END-IF
               IF WS-NOVO-VENCTO < WS-DATA-HOJE
                   OR WS-NOVO-VENCTO > WS-VENCTO-LIMITE
                   DISPLAY 'DATA FORA DO PRAZO DA 2A VIA. '
                           'NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       CALCULA-VALOR-ATUALIZADO.
      *    Multa unica sobre a parcela e mora ao dia do vencimento
      *    original ate o novo vencimento, pelo JUROSCALC como o
      *    RECALCULA-ATRASO do FINAN2.
           COMPUTE WS-DIAS-NOVO-VENCTO =
               FUNCTION INTEGER-OF-DATE(WS-NOVO-VENCTO)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-NOVO-VENCTO
               - FUNCTION INTEGER-OF-DATE
                     (FD-PARC-VENCTO(WS-NUM-PARCELA))

           MOVE WS-VR-PARCELA TO JC-BASE
           MOVE WS-PCT-MULTA  TO JC-TAXA
           MOVE 1             TO JC-FATOR
           CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                  JC-RESULTADO JC-STATUS
           MOVE JC-RESULTADO TO WS-VR-MULTA

           MOVE WS-VR-PARCELA    TO JC-BASE
           MOVE WS-PCT-JUROS-DIA TO JC-TAXA
           MOVE WS-DIAS-ATRASO   TO JC-FATOR
           CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                  JC-RESULTADO JC-STATUS
           MOVE JC-RESULTADO TO WS-VR-MORA

           COMPUTE WS-VR-ENCARGOS = WS-VR-MULTA + WS-VR-MORA
           COMPUTE WS-VR-ATUALIZADO = WS-VR-PARCELA + WS-VR-ENCARGOS
           .

       EXIBE-VALOR-ATUALIZADO.
           MOVE WS-VR-PARCELA TO WS-VR-EDITADO
           DISPLAY 'VALOR DA PARCELA   : ' WS-VR-EDITADO
           MOVE WS-VR-MULTA TO WS-VR-EDITADO
           DISPLAY 'MULTA              : ' WS-VR-EDITADO
           MOVE WS-VR-MORA TO WS-VR-EDITADO
           DISPLAY 'MORA (' WS-DIAS-ATRASO ' DIAS) : ' WS-VR-EDITADO
           MOVE WS-VR-ATUALIZADO TO WS-VR-EDITADO
           DISPLAY 'VALOR ATUALIZADO   : ' WS-VR-EDITADO
                   ' VENCIMENTO ' WS-NOVO-VENCTO
           .

       EFETIVA-SEGUNDA-VIA.
           OPEN I-O FD-TITULO
           IF WS-FS-TITULO = '35'
               OPEN OUTPUT FD-TITULO
               CLOSE FD-TITULO
               OPEN I-O FD-TITULO
           END-IF

           PERFORM LOCALIZA-TITULO-ABERTO
           IF WS-TEM-TITULO-ABERTO
               MOVE WS-TA-COD-BANCO TO WS-BANCO-2VIA
           ELSE
               PERFORM DEFINE-BANCO-2VIA
           END-IF

           PERFORM OBTEM-NOSSO-NUMERO
           MOVE WS-NOVO-NOSSO-NUMERO TO TI-NOSSO-NUMERO
           MOVE WS-NUM-CONTRATO      TO TI-NUM-CONTRATO
           MOVE WS-NUM-PARCELA       TO TI-NUM-PARCELA
           MOVE WS-NOVO-VENCTO       TO TI-PARC-VENCTO
           MOVE WS-BANCO-2VIA        TO TI-COD-BANCO
           MOVE WS-VR-ATUALIZADO     TO TI-VALOR-ENVIADO
           MOVE WS-DATA-HOJE         TO TI-DATA-GERACAO
           MOVE 'A'                  TO TI-STATUS
           MOVE ZEROS                TO TI-DATA-BAIXA
           SET TI-SEGUNDA-VIA        TO TRUE
           MOVE WS-VR-ENCARGOS       TO TI-VALOR-ENCARGOS
           MOVE WS-TA-NOSSO-NUMERO   TO TI-NOSSO-NUM-ORIGEM
           MOVE ZEROS                TO TI-NOSSO-NUM-SUBST
           SET TI-SEM-INSTRUCAO      TO TRUE
           MOVE ZEROS                TO TI-DATA-ULT-INSTRUCAO
                                        TI-QTD-INSTRUCOES
           SET TI-REGISTRO-PENDENTE  TO TRUE
           MOVE ZEROS                TO TI-DATA-REGISTRO
                                        TI-VALOR-TARIFAS
           MOVE SPACES               TO TI-MOTIVO-REJEICAO
           WRITE FD-TITULO-REC

      *    O titulo substituido continua registrado no banco (o
      *    cliente ainda pode paga-lo) mas sai da remessa.
           IF WS-TEM-TITULO-ABERTO
               MOVE WS-TA-NOSSO-NUMERO TO TI-NOSSO-NUMERO
               READ FD-TITULO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TI-STATUS
                       MOVE WS-NOVO-NOSSO-NUMERO
                           TO TI-NOSSO-NUM-SUBST
                       REWRITE FD-TITULO-REC
               END-READ
           END-IF
           CLOSE FD-TITULO

           PERFORM IMPRIME-BOLETO
           DISPLAY '2A VIA EMITIDA: NOSSO-NUMERO ' WS-NOVO-NOSSO-NUMERO
                   ' BANCO ' WS-BANCO-2VIA ' (2AVIA.PRT).'
           .

       LOCALIZA-TITULO-ABERTO.
      *    Mesmo caminho alternado contrato+parcela do
      *    DEFINE-BANCO-PARCELA do FINREM.
           MOVE 'N'   TO WS-TA-ACHADO
           MOVE 'N'   TO WS-TA-FIM-BUSCA
           MOVE ZEROS TO WS-TA-NOSSO-NUMERO WS-TA-COD-BANCO
           MOVE WS-NUM-CONTRATO TO TI-NUM-CONTRATO
           MOVE WS-NUM-PARCELA  TO TI-NUM-PARCELA
           START FD-TITULO KEY = TI-CHAVE-PARCELA
               INVALID KEY
                   SET WS-FIM-BUSCA-TITULO TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-BUSCA-TITULO
               READ FD-TITULO NEXT RECORD
                   AT END
                       SET WS-FIM-BUSCA-TITULO TO TRUE
                   NOT AT END
                       IF TI-NUM-CONTRATO NOT = WS-NUM-CONTRATO
                           OR TI-NUM-PARCELA NOT = WS-NUM-PARCELA
                           SET WS-FIM-BUSCA-TITULO TO TRUE
                       ELSE
                           IF TI-ABERTO
                               MOVE TI-NOSSO-NUMERO
                                   TO WS-TA-NOSSO-NUMERO
                               MOVE TI-COD-BANCO TO WS-TA-COD-BANCO
                               SET WS-TEM-TITULO-ABERTO TO TRUE
                               SET WS-FIM-BUSCA-TITULO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       DEFINE-BANCO-2VIA.
      *    Parcela que nunca foi a remessa: a 2a via cai no primeiro
      *    banco ativo de BANCO.DAT (o FINREM semeia o arquivo).
           MOVE ZEROS TO WS-BANCO-2VIA
           MOVE 'N'   TO WS-FIM-BANCO
           OPEN INPUT FD-BANCO
           IF WS-FS-BANCO NOT = '00'
               SET WS-EOF-BANCO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-BANCO
               READ FD-BANCO NEXT RECORD
                   AT END
                       SET WS-EOF-BANCO TO TRUE
                   NOT AT END
                       IF BC-ATIVO
                           MOVE BC-COD-BANCO TO WS-BANCO-2VIA
                           SET WS-EOF-BANCO TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-BANCO = '00' OR WS-FS-BANCO = '10'
               CLOSE FD-BANCO
           END-IF
           .

       OBTEM-NOSSO-NUMERO.
      *    Serie NOSSONUM de NUMCTL.DAT, a mesma do FINREM.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'NOSSONUM' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'NOSSONUM' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NOVO-NOSSO-NUMERO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       IMPRIME-BOLETO.
      *    Boleto em EXTEND (2AVIA.PRT), com o bloco de nome e
      *    endereco do TERMOQUIT, para as vias emitidas no dia se
      *    acumularem ate a impressao.
           PERFORM BUSCA-PAGADOR

           OPEN EXTEND FD-BOLETO
           MOVE WS-FS-BOLETO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-BOLETO
               CLOSE FD-BOLETO
               OPEN EXTEND FD-BOLETO
           END-IF

           MOVE WS-DATA-HOJE TO WS-LT-DATA
           WRITE FD-BOLETO-REG FROM WS-LINHA-TITULO
           MOVE WS-NOVO-NOSSO-NUMERO TO WS-LB-NOSSO-NUMERO
           MOVE WS-BANCO-2VIA        TO WS-LB-BANCO
           MOVE WS-TA-NOSSO-NUMERO   TO WS-LB-ORIGEM
           WRITE FD-BOLETO-REG FROM WS-LINHA-NOSSO-NUMERO
           MOVE WS-NUM-CONTRATO      TO WS-LB-CONTRATO
           MOVE WS-NUM-PARCELA       TO WS-LB-PARCELA
           MOVE FD-PARC-VENCTO(WS-NUM-PARCELA) TO WS-LB-VENCTO-ORIG
           WRITE FD-BOLETO-REG FROM WS-LINHA-PARCELA
           MOVE WS-NOVO-VENCTO       TO WS-LB-NOVO-VENCTO
           WRITE FD-BOLETO-REG FROM WS-LINHA-VENCIMENTO

           MOVE 'VALOR DA PARCELA'   TO WS-LB-ROTULO
           MOVE WS-VR-PARCELA        TO WS-LB-VALOR
           MOVE SPACES               TO WS-LB-COMPLEMENTO
           WRITE FD-BOLETO-REG FROM WS-LINHA-VALOR
           MOVE 'MULTA'              TO WS-LB-ROTULO
           MOVE WS-VR-MULTA          TO WS-LB-VALOR
           WRITE FD-BOLETO-REG FROM WS-LINHA-VALOR
           MOVE 'MORA'               TO WS-LB-ROTULO
           MOVE WS-VR-MORA           TO WS-LB-VALOR
           MOVE SPACES               TO WS-LB-COMPLEMENTO
           STRING ' (' WS-DIAS-ATRASO ' DIAS)' DELIMITED BY SIZE
                  INTO WS-LB-COMPLEMENTO
           WRITE FD-BOLETO-REG FROM WS-LINHA-VALOR
           MOVE 'VALOR A PAGAR'      TO WS-LB-ROTULO
           MOVE WS-VR-ATUALIZADO     TO WS-LB-VALOR
           MOVE SPACES               TO WS-LB-COMPLEMENTO
           WRITE FD-BOLETO-REG FROM WS-LINHA-VALOR

           WRITE FD-BOLETO-REG FROM WS-LINHA-NOME
           WRITE FD-BOLETO-REG FROM WS-LINHA-ENDERECO
           WRITE FD-BOLETO-REG FROM WS-LINHA-CIDADE
           MOVE SPACES TO FD-BOLETO-REG
           WRITE FD-BOLETO-REG

           CLOSE FD-BOLETO
           .

       BUSCA-PAGADOR.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-LN-NOME
                   MOVE SPACES TO WS-LE-RUA WS-LE-BAIRRO
                                  WS-LE-CIDADE WS-LE-UF
                                  WS-LE-CEP-1 WS-LE-CEP-2
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-RAZAO-SOCIAL TO WS-LN-NOME
                   ELSE
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO WS-LN-NOME
                   END-IF
                   MOVE FD-RUA     TO WS-LE-RUA
                   MOVE FD-BAIRRO  TO WS-LE-BAIRRO
                   MOVE FD-CIDADE  TO WS-LE-CIDADE
                   MOVE FD-UF      TO WS-LE-UF
                   MOVE FD-CEP-1   TO WS-LE-CEP-1
                   MOVE FD-CEP-2   TO WS-LE-CEP-2
           END-READ
           CLOSE FD-CADASTRO
           .

       END PROGRAM FIN2VIA.
