      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ORDENS JUDICIAIS - CADASTRO (ORDJUD.DAT): registra
      *          o oficio recebido do juizo com numero proprio
      *          (serie ORDJUD de NUMCTL.DAT) - tipo (B)loqueio de
      *          saldo, (R)ecuperacao judicial, sustacao de
      *          (N)egativacao -, vara, comarca, numero do processo,
      *          vigencia e o alcance sobre o cliente inteiro ou
      *          sobre um contrato. O alcance nasce do tipo e pode
      *          ser ajustado conforme o texto da ordem. Levanta a
      *          ordem quando chega o oficio de desbloqueio (quem e
      *          quando ficam gravados), altera vigencia e alcance,
      *          e lista as ordens de um cliente. Quem respeita a
      *          ordem e o ORDJCHK, chamado pelas rotinas; o
      *          relatorio mensal das ordens ativas e o FINORDJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDJMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ORDJUD         ASSIGN TO "ORDJUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OJ-NUM-ORDEM
               ALTERNATE RECORD KEY IS OJ-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ORDJUD.
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
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ORDJUD.
       01  FD-ORDJUD-REC.
           COPY ORDJUDREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-ORDJUD        PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY NOMEFMTPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'ORDJMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-NUM-ORDEM            PIC 9(08).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-TIPO-ORDEM           PIC X(01).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-FLAG-ESCOPO          PIC X(01).
         01 WS-VR-BLOQUEADO         PIC 9(09)V99.
         01 WS-QTD-ORDENS           PIC 9(04).

      *  Data digitada: zeros aceitos (inicio = hoje, fim = prazo
      *  indeterminado); qualquer outra passa pelo VALDATA.
         01 WS-DATA-INFORMADA       PIC 9(08).
         01 WS-DATA-INFORMADA-R REDEFINES WS-DATA-INFORMADA.
           03 WS-DI-AA              PIC 9(04).
           03 WS-DI-MM              PIC 9(02).
           03 WS-DI-DD              PIC 9(02).
         01 WS-DATA-INICIO          PIC 9(08).
         01 WS-DATA-FIM             PIC 9(08).

         01 WS-ORDEM-OK             PIC X(01).
             88 WS-ORDEM-ACHADA             VALUE 'S'.
         01 WS-CLIENTE-OK           PIC X(01).
             88 WS-CLIENTE-VALIDO           VALUE 'S'.
         01 WS-CONTRATO-CRITICA     PIC X(01).
             88 WS-CONTRATO-ACEITO          VALUE 'S'.
         01 WS-FIM-ORDJUD           PIC X(01).
             88 WS-EOF-ORDJUD               VALUE 'S'.

         01 WS-DESCR-TIPO           PIC X(20).
         01 WS-DESCR-SITUACAO       PIC X(10).

         01 WS-LINHA-CLIENTE.
           03 FILLER                PIC X(08) VALUE 'CLIENTE '.
           03 WS-LC-COD             PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-NOME            PIC X(41).

         01 WS-LINHA-ORDEM-1.
           03 FILLER                PIC X(06) VALUE 'ORDEM '.
           03 WS-L1-ORDEM           PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L1-TIPO            PIC X(20).
           03 FILLER                PIC X(09) VALUE ' CLIENTE '.
           03 WS-L1-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(10) VALUE ' CONTRATO '.
           03 WS-L1-CONTRATO        PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L1-SITUACAO        PIC X(10).

         01 WS-LINHA-ORDEM-2.
           03 FILLER                PIC X(05) VALUE 'VARA '.
           03 WS-L2-VARA            PIC X(30).
           03 FILLER                PIC X(09) VALUE ' COMARCA '.
           03 WS-L2-COMARCA         PIC X(20).

         01 WS-LINHA-ORDEM-3.
           03 FILLER                PIC X(09) VALUE 'PROCESSO '.
           03 WS-L3-PROCESSO        PIC X(25).
           03 FILLER                PIC X(08) VALUE ' VIGOR '.
           03 WS-L3-INICIO          PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-L3-FIM             PIC X(13).

         01 WS-LINHA-ORDEM-4.
           03 FILLER                PIC X(13) VALUE 'ALCANCE  DEV '.
           03 WS-L4-DEVOLUCAO       PIC X(01).
           03 FILLER                PIC X(06) VALUE '  APL '.
           03 WS-L4-APLICACAO       PIC X(01).
           03 FILLER                PIC X(06) VALUE '  COB '.
           03 WS-L4-COBRANCA        PIC X(01).
           03 FILLER                PIC X(06) VALUE '  NEG '.
           03 WS-L4-NEGATIVACAO     PIC X(01).
           03 FILLER                PIC X(06) VALUE '  OFE '.
           03 WS-L4-OFERTA          PIC X(01).
           03 FILLER                PIC X(11) VALUE '  BLOQUEIO '.
           03 WS-L4-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-ORDEM-5.
           03 FILLER                PIC X(13) VALUE 'REGISTRO    '.
           03 WS-L5-DATA-REG        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L5-USUARIO-REG     PIC X(08).
           03 FILLER                PIC X(14) VALUE '  LEVANTAMENTO'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L5-DATA-LEV        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L5-USUARIO-LEV     PIC X(08).

         01 WS-LINHA-TEXTO.
           03 FILLER                PIC X(04) VALUE '    '.
           03 WS-LT-TEXTO           PIC X(60).

         01 WS-LINHA-LISTA.
           03 WS-LL-ORDEM           PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-TIPO            PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-CONTRATO        PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-PROCESSO        PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-SITUACAO        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN I-O FD-ORDJUD
           IF WS-FS-ORDJUD = '35'
               OPEN OUTPUT FD-ORDJUD
               CLOSE FD-ORDJUD
               OPEN I-O FD-ORDJUD
           END-IF
           MOVE WS-FS-ORDJUD TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'ORDJMNT: ORDJUD.DAT ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'ORDENS JUDICIAIS - 1-CONSULTA  2-REGISTRA  '
                   '3-LEVANTA  4-VIGENCIA/ALCANCE  5-POR CLIENTE'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           IF SN-NIVEL-CONSULTA
               AND WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 5
               DISPLAY 'NIVEL DE CONSULTA: SOMENTE AS OPCOES 1 E 5.'
           ELSE
               EVALUATE WS-OPCAO
                   WHEN 2
                       PERFORM REGISTRA-ORDEM
                   WHEN 3
                       PERFORM LEVANTA-ORDEM
                   WHEN 4
                       PERFORM ALTERA-ORDEM
                   WHEN 5
                       PERFORM LISTA-CLIENTE
                   WHEN OTHER
                       PERFORM LE-ORDEM
               END-EVALUATE
           END-IF

           CLOSE FD-ORDJUD
           GOBACK.

       REGISTRA-ORDEM.
           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM MOSTRA-NOME-CLIENTE
           IF NOT WS-CLIENTE-VALIDO
               DISPLAY 'ORDEM JUDICIAL EXIGE CLIENTE CADASTRADO.'
           ELSE
               PERFORM CRITICA-E-REGISTRA
           END-IF
           .

       CRITICA-E-REGISTRA.
      *    Contrato opcional: zeros = a ordem vale para o cliente
      *    inteiro, inclusive contratos feitos depois dela.
           DISPLAY 'CONTRATO (ZEROS = TODOS OS DO CLIENTE) : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
               ACCEPT WS-NUM-CONTRATO
               IF WS-NUM-CONTRATO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-CONTRATO-CRITICA
           IF WS-NUM-CONTRATO > ZEROS
               PERFORM VALIDA-CONTRATO-CLIENTE
           END-IF

           IF WS-CONTRATO-ACEITO
               INITIALIZE FD-ORDJUD-REC
               MOVE WS-COD-CLIENTE  TO OJ-COD-CLIENTE
               MOVE WS-NUM-CONTRATO TO OJ-NUM-CONTRATO

               DISPLAY 'TIPO: (B)LOQUEIO DE SALDO (R)ECUPERACAO '
                       'JUDICIAL SUSTACAO DE (N)EGATIVACAO : '
               PERFORM WITH TEST AFTER UNTIL OJ-TIPO-VALIDO
                   ACCEPT WS-TIPO-ORDEM
                   MOVE FUNCTION UPPER-CASE(WS-TIPO-ORDEM)
                       TO OJ-TIPO-ORDEM
                   IF NOT OJ-TIPO-VALIDO
                       DISPLAY 'TIPO INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM

               DISPLAY 'VARA (ATE 30 POSICOES) : '
               PERFORM WITH TEST AFTER UNTIL OJ-VARA NOT = SPACES
                   ACCEPT OJ-VARA
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(OJ-VARA) TO OJ-VARA
               DISPLAY 'COMARCA (ATE 20 POSICOES) : '
               PERFORM WITH TEST AFTER UNTIL OJ-COMARCA NOT = SPACES
                   ACCEPT OJ-COMARCA
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(OJ-COMARCA) TO OJ-COMARCA
               DISPLAY 'NUMERO DO PROCESSO : '
               PERFORM WITH TEST AFTER
                       UNTIL OJ-NUM-PROCESSO NOT = SPACES
                   ACCEPT OJ-NUM-PROCESSO
               END-PERFORM

               PERFORM LE-VIGENCIA
               MOVE WS-DATA-INICIO TO OJ-DATA-INICIO
               MOVE WS-DATA-FIM    TO OJ-DATA-FIM

               PERFORM ALCANCE-PADRAO
               PERFORM MOSTRA-ALCANCE
               DISPLAY 'MANTEM O ALCANCE PADRAO DO TIPO (S/N) : '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                   PERFORM LE-ALCANCE
               END-IF

               MOVE ZEROS TO OJ-VR-BLOQUEADO
               IF OJ-BLOQUEIO-SALDO
                   DISPLAY 'VALOR BLOQUEADO (ZEROS = TODO O SALDO) : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-VR-BLOQUEADO IS NUMERIC
                       ACCEPT WS-VR-BLOQUEADO
                       IF WS-VR-BLOQUEADO NOT NUMERIC
                           DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   MOVE WS-VR-BLOQUEADO TO OJ-VR-BLOQUEADO
               END-IF

               DISPLAY 'DESCRICAO DO OFICIO (ATE 60 POSICOES) : '
               ACCEPT OJ-DESCRICAO

               PERFORM GRAVA-ORDEM
           END-IF
           .

       GRAVA-ORDEM.
           PERFORM OBTEM-NUMERO-ORDEM
           MOVE WS-NUM-ORDEM  TO OJ-NUM-ORDEM
           MOVE 'A'           TO OJ-SITUACAO
           MOVE SN-USUARIO    TO OJ-USUARIO-REGISTRO
           MOVE WS-DATA-HOJE  TO OJ-DATA-REGISTRO
           MOVE SPACES        TO OJ-USUARIO-LEVANTAMENTO
           MOVE ZEROS         TO OJ-DATA-LEVANTAMENTO
           WRITE FD-ORDJUD-REC
               INVALID KEY
                   DISPLAY 'ORDJMNT: ORDEM ' OJ-NUM-ORDEM
                           ' JA EXISTE - CONFIRA A SERIE ORDJUD EM '
                           'NUMCTL.DAT.'
               NOT INVALID KEY
                   DISPLAY 'ORDEM JUDICIAL REGISTRADA - NUMERO '
                           OJ-NUM-ORDEM
                   PERFORM MOSTRA-ORDEM
           END-WRITE
           .

       LEVANTA-ORDEM.
      *    Oficio de desbloqueio: a ordem fica no registro como
      *    historico, com quem levantou e quando.
           PERFORM LE-ORDEM
           IF WS-ORDEM-ACHADA
               IF OJ-LEVANTADA
                   DISPLAY 'ORDEM JA LEVANTADA EM '
                           OJ-DATA-LEVANTAMENTO '.'
               ELSE
                   DISPLAY 'CONFIRMA O LEVANTAMENTO DA ORDEM (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       MOVE 'L'          TO OJ-SITUACAO
                       MOVE SN-USUARIO   TO OJ-USUARIO-LEVANTAMENTO
                       MOVE WS-DATA-HOJE TO OJ-DATA-LEVANTAMENTO
                       PERFORM REGRAVA-ORDEM
                       DISPLAY 'ORDEM ' OJ-NUM-ORDEM ' LEVANTADA.'
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF
           .

       ALTERA-ORDEM.
      *    Prorrogacao ou mudanca de alcance por novo oficio do
      *    mesmo processo; ordem levantada nao volta por aqui.
           PERFORM LE-ORDEM
           IF WS-ORDEM-ACHADA
               IF OJ-LEVANTADA
                   DISPLAY 'ORDEM LEVANTADA - REGISTRE UMA NOVA.'
               ELSE
                   DISPLAY 'ALTERA A VIGENCIA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       PERFORM LE-VIGENCIA
                       MOVE WS-DATA-INICIO TO OJ-DATA-INICIO
                       MOVE WS-DATA-FIM    TO OJ-DATA-FIM
                   END-IF
                   DISPLAY 'ALTERA O ALCANCE (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       PERFORM LE-ALCANCE
                   END-IF
                   PERFORM REGRAVA-ORDEM
                   PERFORM MOSTRA-ORDEM
               END-IF
           END-IF
           .

       LE-VIGENCIA.
           DISPLAY 'INICIO DA VIGENCIA AAAAMMDD (ZEROS = HOJE) : '
           PERFORM LE-DATA
           IF WS-DATA-INFORMADA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO
           ELSE
               MOVE WS-DATA-INFORMADA TO WS-DATA-INICIO
           END-IF
           DISPLAY 'FIM DA VIGENCIA AAAAMMDD (ZEROS = '
                   'INDETERMINADO) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-DATA-INFORMADA = ZEROS
                      OR WS-DATA-INFORMADA NOT < WS-DATA-INICIO
               PERFORM LE-DATA
               IF WS-DATA-INFORMADA NOT = ZEROS
                   AND WS-DATA-INFORMADA < WS-DATA-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-DATA-INFORMADA TO WS-DATA-FIM
           .

       LE-DATA.
           PERFORM WITH TEST AFTER UNTIL DV-DATA-E-VALIDA
               ACCEPT WS-DATA-INFORMADA
               IF WS-DATA-INFORMADA NOT NUMERIC
                   SET DV-DATA-E-INVALIDA TO TRUE
               ELSE
                   IF WS-DATA-INFORMADA = ZEROS
                       SET DV-DATA-E-VALIDA TO TRUE
                   ELSE
                       MOVE WS-DI-DD TO DV-DIA
                       MOVE WS-DI-MM TO DV-MES
                       MOVE WS-DI-AA TO DV-ANO
                       CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                             DV-DATA-VALIDA
                   END-IF
               END-IF
               IF DV-DATA-E-INVALIDA
                   DISPLAY 'DATA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ALCANCE-PADRAO.
      *    Bloqueio de saldo segura o dinheiro do cliente (nada
      *    volta para ele nem e aplicado por conta propria);
      *    recuperacao judicial suspende cobranca, negativacao,
      *    ofertas e a compensacao de credito; a sustacao so tira
      *    a negativacao.
           MOVE 'NNNNN' TO OJ-ESCOPO
           EVALUATE TRUE
               WHEN OJ-BLOQUEIO-SALDO
                   MOVE 'S' TO OJ-ESC-DEVOLUCAO
                   MOVE 'S' TO OJ-ESC-APLICACAO
               WHEN OJ-RECUPERACAO-JUDICIAL
                   MOVE 'S' TO OJ-ESC-APLICACAO
                   MOVE 'S' TO OJ-ESC-COBRANCA
                   MOVE 'S' TO OJ-ESC-NEGATIVACAO
                   MOVE 'S' TO OJ-ESC-OFERTA
               WHEN OTHER
                   MOVE 'S' TO OJ-ESC-NEGATIVACAO
           END-EVALUATE
           .

       LE-ALCANCE.
           DISPLAY 'SUSPENDE DEVOLUCAO DE CREDITO (S/N) : '
           PERFORM LE-FLAG-ESCOPO
           MOVE WS-FLAG-ESCOPO TO OJ-ESC-DEVOLUCAO
           DISPLAY 'SUSPENDE APLICACAO AUTOMATICA DE CREDITO (S/N) : '
           PERFORM LE-FLAG-ESCOPO
           MOVE WS-FLAG-ESCOPO TO OJ-ESC-APLICACAO
           DISPLAY 'SUSPENDE CARTAS DE COBRANCA (S/N) : '
           PERFORM LE-FLAG-ESCOPO
           MOVE WS-FLAG-ESCOPO TO OJ-ESC-COBRANCA
           DISPLAY 'SUSPENDE NEGATIVACAO (S/N) : '
           PERFORM LE-FLAG-ESCOPO
           MOVE WS-FLAG-ESCOPO TO OJ-ESC-NEGATIVACAO
           DISPLAY 'SUSPENDE OFERTAS DE RENEGOCIACAO (S/N) : '
           PERFORM LE-FLAG-ESCOPO
           MOVE WS-FLAG-ESCOPO TO OJ-ESC-OFERTA
           .

       LE-FLAG-ESCOPO.
           PERFORM WITH TEST AFTER
                   UNTIL WS-FLAG-ESCOPO = 'S' OR WS-FLAG-ESCOPO = 'N'
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-FLAG-ESCOPO
               IF WS-FLAG-ESCOPO NOT = 'S' AND WS-FLAG-ESCOPO NOT = 'N'
                   DISPLAY 'RESPONDA S OU N : '
               END-IF
           END-PERFORM
           .

       OBTEM-NUMERO-ORDEM.
      *    Serie ORDJUD de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie OCORR do OCORMNT; semeada em 1 na primeira ordem.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF

           MOVE 'ORDJUD' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'ORDJUD' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ

           MOVE NU-PROXIMO-NUMERO TO WS-NUM-ORDEM
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       LE-ORDEM.
      *    Le a ordem pelo numero; o registro fica no buffer para o
      *    REWRITE.
           MOVE 'N' TO WS-ORDEM-OK
           DISPLAY 'INFORME O NUMERO DA ORDEM : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-ORDEM IS NUMERIC
               ACCEPT WS-NUM-ORDEM
               IF WS-NUM-ORDEM NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-NUM-ORDEM TO OJ-NUM-ORDEM
           READ FD-ORDJUD
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA.'
               NOT INVALID KEY
                   SET WS-ORDEM-ACHADA TO TRUE
                   MOVE OJ-COD-CLIENTE TO WS-COD-CLIENTE
                   PERFORM MOSTRA-NOME-CLIENTE
                   PERFORM MOSTRA-ORDEM
           END-READ
           .

       REGRAVA-ORDEM.
           REWRITE FD-ORDJUD-REC
               INVALID KEY
                   DISPLAY 'ORDJMNT: ERRO NA REGRAVACAO DA ORDEM '
                           OJ-NUM-ORDEM
           END-REWRITE
           .

       DESCREVE-ORDEM.
           EVALUATE TRUE
               WHEN OJ-BLOQUEIO-SALDO
                   MOVE 'BLOQUEIO DE SALDO'    TO WS-DESCR-TIPO
               WHEN OJ-RECUPERACAO-JUDICIAL
                   MOVE 'RECUPERACAO JUDICIAL' TO WS-DESCR-TIPO
               WHEN OJ-SUSTACAO-NEGATIVACAO
                   MOVE 'SUSTACAO NEGATIVACAO' TO WS-DESCR-TIPO
               WHEN OTHER
                   MOVE OJ-TIPO-ORDEM          TO WS-DESCR-TIPO
           END-EVALUATE
           EVALUATE TRUE
               WHEN OJ-LEVANTADA
                   MOVE 'LEVANTADA'  TO WS-DESCR-SITUACAO
               WHEN OJ-DATA-FIM NOT = ZEROS
                   AND OJ-DATA-FIM < WS-DATA-HOJE
                   MOVE 'VENCIDA'    TO WS-DESCR-SITUACAO
               WHEN OJ-DATA-INICIO > WS-DATA-HOJE
                   MOVE 'A INICIAR'  TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVA'      TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

       MOSTRA-ORDEM.
           PERFORM DESCREVE-ORDEM
           MOVE OJ-NUM-ORDEM      TO WS-L1-ORDEM
           MOVE WS-DESCR-TIPO     TO WS-L1-TIPO
           MOVE OJ-COD-CLIENTE    TO WS-L1-CLIENTE
           IF OJ-NUM-CONTRATO = ZEROS
               MOVE 'TODOS'         TO WS-L1-CONTRATO
           ELSE
               MOVE OJ-NUM-CONTRATO TO WS-L1-CONTRATO
           END-IF
           MOVE WS-DESCR-SITUACAO TO WS-L1-SITUACAO
           DISPLAY WS-LINHA-ORDEM-1
           MOVE OJ-VARA           TO WS-L2-VARA
           MOVE OJ-COMARCA        TO WS-L2-COMARCA
           DISPLAY WS-LINHA-ORDEM-2
           MOVE OJ-NUM-PROCESSO   TO WS-L3-PROCESSO
           MOVE OJ-DATA-INICIO    TO WS-L3-INICIO
           IF OJ-DATA-FIM = ZEROS
               MOVE 'INDETERMINADO' TO WS-L3-FIM
           ELSE
               MOVE OJ-DATA-FIM     TO WS-L3-FIM
           END-IF
           DISPLAY WS-LINHA-ORDEM-3
           PERFORM MOSTRA-ALCANCE
           MOVE OJ-DESCRICAO      TO WS-LT-TEXTO
           DISPLAY WS-LINHA-TEXTO
           MOVE OJ-DATA-REGISTRO        TO WS-L5-DATA-REG
           MOVE OJ-USUARIO-REGISTRO     TO WS-L5-USUARIO-REG
           MOVE OJ-DATA-LEVANTAMENTO    TO WS-L5-DATA-LEV
           MOVE OJ-USUARIO-LEVANTAMENTO TO WS-L5-USUARIO-LEV
           DISPLAY WS-LINHA-ORDEM-5
           .

       MOSTRA-ALCANCE.
           MOVE OJ-ESC-DEVOLUCAO   TO WS-L4-DEVOLUCAO
           MOVE OJ-ESC-APLICACAO   TO WS-L4-APLICACAO
           MOVE OJ-ESC-COBRANCA    TO WS-L4-COBRANCA
           MOVE OJ-ESC-NEGATIVACAO TO WS-L4-NEGATIVACAO
           MOVE OJ-ESC-OFERTA      TO WS-L4-OFERTA
           MOVE OJ-VR-BLOQUEADO    TO WS-L4-VALOR
           DISPLAY WS-LINHA-ORDEM-4
           .

       LISTA-CLIENTE.
      *    Posiciona pela chave alternada e le para a frente ate o
      *    codigo do cliente mudar, como o OCORMNT.
           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM MOSTRA-NOME-CLIENTE

           MOVE ZEROS TO WS-QTD-ORDENS
           MOVE 'N' TO WS-FIM-ORDJUD
           MOVE WS-COD-CLIENTE TO OJ-COD-CLIENTE
           START FD-ORDJUD KEY NOT < OJ-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-ORDJUD TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ORDJUD
               READ FD-ORDJUD NEXT RECORD
                   AT END
                       SET WS-EOF-ORDJUD TO TRUE
                   NOT AT END
                       IF OJ-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-ORDJUD TO TRUE
                       ELSE
                           PERFORM DESCREVE-ORDEM
                           MOVE OJ-NUM-ORDEM      TO WS-LL-ORDEM
                           MOVE WS-DESCR-TIPO     TO WS-LL-TIPO
                           IF OJ-NUM-CONTRATO = ZEROS
                               MOVE 'TODOS'  TO WS-LL-CONTRATO
                           ELSE
                               MOVE OJ-NUM-CONTRATO
                                   TO WS-LL-CONTRATO
                           END-IF
                           MOVE OJ-NUM-PROCESSO   TO WS-LL-PROCESSO
                           MOVE WS-DESCR-SITUACAO TO WS-LL-SITUACAO
                           DISPLAY WS-LINHA-LISTA
                           ADD 1 TO WS-QTD-ORDENS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-ORDENS = ZEROS
               DISPLAY 'NENHUMA ORDEM JUDICIAL PARA ESSE CLIENTE.'
           ELSE
               DISPLAY 'TOTAL DE ORDENS: ' WS-QTD-ORDENS
           END-IF
           .

       VALIDA-CONTRATO-CLIENTE.
      *    Derruba WS-CONTRATO-ACEITO quando a critica reprova.
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'ORDJMNT: ' FS-MENSAGEM
               MOVE 'N' TO WS-CONTRATO-CRITICA
           ELSE
               MOVE WS-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO ENCONTRADO.'
                       MOVE 'N' TO WS-CONTRATO-CRITICA
                   NOT INVALID KEY
                       IF FD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           DISPLAY 'CONTRATO NAO E DESTE CLIENTE.'
                           MOVE 'N' TO WS-CONTRATO-CRITICA
                       END-IF
               END-READ
               CLOSE FD-CONTRATO
           END-IF
           .

       MOSTRA-NOME-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK
           MOVE WS-COD-CLIENTE TO WS-LC-COD
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-LC-NOME
               NOT INVALID KEY
                   SET WS-CLIENTE-VALIDO TO TRUE
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-RAZAO-SOCIAL TO WS-LC-NOME
                   ELSE
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO WS-LC-NOME
                   END-IF
           END-READ
           CLOSE FD-CADASTRO
           DISPLAY WS-LINHA-CLIENTE
           .

       END PROGRAM ORDJMNT.
