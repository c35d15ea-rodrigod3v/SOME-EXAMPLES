      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: BAIXA AUTOMATICA DAS LIQUIDACOES PIX DO DIA: le o
      *          arquivo de liquidacao do PSP (PIXRET.DAT), casa cada
      *          PIX pelo TXID da cobranca no registro de cobrancas
      *          PIX (PIXCOB.DAT, gerado pelo FINPIXC) e baixa a
      *          parcela apontada atraves do PAGTOSTAT, com as mesmas
      *          regras do retorno de boleto do FINRET: tolerancia de
      *          valor (TOL-VALOR), pagamento parcial com residuo em
      *          aberto ('E' em MOVDIA.DAT), excedente e pagamento
      *          duplicado creditados ao cliente (CREDCLI.DAT,
      *          CREDMOV.DAT e 'X' em MOVDIA.DAT), recuperacao de
      *          contrato em prejuizo ('Y') e quitacao com termo via
      *          TERMOQUIT. PIX sem cobranca conhecida (chave sem
      *          TXID, TXID de outra instituicao) vira item de
      *          suspensao em SUSPENSO.DAT com origem PIX, para o
      *          FINSUSP aplicar ou devolver. Cada PIX postado deixa
      *          uma linha em PIXMOV.DAT com o destino do dinheiro,
      *          de onde o FINBATIM tira a quarta visao do dia.
      *          Guarda de replay pela sequencia do header em
      *          RETCTL.DAT (banco reservado 999); reprocessamento
      *          legitimo pela variavel FINPIX-REPROCESSA. Roda como
      *          passo do JOBNOTURNO logo apos o FINRET, e tambem
      *          nos ciclos diurnos do JOBDIURNO (CICLO-DIURNO=S),
      *          com a lista de excecoes estendida em vez de
      *          recriada; o arquivo que o ciclo ja postou na mesma
      *          data de movimento e pulado pela noite sem aviso de
      *          replay, e o PIX repetido de um arquivo acumulado cai
      *          no guarda do E2E.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPIX.
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
           SELECT FD-PIXRET         ASSIGN TO "PIXRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIXRET.
           SELECT FD-PIXCOB         ASSIGN TO "PIXCOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-TXID
               ALTERNATE RECORD KEY IS PX-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PIXCOB.
           SELECT FD-PIXMOV         ASSIGN TO "PIXMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIXMOV.
           SELECT FD-SUSPENSO       ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SEQ
               FILE STATUS IS WS-FS-SUSPENSO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-CREDCLI        ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COD-CLIENTE
               FILE STATUS IS WS-FS-CREDCLI.
           SELECT FD-CREDMOV        ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDMOV.
           SELECT FD-RETCTL         ASSIGN TO "RETCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-FS-RETCTL.
           SELECT FD-PREJCTL        ASSIGN TO "PREJCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-NUM-CONTRATO
               FILE STATUS IS WS-FS-PREJCTL.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
           SELECT FD-EXCECAO        ASSIGN TO "FINPIX.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PIXRET.
       01  FD-PIXRET-REC.
           COPY PIXRETREC.
      *  Visoes de controle sobre o mesmo registro (multiplos 01 sob
      *  o mesmo FD, como FD-RETORNO-CTL no FINRET): header 'H' com
      *  data de geracao e sequencia do arquivo, trailer 'T' com a
      *  quantidade e o valor total que o PSP diz ter enviado.
       01  FD-PIXRET-HDR.
           03 PH-TIPO-REG            PIC X(01).
           03 PH-DATA-GERACAO        PIC 9(08).
           03 PH-SEQ-ARQUIVO         PIC 9(06).
       01  FD-PIXRET-TRL.
           03 PZ-TIPO-REG            PIC X(01).
           03 PZ-QTD-DETALHES        PIC 9(06).
           03 PZ-VR-TOTAL            PIC 9(09)V99.

       FD  FD-PIXCOB.
       01  FD-PIXCOB-REC.
           COPY PIXCOBREC.

       FD  FD-PIXMOV.
       01  FD-PIXMOV-REC.
           COPY PIXMOVREC.

       FD  FD-EXCECAO.
       01  FD-EXCECAO-REG           PIC X(100).

       FD  FD-SUSPENSO.
       01  FD-SUSPENSO-REC.
           COPY SUSPREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-CREDCLI.
       01  FD-CREDCLI-REC.
           COPY CREDCLIREC.

       FD  FD-CREDMOV.
       01  FD-CREDMOV-REC.
           COPY CREDMOVREC.

       FD  FD-RETCTL.
       01  FD-RETCTL-REC.
           COPY RETCTLREC.

       FD  FD-PREJCTL.
       01  FD-PREJCTL-REC.
           COPY PREJCTLREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PIXRET        PIC X(02) VALUE '00'.
           03 WS-FS-PIXCOB        PIC X(02) VALUE '00'.
           03 WS-FS-PIXMOV        PIC X(02) VALUE '00'.
           03 WS-FS-EXCECAO       PIC X(02) VALUE '00'.
           03 WS-FS-SUSPENSO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-CREDCLI       PIC X(02) VALUE '00'.
           03 WS-FS-CREDMOV       PIC X(02) VALUE '00'.
           03 WS-FS-RETCTL        PIC X(02) VALUE '00'.
           03 WS-FS-PREJCTL       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY PARAMGETPARM.
         COPY DATAMOVPARM.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY TERMOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINPIX'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

      *  Codigo de banco reservado ao arquivo do PSP no guarda de
      *  replay (RETCTL.DAT) e nos itens de suspensao.
         01 WS-BANCO-PIX            PIC 9(03) VALUE 999.

         01 WS-FIM-PIXRET           PIC X(01) VALUE 'N'.
             88 WS-EOF-PIXRET               VALUE 'S'.

         01 WS-PARC-ACHADA          PIC 999.
         01 WS-COBRANCA-ACHADA      PIC X(01).
             88 WS-COBRANCA-FOI-ACHADA      VALUE 'S'.
         01 WS-PIX-JA-POSTADO       PIC X(01).
             88 WS-E-PIX-JA-POSTADO         VALUE 'S'.

         01 WS-QTD-PIX              PIC 9(06) VALUE ZEROS.
         01 WS-QTD-BAIXADAS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EXCECOES         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-QUITADOS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-PARCIAIS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SUSPENSOS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-CREDITOS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-REPETIDOS        PIC 9(06) VALUE ZEROS.
         01 WS-VR-TOTAL-LIDO        PIC 9(09)V99 VALUE ZEROS.

         01 WS-RESTA-ABERTA         PIC X(01).
             88 WS-HA-PARC-ABERTA           VALUE 'S'.
         01 WS-QT-IND               PIC 999.

         01 WS-SEQ-SUSPENSO         PIC 9(08).

      *  Mesmas regras de tolerancia do FINRET (TOL-VALOR).
         01 WS-TOLERANCIA.
           03 WS-TOL-VALOR          PIC 9(03)V99 VALUE ZEROS.
           03 WS-TOL-RESIDUO-DIAS   PIC 9(03) VALUE ZEROS.
         01 WS-VR-DIFERENCA         PIC S9(08)V99.
         01 WS-VR-EXCEDENTE         PIC 9(08)V99 VALUE ZEROS.
         01 WS-DIAS-RESIDUO         PIC S9(09) COMP.

         01 WS-CREDITO.
           03 WS-CRED-CLIENTE       PIC 9(06).
           03 WS-CRED-VALOR         PIC 9(09)V99.
           03 WS-CRED-CONTRATO      PIC 9(08).
           03 WS-CRED-PARCELA       PIC 9(03).
           03 WS-CRED-MOTIVO        PIC X(28).

      *  Quebra do valor de cada PIX entre os destinos, acumulada
      *  pelos paragrafos de baixa/credito/suspensao e gravada em
      *  PIXMOV.DAT ao fim do registro.
         01 WS-QUEBRA-PIX.
           03 WS-QP-BAIXADO         PIC 9(07)V99.
           03 WS-QP-CREDITO         PIC 9(07)V99.
           03 WS-QP-PARCIAL         PIC 9(07)V99.
           03 WS-QP-SUSPENSO        PIC 9(07)V99.
           03 WS-QP-CONTRATO        PIC 9(08).
           03 WS-QP-PARCELA         PIC 9(03).

      *  Guarda de replay (RETCTL.DAT), mesma regra do FINRET.
         01 WS-REPLAY-GUARD.
           03 WS-ARQ-TEM-HEADER     PIC X(01).
               88 WS-ARQUIVO-COM-HEADER       VALUE 'S'.
           03 WS-ARQ-JA-POSTADO     PIC X(01).
               88 WS-ARQUIVO-JA-POSTADO       VALUE 'S'.
           03 WS-SEQ-PIXRET         PIC 9(06).
           03 WS-DATA-GER-PIXRET    PIC 9(08).
           03 WS-ENV-REPROCESSA     PIC X(06).
           03 WS-FLAG-REPROCESSO    PIC X(01).
               88 WS-E-REPROCESSO             VALUE 'S'.
           03 WS-ARQ-POSTADO-HOJE   PIC X(01).
               88 WS-ARQUIVO-POSTADO-HOJE     VALUE 'S'.

      *  Ciclo diurno de baixas (JOBDIURNO poe CICLO-DIURNO=S).
         01 WS-ENV-CICLO            PIC X(01).
             88 WS-EM-CICLO-DIURNO          VALUE 'S'.

      *  Conferencia do trailer do PSP contra o que foi lido.
         01 WS-TRAILER-LIDO         PIC X(01) VALUE 'N'.
             88 WS-HA-TRAILER               VALUE 'S'.
         01 WS-TRL-QTD              PIC 9(06) VALUE ZEROS.
         01 WS-TRL-VALOR            PIC 9(09)V99 VALUE ZEROS.

         01 WS-VR-RECUPERADO        PIC 9(09)V99.

         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

         01 WS-LINHA-EXCECAO.
           03 FILLER                PIC X(05) VALUE 'TXID '.
           03 WS-LE-TXID            PIC X(26).
           03 FILLER                PIC X(07) VALUE ' CONTR '.
           03 WS-LE-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' PAGO '.
           03 WS-LE-VALOR-PAGO      PIC ZZ.ZZZ,99.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LE-MOTIVO          PIC X(28).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'
           MOVE WS-JOB-NOME TO PS-USUARIO
           MOVE WS-JOB-NOME TO PS-PROGRAMA

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           PERFORM CARREGA-TOLERANCIA

           MOVE SPACES TO WS-ENV-REPROCESSA
           ACCEPT WS-ENV-REPROCESSA FROM ENVIRONMENT
               'FINPIX-REPROCESSA'
           MOVE SPACES TO WS-ENV-CICLO
           ACCEPT WS-ENV-CICLO FROM ENVIRONMENT 'CICLO-DIURNO'

           OPEN I-O FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
      *        Mestre inacessivel: para o job com condition code em
      *        vez de perder as liquidacoes, como o FINRET.
               DISPLAY 'FINPIX: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
      *        No ciclo diurno a lista acumula ate a noite seguinte
      *        recria-la, como no FINRET.
               IF WS-EM-CICLO-DIURNO
                   OPEN EXTEND FD-EXCECAO
                   IF WS-FS-EXCECAO = '35'
                       OPEN OUTPUT FD-EXCECAO
                   END-IF
               ELSE
                   OPEN OUTPUT FD-EXCECAO
               END-IF
               OPEN I-O FD-PIXCOB
               IF WS-FS-PIXCOB = '35'
                   OPEN OUTPUT FD-PIXCOB
                   CLOSE FD-PIXCOB
                   OPEN I-O FD-PIXCOB
               END-IF
               OPEN I-O FD-SUSPENSO
               IF WS-FS-SUSPENSO = '35'
                   OPEN OUTPUT FD-SUSPENSO
                   CLOSE FD-SUSPENSO
                   OPEN I-O FD-SUSPENSO
               END-IF

               PERFORM PROCESSA-ARQUIVO-PIX

               CLOSE FD-CONTRATO
               CLOSE FD-EXCECAO
               CLOSE FD-PIXCOB
               CLOSE FD-SUSPENSO
           END-IF

           DISPLAY 'FINPIX: ' WS-QTD-PIX ' PIX LIDO(S), '
                   WS-QTD-BAIXADAS ' BAIXADO(S), '
                   WS-QTD-EXCECOES ' EXCECAO(OES), '
                   WS-QTD-QUITADOS ' CONTRATO(S) QUITADO(S).'
           IF WS-QTD-PARCIAIS > ZEROS
               DISPLAY 'FINPIX: ' WS-QTD-PARCIAIS ' PAGAMENTO(S) '
                       'PARCIAL(IS) COM RESIDUO EM ABERTO.'
           END-IF
           IF WS-QTD-SUSPENSOS > ZEROS
               DISPLAY 'FINPIX: ' WS-QTD-SUSPENSOS ' PIX EM '
                       'SUSPENSO - RESOLVER PELO FINSUSP.'
           END-IF
           IF WS-QTD-CREDITOS > ZEROS
               DISPLAY 'FINPIX: ' WS-QTD-CREDITOS ' CREDITO(S) DE '
                       'CLIENTE CONSTITUIDO(S) EM CREDCLI.DAT.'
           END-IF
           IF WS-QTD-REPETIDOS > ZEROS
               DISPLAY 'FINPIX: ' WS-QTD-REPETIDOS ' PIX JA '
                       'POSTADO(S) ANTES (MESMO E2E) - IGNORADO(S).'
           END-IF

           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-TOLERANCIA.
      *    Mesmos parametros de tolerancia do FINRET e do CAIXA,
      *    em vigor na data de movimento (mestre de parametros).
           MOVE 'TOL-VALOR' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO
               MOVE PG-VALOR TO WS-TOL-VALOR
           END-IF
           MOVE 'TOL-RESIDUO' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO
               MOVE PG-VALOR TO WS-TOL-RESIDUO-DIAS
           END-IF
           .

       PROCESSA-ARQUIVO-PIX.
           MOVE 'N' TO WS-FIM-PIXRET
           MOVE 'N' TO WS-ARQ-TEM-HEADER WS-ARQ-JA-POSTADO
                       WS-FLAG-REPROCESSO WS-ARQ-POSTADO-HOJE
           MOVE ZEROS TO WS-SEQ-PIXRET WS-DATA-GER-PIXRET
           OPEN INPUT FD-PIXRET
           MOVE WS-FS-PIXRET TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
      *        Dia sem PIX recebido nao e erro.
               DISPLAY 'FINPIX: PIXRET.DAT NAO EXISTE - SEM '
                       'LIQUIDACOES PIX NO DIA.'
           ELSE
               PERFORM LE-HEADER-PIX
               EVALUATE TRUE
                   WHEN WS-ARQUIVO-POSTADO-HOJE
                       DISPLAY 'FINPIX: PIXRET.DAT SEQUENCIA '
                               WS-SEQ-PIXRET ' JA POSTADA NESTA DATA '
                               'DE MOVIMENTO - PULADO.'
                   WHEN WS-ARQUIVO-JA-POSTADO
                       DISPLAY 'FINPIX: PIXRET.DAT SEQUENCIA '
                               WS-SEQ-PIXRET ' JA FOI POSTADO EM OUTRA '
                               'EXECUCAO - ARQUIVO RECUSADO. PARA '
                               'REPROCESSAR DE PROPOSITO, RODE COM '
                               'FINPIX-REPROCESSA=' WS-SEQ-PIXRET '.'
                   WHEN OTHER
                       PERFORM UNTIL WS-EOF-PIXRET
                           READ FD-PIXRET
                               AT END
                                   SET WS-EOF-PIXRET TO TRUE
                               NOT AT END
                                   PERFORM CLASSIFICA-REGISTRO-PIX
                           END-READ
                       END-PERFORM
                       PERFORM CONFERE-TRAILER
                       IF WS-ARQUIVO-COM-HEADER
                           PERFORM GRAVA-RETCTL
                       END-IF
               END-EVALUATE
               CLOSE FD-PIXRET
           END-IF
           .

       LE-HEADER-PIX.
           READ FD-PIXRET
               AT END
                   SET WS-EOF-PIXRET TO TRUE
               NOT AT END
                   IF PH-TIPO-REG = 'H'
                       SET WS-ARQUIVO-COM-HEADER TO TRUE
                       IF PH-DATA-GERACAO IS NUMERIC
                           MOVE PH-DATA-GERACAO TO WS-DATA-GER-PIXRET
                       END-IF
                       IF PH-SEQ-ARQUIVO IS NUMERIC
                           MOVE PH-SEQ-ARQUIVO TO WS-SEQ-PIXRET
                       END-IF
                       PERFORM VERIFICA-RETCTL
                   ELSE
                       PERFORM CLASSIFICA-REGISTRO-PIX
                   END-IF
           END-READ
           .

       CLASSIFICA-REGISTRO-PIX.
           EVALUATE TRUE
               WHEN PY-REG-TRAILER
                   SET WS-HA-TRAILER TO TRUE
                   IF PZ-QTD-DETALHES IS NUMERIC
                       MOVE PZ-QTD-DETALHES TO WS-TRL-QTD
                   END-IF
                   IF PZ-VR-TOTAL IS NUMERIC
                       MOVE PZ-VR-TOTAL TO WS-TRL-VALOR
                   END-IF
               WHEN PY-REG-HEADER
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTD-PIX
                   PERFORM PROCESSA-PIX
           END-EVALUATE
           .

       VERIFICA-RETCTL.
           OPEN I-O FD-RETCTL
           IF WS-FS-RETCTL = '35'
               OPEN OUTPUT FD-RETCTL
               CLOSE FD-RETCTL
               OPEN I-O FD-RETCTL
           END-IF
           MOVE WS-BANCO-PIX   TO RL-COD-BANCO
           MOVE WS-SEQ-PIXRET  TO RL-SEQ-ARQUIVO
           READ FD-RETCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ENV-REPROCESSA IS NUMERIC
                       AND WS-ENV-REPROCESSA = WS-SEQ-PIXRET
                       SET WS-E-REPROCESSO TO TRUE
                       DISPLAY 'FINPIX: REPROCESSAMENTO DA SEQUENCIA '
                               WS-SEQ-PIXRET ' AUTORIZADO POR '
                               'FINPIX-REPROCESSA.'
                   ELSE
                       SET WS-ARQUIVO-JA-POSTADO TO TRUE
                       IF RL-DATA-POSTAGEM = WS-DATA-MOVIMENTO
                           SET WS-ARQUIVO-POSTADO-HOJE TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE FD-RETCTL
           .

       GRAVA-RETCTL.
           OPEN I-O FD-RETCTL
           IF WS-FS-RETCTL = '35'
               OPEN OUTPUT FD-RETCTL
               CLOSE FD-RETCTL
               OPEN I-O FD-RETCTL
           END-IF
           MOVE WS-BANCO-PIX        TO RL-COD-BANCO
           MOVE WS-SEQ-PIXRET       TO RL-SEQ-ARQUIVO
           MOVE WS-DATA-GER-PIXRET  TO RL-DATA-GERACAO
           MOVE WS-DATA-MOVIMENTO   TO RL-DATA-POSTAGEM
           IF WS-E-REPROCESSO
               MOVE 'S' TO RL-REPROCESSADO
           ELSE
               MOVE 'N' TO RL-REPROCESSADO
           END-IF
           WRITE FD-RETCTL-REC
               INVALID KEY
                   REWRITE FD-RETCTL-REC
           END-WRITE
           CLOSE FD-RETCTL
           .

       CONFERE-TRAILER.
      *    Arquivo truncado na transmissao aparece aqui: o que o PSP
      *    diz ter mandado contra o que foi lido. As liquidacoes
      *    lidas ja foram postadas e ficam; a diferenca sai no
      *    relatorio para o back office pedir o reenvio do resto.
           IF WS-HA-TRAILER
               IF WS-TRL-QTD NOT = WS-QTD-PIX
                   OR WS-TRL-VALOR NOT = WS-VR-TOTAL-LIDO
                   MOVE SPACES TO WS-LE-TXID
                   MOVE ZEROS  TO WS-LE-CONTRATO
                   MOVE WS-TRL-VALOR TO WS-LE-VALOR-PAGO
                   MOVE 'TRAILER DIVERGE DO LIDO' TO WS-LE-MOTIVO
                   WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
                   DISPLAY 'FINPIX: AVISO - TRAILER DO PSP ('
                           WS-TRL-QTD ' PIX) DIFERE DO LIDO ('
                           WS-QTD-PIX ' PIX) - VEJA FINPIX.PRT.'
               END-IF
           ELSE
               IF WS-ARQUIVO-COM-HEADER
                   MOVE SPACES TO WS-LE-TXID
                   MOVE ZEROS  TO WS-LE-CONTRATO WS-LE-VALOR-PAGO
                   MOVE 'ARQUIVO SEM TRAILER' TO WS-LE-MOTIVO
                   WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
                   DISPLAY 'FINPIX: AVISO - PIXRET.DAT SEM TRAILER, '
                           'POSSIVEL ARQUIVO TRUNCADO.'
               END-IF
           END-IF
           .

       PROCESSA-PIX.
      *    Mesmo IS NUMERIC do FINRET em todo campo vindo de fora
      *    antes de confiar nele.
           MOVE ZEROS TO WS-QP-BAIXADO WS-QP-CREDITO WS-QP-PARCIAL
                         WS-QP-SUSPENSO WS-QP-CONTRATO WS-QP-PARCELA
           IF PY-VALOR-PAGO NOT NUMERIC
               MOVE PY-TXID TO WS-LE-TXID
               MOVE ZEROS   TO WS-LE-CONTRATO WS-LE-VALOR-PAGO
               MOVE 'REGISTRO PIX INVALIDO' TO WS-LE-MOTIVO
               WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
               ADD 1 TO WS-QTD-EXCECOES
           ELSE
               ADD PY-VALOR-PAGO TO WS-VR-TOTAL-LIDO
               MOVE 'N' TO WS-PIX-JA-POSTADO
               IF PY-TXID = SPACES
                   MOVE 'PIX SEM TXID DE COBRANCA' TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               ELSE
                   PERFORM LOCALIZA-COBRANCA
               END-IF
               IF NOT WS-E-PIX-JA-POSTADO
                   PERFORM GRAVA-PIXMOV
               END-IF
           END-IF
           .

       LOCALIZA-COBRANCA.
      *    O TXID identifica a cobranca no registro, e a cobranca
      *    aponta contrato e parcela exatos.
           MOVE 'N' TO WS-COBRANCA-ACHADA
           MOVE PY-TXID TO PX-TXID
           READ FD-PIXCOB
               INVALID KEY
                   MOVE 'TXID DESCONHECIDO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               NOT INVALID KEY
                   SET WS-COBRANCA-FOI-ACHADA TO TRUE
           END-READ

           IF WS-COBRANCA-FOI-ACHADA
               MOVE PX-NUM-CONTRATO TO WS-QP-CONTRATO
               MOVE PX-NUM-PARCELA  TO WS-QP-PARCELA
               IF PX-LIQUIDADA AND PX-E2E-ID = PY-E2E-ID
      *            O mesmo PIX (mesmo E2E) reenviado pelo PSP num
      *            arquivo novo: o dinheiro e o mesmo, nada a fazer.
                   SET WS-E-PIX-JA-POSTADO TO TRUE
                   ADD 1 TO WS-QTD-REPETIDOS
                   MOVE 'PIX JA POSTADO (MESMO E2E)' TO WS-LE-MOTIVO
                   PERFORM GRAVA-INFORMATIVO
               ELSE
                   MOVE PX-NUM-CONTRATO TO FD-NUM-CONTRATO
                   READ FD-CONTRATO
                       INVALID KEY
                           MOVE 'CONTRATO DA COBRANCA INEXISTENTE'
                               TO WS-LE-MOTIVO
                           PERFORM GRAVA-EXCECAO
                       NOT INVALID KEY
                           MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
                           PERFORM CRITICA-PARCELA-COBRANCA
                   END-READ
               END-IF
           END-IF
           .

       CRITICA-PARCELA-COBRANCA.
      *    Cobranca ja liquidada por outro PIX, ou parcela ja paga
      *    no boleto/balcao (cobranca cancelada ou nao): pagamento
      *    duplicado vira credito do cliente, como no FINRET.
           IF PX-NUM-PARCELA < 1
               OR PX-NUM-PARCELA > FD-NUM-PARCELAS
               MOVE 'PARCELA DA COBRANCA INEXISTENTE' TO WS-LE-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
               IF PX-LIQUIDADA
                   OR FD-PARC-STATUS(PX-NUM-PARCELA) = 'G'
                   MOVE FD-COD-CLIENTE  TO WS-CRED-CLIENTE
                   MOVE FD-NUM-CONTRATO TO WS-CRED-CONTRATO
                   MOVE PX-NUM-PARCELA  TO WS-CRED-PARCELA
                   MOVE PY-VALOR-PAGO   TO WS-CRED-VALOR
                   MOVE 'PAGTO DUPLICADO - CREDITADO'
                       TO WS-CRED-MOTIVO
                   PERFORM GRAVA-CREDITO-CLIENTE
               ELSE
               IF FD-PARC-STATUS(PX-NUM-PARCELA) NOT = 'P'
                   AND FD-PARC-STATUS(PX-NUM-PARCELA) NOT = 'A'
                   MOVE 'PARCELA DA COBRANCA NAO ABERTA'
                       TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               ELSE
                   MOVE PX-NUM-PARCELA TO WS-PARC-ACHADA
                   PERFORM TRATA-VALOR-PAGO
               END-IF
               END-IF
           END-IF
           .

       TRATA-VALOR-PAGO.
      *    Regra de tolerancia do FINRET sobre a parcela apontada
      *    pela cobranca: dentro da tolerancia liquida inteiro,
      *    menor e parcial, maior liquida e credita o excedente.
           MOVE ZEROS TO WS-VR-EXCEDENTE
           COMPUTE WS-VR-DIFERENCA =
               PY-VALOR-PAGO - FD-PARC-VALOR(WS-PARC-ACHADA)
           EVALUATE TRUE
               WHEN WS-VR-DIFERENCA >= ZEROS
                   AND WS-VR-DIFERENCA NOT > WS-TOL-VALOR
                   PERFORM BAIXA-PARCELA
               WHEN WS-VR-DIFERENCA < ZEROS
                   AND ZERO - WS-VR-DIFERENCA NOT > WS-TOL-VALOR
                   MOVE 'DIFERENCA TOLERADA' TO WS-LE-MOTIVO
                   PERFORM GRAVA-INFORMATIVO
                   PERFORM BAIXA-PARCELA
               WHEN WS-VR-DIFERENCA < ZEROS
                   PERFORM BAIXA-PARCIAL
               WHEN OTHER
                   MOVE WS-VR-DIFERENCA TO WS-VR-EXCEDENTE
                   MOVE 'EXCEDENTE VIRA CREDITO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-INFORMATIVO
                   PERFORM BAIXA-PARCELA
           END-EVALUATE
           .

       BAIXA-PARCIAL.
      *    Pagamento parcial: a parcela fica aberta pelo residuo,
      *    com o vencimento do residuo empurrado TOL-RESIDUO
      *    dias adiante, e o dinheiro entra como amortizacao ('E').
           SUBTRACT PY-VALOR-PAGO
               FROM FD-PARC-VALOR(WS-PARC-ACHADA)
           IF WS-TOL-RESIDUO-DIAS > ZEROS
               COMPUTE WS-DIAS-RESIDUO =
                   FUNCTION INTEGER-OF-DATE
                       (FD-PARC-VENCTO(WS-PARC-ACHADA))
                   + WS-TOL-RESIDUO-DIAS
               COMPUTE FD-PARC-VENCTO(WS-PARC-ACHADA) =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-RESIDUO)
           END-IF
           REWRITE FD-CONTRATO-REC
           PERFORM GRAVA-AUDIT-CONTRATO
           PERFORM GRAVA-MOVDIA-RECEBIDO
           IF AC-STATUS-CONTRATO = 'P'
               MOVE PY-VALOR-PAGO TO WS-VR-RECUPERADO
               PERFORM REGISTRA-RECUPERACAO-PREJ
           END-IF
      *    A cobranca foi liquidada pelo valor parcial; o residuo
      *    ganha cobranca nova na proxima geracao do FINPIXC.
           PERFORM BAIXA-COBRANCA-REGISTRO
           MOVE PY-VALOR-PAGO TO WS-QP-PARCIAL
           ADD 1 TO WS-QTD-PARCIAIS
           MOVE 'PAGTO PARCIAL - RESIDUO ABERTO' TO WS-LE-MOTIVO
           PERFORM GRAVA-INFORMATIVO
           .

       GRAVA-MOVDIA-RECEBIDO.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           SET MV-AMORT-EXTRA TO TRUE
           MOVE FD-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE PY-VALOR-PAGO     TO MV-VALOR
           MOVE WS-DATA-MOVIMENTO TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           .

       CREDITA-EXCEDENTE.
           MOVE FD-COD-CLIENTE  TO WS-CRED-CLIENTE
           MOVE FD-NUM-CONTRATO TO WS-CRED-CONTRATO
           MOVE WS-PARC-ACHADA  TO WS-CRED-PARCELA
           MOVE WS-VR-EXCEDENTE TO WS-CRED-VALOR
           MOVE 'EXCEDENTE DE PAGAMENTO' TO WS-CRED-MOTIVO
           PERFORM GRAVA-CREDITO-CLIENTE
           MOVE ZEROS TO WS-VR-EXCEDENTE
           .

       GRAVA-CREDITO-CLIENTE.
      *    Mesmo credito de cliente do FINRET: saldo em CREDCLI.DAT,
      *    movimento em CREDMOV.DAT e constituicao 'X' em MOVDIA.
           OPEN I-O FD-CREDCLI
           IF WS-FS-CREDCLI = '35'
               OPEN OUTPUT FD-CREDCLI
               CLOSE FD-CREDCLI
               OPEN I-O FD-CREDCLI
           END-IF
           MOVE WS-CRED-CLIENTE TO CL-COD-CLIENTE
           READ FD-CREDCLI
               INVALID KEY
                   MOVE WS-CRED-CLIENTE   TO CL-COD-CLIENTE
                   MOVE WS-CRED-VALOR     TO CL-SALDO-CREDITO
                   MOVE WS-DATA-MOVIMENTO TO CL-DATA-ULT-MOV
                   WRITE FD-CREDCLI-REC
               NOT INVALID KEY
                   ADD WS-CRED-VALOR      TO CL-SALDO-CREDITO
                   MOVE WS-DATA-MOVIMENTO TO CL-DATA-ULT-MOV
                   REWRITE FD-CREDCLI-REC
           END-READ
           CLOSE FD-CREDCLI

           PERFORM GRAVA-CREDMOV-ENTRADA
           PERFORM GRAVA-MOVDIA-CREDITO
           ADD WS-CRED-VALOR TO WS-QP-CREDITO
           ADD 1 TO WS-QTD-CREDITOS
           MOVE WS-CRED-MOTIVO TO WS-LE-MOTIVO
           PERFORM GRAVA-INFORMATIVO
           .

       GRAVA-CREDMOV-ENTRADA.
           OPEN EXTEND FD-CREDMOV
           MOVE WS-FS-CREDMOV TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-CREDMOV
               CLOSE FD-CREDMOV
               OPEN EXTEND FD-CREDMOV
           END-IF
           MOVE WS-CRED-CLIENTE   TO CM-COD-CLIENTE
           SET CM-ENTRADA-CREDITO TO TRUE
           MOVE WS-CRED-CONTRATO  TO CM-NUM-CONTRATO
           MOVE WS-CRED-PARCELA   TO CM-NUM-PARCELA
           MOVE WS-CRED-VALOR     TO CM-VALOR
           MOVE WS-DATA-MOVIMENTO TO CM-DATA
           ACCEPT CM-HORA FROM TIME
           MOVE WS-JOB-NOME       TO CM-PROGRAMA
           MOVE WS-CRED-MOTIVO    TO CM-MOTIVO
           WRITE FD-CREDMOV-REC
           CLOSE FD-CREDMOV
           .

       GRAVA-MOVDIA-CREDITO.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           SET MV-CREDITO-CLIENTE TO TRUE
           MOVE WS-CRED-CONTRATO  TO MV-NUM-CONTRATO
           MOVE WS-CRED-VALOR     TO MV-VALOR
           MOVE WS-DATA-MOVIMENTO TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           .

       GRAVA-INFORMATIVO.
           MOVE PY-TXID         TO WS-LE-TXID
           MOVE WS-QP-CONTRATO  TO WS-LE-CONTRATO
           MOVE PY-VALOR-PAGO   TO WS-LE-VALOR-PAGO
           WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
           .

       BAIXA-PARCELA.
      *    A baixa so acontece se o PAGTOSTAT aceitar a transicao,
      *    e e ele que grava a linha de historico em PAGTOLOG.DAT
      *    (programa FINPIX, base da quarta visao do FINBATIM).
           MOVE FD-PARC-STATUS(WS-PARC-ACHADA) TO PS-STATUS-ATUAL
           MOVE 'G' TO PS-STATUS-NOVO
           MOVE FD-NUM-CONTRATO TO PS-NUM-CONTRATO
           MOVE WS-PARC-ACHADA  TO PS-NUM-PARCELA
           MOVE FD-PARC-VALOR(WS-PARC-ACHADA) TO PS-VALOR
           CALL 'PAGTOSTAT' USING PS-STATUS-ATUAL PS-STATUS-NOVO
                                   PS-TRANSICAO-VALIDA PS-NUM-CONTRATO
                                   PS-NUM-PARCELA PS-VALOR
                               PS-USUARIO PS-PROGRAMA
           IF PS-TRANSICAO-E-VALIDA
               MOVE 'G' TO FD-PARC-STATUS(WS-PARC-ACHADA)
               MOVE PS-VALOR TO WS-QP-BAIXADO
               IF WS-VR-EXCEDENTE > ZEROS
                   PERFORM CREDITA-EXCEDENTE
               END-IF
               PERFORM VERIFICA-QUITACAO-PIX
               REWRITE FD-CONTRATO-REC
               PERFORM GRAVA-AUDIT-CONTRATO
               IF AC-STATUS-CONTRATO = 'P'
                   MOVE PS-VALOR TO WS-VR-RECUPERADO
                   PERFORM REGISTRA-RECUPERACAO-PREJ
               END-IF
               PERFORM BAIXA-COBRANCA-REGISTRO
               ADD 1 TO WS-QTD-BAIXADAS
           ELSE
               MOVE 'TRANSICAO INVALIDA' TO WS-LE-MOTIVO
               PERFORM GRAVA-EXCECAO
           END-IF
           .

       VERIFICA-QUITACAO-PIX.
           MOVE 'N' TO WS-RESTA-ABERTA
           PERFORM VARYING WS-QT-IND FROM 1 BY 1
                   UNTIL WS-QT-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-QT-IND) = 'P' OR
                  FD-PARC-STATUS(WS-QT-IND) = 'A'
                   SET WS-HA-PARC-ABERTA TO TRUE
                   MOVE FD-NUM-PARCELAS TO WS-QT-IND
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               ADD 1 TO WS-QTD-QUITADOS
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE
               CALL 'TERMOQUIT' USING TQ-NUM-CONTRATO TQ-COD-CLIENTE
           END-IF
           .

       BAIXA-COBRANCA-REGISTRO.
      *    A cobranca sai de ativa no mesmo movimento da baixa da
      *    parcela, guardando o E2E do PIX que a liquidou.
           MOVE 'G' TO PX-STATUS
           IF PY-DATA-PAGTO IS NUMERIC AND PY-DATA-PAGTO > ZEROS
               MOVE PY-DATA-PAGTO TO PX-DATA-BAIXA
           ELSE
               MOVE WS-DATA-MOVIMENTO TO PX-DATA-BAIXA
           END-IF
           MOVE PY-E2E-ID TO PX-E2E-ID
           REWRITE FD-PIXCOB-REC
           .

       GRAVA-EXCECAO.
           MOVE PY-TXID         TO WS-LE-TXID
           MOVE WS-QP-CONTRATO  TO WS-LE-CONTRATO
           MOVE PY-VALOR-PAGO   TO WS-LE-VALOR-PAGO
           WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
           ADD 1 TO WS-QTD-EXCECOES
           PERFORM GRAVA-SUSPENSO
           .

       GRAVA-SUSPENSO.
      *    O PIX sem casamento ja esta na conta e nao pode sumir
      *    numa lista impressa: vira item de suspensao com origem
      *    PIX, com TXID e E2E para a devolucao pelo PSP.
           PERFORM OBTEM-SEQ-SUSPENSO
           MOVE SPACES            TO FD-SUSPENSO-REC
           MOVE WS-SEQ-SUSPENSO   TO SU-SEQ
           MOVE WS-DATA-MOVIMENTO TO SU-DATA-ENTRADA
           MOVE WS-BANCO-PIX      TO SU-COD-BANCO
           MOVE ZEROS             TO SU-NOSSO-NUMERO
           MOVE WS-QP-CONTRATO    TO SU-NUM-CONTRATO
           MOVE ZEROS             TO SU-PARC-VENCTO
           MOVE PY-VALOR-PAGO     TO SU-VALOR-PAGO
           IF PY-DATA-PAGTO IS NUMERIC
               MOVE PY-DATA-PAGTO TO SU-DATA-PAGTO
           ELSE
               MOVE ZEROS         TO SU-DATA-PAGTO
           END-IF
           MOVE WS-LE-MOTIVO      TO SU-MOTIVO
           MOVE 'P'               TO SU-STATUS
           MOVE ZEROS             TO SU-DATA-RESOLUCAO
           MOVE SPACES            TO SU-RESOLVIDO-POR
           MOVE ZEROS             TO SU-CONTRATO-APLICADO
           MOVE ZEROS             TO SU-PARCELA-APLICADA
           SET SU-ORIGEM-PIX      TO TRUE
           MOVE PY-TXID           TO SU-TXID
           MOVE PY-E2E-ID         TO SU-E2E-ID
           WRITE FD-SUSPENSO-REC
           MOVE PY-VALOR-PAGO     TO WS-QP-SUSPENSO
           ADD 1 TO WS-QTD-SUSPENSOS
           .

       OBTEM-SEQ-SUSPENSO.
      *    Mesma serie SUSPENSO de NUMCTL.DAT do FINRET.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'SUSPENSO' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'SUSPENSO' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-SEQ-SUSPENSO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       GRAVA-PIXMOV.
      *    Uma linha por PIX com o destino do dinheiro; a diferenca
      *    entre o pago e a soma dos destinos e o que a tolerancia
      *    absorveu (centavos a mais ou a menos na baixa).
           OPEN EXTEND FD-PIXMOV
           MOVE WS-FS-PIXMOV TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-PIXMOV
               CLOSE FD-PIXMOV
               OPEN EXTEND FD-PIXMOV
           END-IF
           MOVE WS-DATA-MOVIMENTO TO PV-DATA-MOVIMENTO
           ACCEPT PV-HORA FROM TIME
           MOVE PY-TXID           TO PV-TXID
           MOVE PY-E2E-ID         TO PV-E2E-ID
           MOVE WS-QP-CONTRATO    TO PV-NUM-CONTRATO
           MOVE WS-QP-PARCELA     TO PV-NUM-PARCELA
           MOVE PY-VALOR-PAGO     TO PV-VALOR-PAGO
           MOVE WS-QP-BAIXADO     TO PV-VR-BAIXADO
           MOVE WS-QP-CREDITO     TO PV-VR-CREDITO
           MOVE WS-QP-PARCIAL     TO PV-VR-PARCIAL
           MOVE WS-QP-SUSPENSO    TO PV-VR-SUSPENSO
           MOVE PY-DOC-PAGADOR    TO PV-DOC-PAGADOR
           MOVE PY-NOME-PAGADOR   TO PV-NOME-PAGADOR
           COMPUTE PV-VR-ABSORVIDO = PY-VALOR-PAGO
               - WS-QP-BAIXADO - WS-QP-CREDITO
               - WS-QP-PARCIAL - WS-QP-SUSPENSO
           EVALUATE TRUE
               WHEN WS-QP-SUSPENSO > ZEROS
                   SET PV-SUSPENSO TO TRUE
               WHEN WS-QP-PARCIAL > ZEROS
                   SET PV-PARCIAL TO TRUE
               WHEN WS-QP-BAIXADO > ZEROS
                   SET PV-BAIXA TO TRUE
               WHEN OTHER
                   SET PV-CREDITO TO TRUE
           END-EVALUATE
           WRITE FD-PIXMOV-REC
           CLOSE FD-PIXMOV
           .

       REGISTRA-RECUPERACAO-PREJ.
      *    Contrato em PREJUIZO: a baixa e recuperacao de credito
      *    baixado ('Y' e acumulo em PREJCTL.DAT), como no FINRET.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           SET MV-RECUPERACAO-PREJUIZO TO TRUE
           MOVE FD-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE WS-VR-RECUPERADO  TO MV-VALOR
           MOVE WS-DATA-MOVIMENTO TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA

           OPEN I-O FD-PREJCTL
           IF WS-FS-PREJCTL = '35'
               OPEN OUTPUT FD-PREJCTL
               CLOSE FD-PREJCTL
               OPEN I-O FD-PREJCTL
           END-IF
           MOVE FD-NUM-CONTRATO TO PJ-NUM-CONTRATO
           READ FD-PREJCTL
               INVALID KEY
                   MOVE FD-NUM-CONTRATO  TO PJ-NUM-CONTRATO
                   MOVE ZEROS            TO PJ-DATA-BAIXA
                   MOVE ZEROS            TO PJ-VR-BAIXADO
                   MOVE WS-VR-RECUPERADO TO PJ-VR-RECUPERADO
                   MOVE SPACES           TO PJ-BAIXADO-POR
                   WRITE FD-PREJCTL-REC
               NOT INVALID KEY
                   ADD WS-VR-RECUPERADO TO PJ-VR-RECUPERADO
                   REWRITE FD-PREJCTL-REC
           END-READ
           CLOSE FD-PREJCTL
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT), jornal do
      *    FINREST e espelho de parcelas, como no FINRET.
           SET AF-PARM-ALTERACAO TO TRUE
           MOVE 'FINPIX' TO AF-PARM-USUARIO
           MOVE 'FINPIX' TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'R'       TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM FINPIX.
