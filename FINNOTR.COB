      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RETORNO DO REMETENTE DOS AVISOS POR E-MAIL/SMS: le o
      *          NOTIFRET.DAT (um evento por aviso do NOTIFREM.DAT) e
      *          atualiza o cliente em CONTATO.DAT - (E) entregue
      *          soma a entrega e a data da ultima; (D) devolvido
      *          marca o canal como devolvido (endereco eletronico
      *          inexistente, para de receber ate ser registrado de
      *          novo no CONTMNT); (O) opt-out marca o canal como
      *          recusado pelo cliente, origem R. Mesmo guarda de
      *          replay do FINPIX em RETCTL.DAT (banco reservado 998,
      *          reprocessamento pela variavel FINNOTR-REPROCESSA) e
      *          conferencia do trailer. Eventos que nao casam saem
      *          no FINNOTR.PRT. Roda como passo do JOBNOTURNO antes
      *          dos programas que enfileiram avisos, para o opt-out
      *          valer ja na mesma noite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINNOTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-NOTIFRET       ASSIGN TO "NOTIFRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFRET.
           SELECT FD-CONTATO        ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-COD-CLIENTE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CONTATO.
           SELECT FD-RETCTL         ASSIGN TO "RETCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-FS-RETCTL.
           SELECT FD-EXCECAO        ASSIGN TO "FINNOTR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-NOTIFRET.
       01  FD-NOTIFRET-REC.
           COPY NOTIFRETREC.
      *  Visoes de controle sobre o mesmo registro, como no FINPIX:
      *  header 'H' com data de geracao e sequencia do arquivo,
      *  trailer 'T' com a quantidade de eventos enviados.
       01  FD-NOTIFRET-HDR.
           03 NH-TIPO-REG            PIC X(01).
           03 NH-DATA-GERACAO        PIC 9(08).
           03 NH-SEQ-ARQUIVO         PIC 9(06).
       01  FD-NOTIFRET-TRL.
           03 NX-TIPO-REG            PIC X(01).
           03 NX-QTD-DETALHES        PIC 9(06).

       FD  FD-CONTATO.
       01  FD-CONTATO-REC.
           COPY CONTATOREC.

       FD  FD-RETCTL.
       01  FD-RETCTL-REC.
           COPY RETCTLREC.

       FD  FD-EXCECAO.
       01  FD-EXCECAO-REG           PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-NOTIFRET      PIC X(02) VALUE '00'.
           03 WS-FS-CONTATO       PIC X(02) VALUE '00'.
           03 WS-FS-RETCTL        PIC X(02) VALUE '00'.
           03 WS-FS-EXCECAO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINNOTR'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

      *  Codigo de banco reservado do remetente dos avisos na guarda
      *  de replay (RETCTL.DAT).
         01 WS-BANCO-AVISO          PIC 9(03) VALUE 998.

         01 WS-FIM-NOTIFRET         PIC X(01) VALUE 'N'.
             88 WS-EOF-NOTIFRET             VALUE 'S'.
         01 WS-DATA-EVENTO          PIC 9(08).

         01 WS-QTD-EVENTOS          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ENTREGUES        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-DEVOLVIDOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-OPT-OUT          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EXCECOES         PIC 9(06) VALUE ZEROS.

      *  Guarda de replay (RETCTL.DAT), mesma regra do FINPIX.
         01 WS-REPLAY-GUARD.
           03 WS-ARQ-TEM-HEADER     PIC X(01).
               88 WS-ARQUIVO-COM-HEADER       VALUE 'S'.
           03 WS-ARQ-JA-POSTADO     PIC X(01).
               88 WS-ARQUIVO-JA-POSTADO       VALUE 'S'.
           03 WS-SEQ-NOTIFRET       PIC 9(06).
           03 WS-DATA-GER-NOTIFRET  PIC 9(08).
           03 WS-ENV-REPROCESSA     PIC X(06).
           03 WS-FLAG-REPROCESSO    PIC X(01).
               88 WS-E-REPROCESSO             VALUE 'S'.

         01 WS-TRAILER-LIDO         PIC X(01) VALUE 'N'.
             88 WS-HA-TRAILER               VALUE 'S'.
         01 WS-TRL-QTD              PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-EXCECAO.
           03 FILLER                PIC X(06) VALUE 'AVISO '.
           03 WS-LE-AVISO           PIC 9(10).
           03 FILLER                PIC X(09) VALUE ' CLIENTE '.
           03 WS-LE-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(07) VALUE ' CANAL '.
           03 WS-LE-CANAL           PIC X(01).
           03 FILLER                PIC X(08) VALUE ' EVENTO '.
           03 WS-LE-EVENTO          PIC X(01).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LE-MOTIVO          PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           MOVE SPACES TO WS-ENV-REPROCESSA
           ACCEPT WS-ENV-REPROCESSA FROM ENVIRONMENT
               'FINNOTR-REPROCESSA'

           OPEN I-O FD-CONTATO
           IF WS-FS-CONTATO = '35'
               OPEN OUTPUT FD-CONTATO
               CLOSE FD-CONTATO
               OPEN I-O FD-CONTATO
           END-IF
           MOVE WS-FS-CONTATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINNOTR: CONTATO.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FD-EXCECAO
               PERFORM PROCESSA-ARQUIVO-RETORNO
               CLOSE FD-CONTATO
               CLOSE FD-EXCECAO
           END-IF

           DISPLAY 'FINNOTR: ' WS-QTD-EVENTOS ' EVENTO(S) LIDO(S), '
                   WS-QTD-ENTREGUES ' ENTREGUE(S), '
                   WS-QTD-DEVOLVIDOS ' DEVOLVIDO(S), '
                   WS-QTD-OPT-OUT ' OPT-OUT.'
           IF WS-QTD-EXCECOES > ZEROS
               DISPLAY 'FINNOTR: ' WS-QTD-EXCECOES ' EVENTO(S) SEM '
                       'CLIENTE OU INVALIDO(S) - VEJA FINNOTR.PRT.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       PROCESSA-ARQUIVO-RETORNO.
           MOVE 'N' TO WS-FIM-NOTIFRET
           MOVE 'N' TO WS-ARQ-TEM-HEADER WS-ARQ-JA-POSTADO
                       WS-FLAG-REPROCESSO
           MOVE ZEROS TO WS-SEQ-NOTIFRET WS-DATA-GER-NOTIFRET
           OPEN INPUT FD-NOTIFRET
           MOVE WS-FS-NOTIFRET TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
      *        Dia sem retorno do remetente nao e erro.
               DISPLAY 'FINNOTR: NOTIFRET.DAT NAO EXISTE - SEM '
                       'RETORNO DE AVISOS NO DIA.'
           ELSE
               PERFORM LE-HEADER-RETORNO
               IF WS-ARQUIVO-JA-POSTADO
                   DISPLAY 'FINNOTR: NOTIFRET.DAT SEQUENCIA '
                           WS-SEQ-NOTIFRET ' JA FOI PROCESSADO EM '
                           'OUTRA EXECUCAO - ARQUIVO RECUSADO. PARA '
                           'REPROCESSAR DE PROPOSITO, RODE COM '
                           'FINNOTR-REPROCESSA=' WS-SEQ-NOTIFRET '.'
               ELSE
                   PERFORM UNTIL WS-EOF-NOTIFRET
                       READ FD-NOTIFRET
                           AT END
                               SET WS-EOF-NOTIFRET TO TRUE
                           NOT AT END
                               PERFORM CLASSIFICA-REGISTRO
                       END-READ
                   END-PERFORM
                   PERFORM CONFERE-TRAILER
                   IF WS-ARQUIVO-COM-HEADER
                       PERFORM GRAVA-RETCTL
                   END-IF
               END-IF
               CLOSE FD-NOTIFRET
           END-IF
           .

       LE-HEADER-RETORNO.
           READ FD-NOTIFRET
               AT END
                   SET WS-EOF-NOTIFRET TO TRUE
               NOT AT END
                   IF NH-TIPO-REG = 'H'
                       SET WS-ARQUIVO-COM-HEADER TO TRUE
                       IF NH-DATA-GERACAO IS NUMERIC
                           MOVE NH-DATA-GERACAO
                             TO WS-DATA-GER-NOTIFRET
                       END-IF
                       IF NH-SEQ-ARQUIVO IS NUMERIC
                           MOVE NH-SEQ-ARQUIVO TO WS-SEQ-NOTIFRET
                       END-IF
                       PERFORM VERIFICA-RETCTL
                   ELSE
                       PERFORM CLASSIFICA-REGISTRO
                   END-IF
           END-READ
           .

       CLASSIFICA-REGISTRO.
           EVALUATE TRUE
               WHEN NZ-REG-TRAILER
                   SET WS-HA-TRAILER TO TRUE
                   IF NX-QTD-DETALHES IS NUMERIC
                       MOVE NX-QTD-DETALHES TO WS-TRL-QTD
                   END-IF
               WHEN NZ-REG-HEADER
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTD-EVENTOS
                   PERFORM PROCESSA-EVENTO
           END-EVALUATE
           .

       VERIFICA-RETCTL.
           OPEN I-O FD-RETCTL
           IF WS-FS-RETCTL = '35'
               OPEN OUTPUT FD-RETCTL
               CLOSE FD-RETCTL
               OPEN I-O FD-RETCTL
           END-IF
           MOVE WS-BANCO-AVISO   TO RL-COD-BANCO
           MOVE WS-SEQ-NOTIFRET  TO RL-SEQ-ARQUIVO
           READ FD-RETCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ENV-REPROCESSA IS NUMERIC
                       AND WS-ENV-REPROCESSA = WS-SEQ-NOTIFRET
                       SET WS-E-REPROCESSO TO TRUE
                       DISPLAY 'FINNOTR: REPROCESSAMENTO DA SEQUENCIA '
                               WS-SEQ-NOTIFRET ' AUTORIZADO POR '
                               'FINNOTR-REPROCESSA.'
                   ELSE
                       SET WS-ARQUIVO-JA-POSTADO TO TRUE
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
           MOVE WS-BANCO-AVISO        TO RL-COD-BANCO
           MOVE WS-SEQ-NOTIFRET       TO RL-SEQ-ARQUIVO
           MOVE WS-DATA-GER-NOTIFRET  TO RL-DATA-GERACAO
           MOVE WS-DATA-MOVIMENTO     TO RL-DATA-POSTAGEM
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
      *    Arquivo truncado na transmissao aparece aqui; os eventos
      *    lidos ja foram aplicados e ficam.
           IF WS-HA-TRAILER
               IF WS-TRL-QTD NOT = WS-QTD-EVENTOS
                   MOVE ZEROS  TO WS-LE-AVISO WS-LE-CLIENTE
                   MOVE SPACES TO WS-LE-CANAL WS-LE-EVENTO
                   MOVE 'TRAILER DIVERGE DO LIDO' TO WS-LE-MOTIVO
                   WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
                   DISPLAY 'FINNOTR: AVISO - TRAILER DO REMETENTE ('
                           WS-TRL-QTD ' EVENTOS) DIFERE DO LIDO ('
                           WS-QTD-EVENTOS ' EVENTOS) - VEJA '
                           'FINNOTR.PRT.'
               END-IF
           ELSE
               IF WS-ARQUIVO-COM-HEADER
                   MOVE ZEROS  TO WS-LE-AVISO WS-LE-CLIENTE
                   MOVE SPACES TO WS-LE-CANAL WS-LE-EVENTO
                   MOVE 'ARQUIVO SEM TRAILER' TO WS-LE-MOTIVO
                   WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
                   DISPLAY 'FINNOTR: AVISO - NOTIFRET.DAT SEM '
                           'TRAILER, POSSIVEL ARQUIVO TRUNCADO.'
               END-IF
           END-IF
           .

       PROCESSA-EVENTO.
      *    Mesmo IS NUMERIC do FINPIX em todo campo vindo de fora.
           MOVE NZ-NUM-AVISO   TO WS-LE-AVISO
           MOVE NZ-COD-CLIENTE TO WS-LE-CLIENTE
           MOVE NZ-CANAL       TO WS-LE-CANAL
           MOVE NZ-EVENTO      TO WS-LE-EVENTO
           IF NZ-DATA-EVENTO IS NUMERIC AND NZ-DATA-EVENTO > ZEROS
               MOVE NZ-DATA-EVENTO    TO WS-DATA-EVENTO
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-EVENTO
           END-IF

           EVALUATE TRUE
               WHEN NZ-COD-CLIENTE IS NOT NUMERIC
                   MOVE ZEROS TO WS-LE-CLIENTE
                   MOVE 'CLIENTE INVALIDO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               WHEN NOT NZ-CANAL-EMAIL AND NOT NZ-CANAL-SMS
                   MOVE 'CANAL DESCONHECIDO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               WHEN NOT NZ-ENTREGUE AND NOT NZ-DEVOLVIDO
                    AND NOT NZ-OPT-OUT
                   MOVE 'EVENTO DESCONHECIDO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               WHEN OTHER
                   MOVE NZ-COD-CLIENTE TO EE-COD-CLIENTE
                   READ FD-CONTATO
                       INVALID KEY
                           MOVE 'CLIENTE SEM CONTATO.DAT'
                             TO WS-LE-MOTIVO
                           PERFORM GRAVA-EXCECAO
                       NOT INVALID KEY
                           PERFORM APLICA-EVENTO
                   END-READ
           END-EVALUATE
           .

       APLICA-EVENTO.
           EVALUATE TRUE
               WHEN NZ-ENTREGUE
                   ADD 1 TO EE-QTD-ENTREGAS
                   IF WS-DATA-EVENTO > EE-DATA-ULT-ENTREGA
                       MOVE WS-DATA-EVENTO TO EE-DATA-ULT-ENTREGA
                   END-IF
                   ADD 1 TO WS-QTD-ENTREGUES
               WHEN NZ-DEVOLVIDO
      *            Devolucao so derruba canal autorizado; opt-out ja
      *            registrado prevalece.
                   IF NZ-CANAL-EMAIL AND EE-EMAIL-AUTORIZADO
                       MOVE 'D'            TO EE-EMAIL-SITUACAO
                       MOVE WS-DATA-EVENTO TO EE-EMAIL-DATA-SITUACAO
                       MOVE 'R'            TO EE-EMAIL-ORIGEM
                   END-IF
                   IF NZ-CANAL-SMS AND EE-CEL-AUTORIZADO
                       MOVE 'D'            TO EE-CEL-SITUACAO
                       MOVE WS-DATA-EVENTO TO EE-CEL-DATA-SITUACAO
                       MOVE 'R'            TO EE-CEL-ORIGEM
                   END-IF
                   ADD 1 TO WS-QTD-DEVOLVIDOS
               WHEN NZ-OPT-OUT
                   IF NZ-CANAL-EMAIL AND NOT EE-EMAIL-OPT-OUT
                       MOVE 'O'            TO EE-EMAIL-SITUACAO
                       MOVE WS-DATA-EVENTO TO EE-EMAIL-DATA-SITUACAO
                       MOVE 'R'            TO EE-EMAIL-ORIGEM
                   END-IF
                   IF NZ-CANAL-SMS AND NOT EE-CEL-OPT-OUT
                       MOVE 'O'            TO EE-CEL-SITUACAO
                       MOVE WS-DATA-EVENTO TO EE-CEL-DATA-SITUACAO
                       MOVE 'R'            TO EE-CEL-ORIGEM
                   END-IF
                   ADD 1 TO WS-QTD-OPT-OUT
           END-EVALUATE
           MOVE WS-JOB-NOME       TO EE-USUARIO
           MOVE WS-DATA-MOVIMENTO TO EE-DATA-ATUALIZACAO
           REWRITE FD-CONTATO-REC
           .

       GRAVA-EXCECAO.
           WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
           ADD 1 TO WS-QTD-EXCECOES
           .

       END PROGRAM FINNOTR.
