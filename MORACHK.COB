      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONSULTA DE MORATORIA REGIONAL ANTES DE AGIR SOBRE UM
      *          CONTRATO: le as moratorias do contrato em
      *          MORACTR.DAT (chave parcial pelo contrato) e devolve
      *          o contrato suspenso quando alguma delas esta
      *          aplicada (MORAT.DAT) e a data de movimento (DATAMOV)
      *          cai dentro da janela da pausa. Chamado pelo FINVARRE
      *          e pelo FINATRA (marca de atraso), FINVARRE e FINCOB
      *          (cartas e estagio) e FINNEGI (negativacao), para
      *          todas as pontas respeitarem a mesma janela. So
      *          leitura - serve igual a noite de ensaio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORACHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MORACTR        ASSIGN TO "MORACTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CHAVE
               FILE STATUS IS WS-FS-MORACTR.
           SELECT FD-MORAT          ASSIGN TO "MORAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-NUM-MORAT
               FILE STATUS IS WS-FS-MORAT.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MORACTR.
       01  FD-MORACTR-REC.
           COPY MORACTRREC.

       FD  FD-MORAT.
       01  FD-MORAT-REC.
           COPY MORATREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-MORACTR           PIC X(02) VALUE '00'.
         01 WS-FS-MORAT             PIC X(02) VALUE '00'.
         COPY DATAMOVPARM.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-FIM-MORACTR          PIC X(01).
             88 WS-EOF-MORACTR              VALUE 'S'.

       LINKAGE SECTION.
         COPY MORACHKPARM.

       PROCEDURE DIVISION USING MK-NUM-CONTRATO MK-RESULTADO
                                 MK-NUM-MORAT MK-DATA-FIM.
       MAIN-PROCEDURE.
           SET MK-LIBERADO TO TRUE
           MOVE ZEROS TO MK-NUM-MORAT
           MOVE ZEROS TO MK-DATA-FIM

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

      *    Sem moratoria aplicada ainda, os arquivos nem existem: o
      *    contrato esta liberado.
           OPEN INPUT FD-MORACTR
           IF WS-FS-MORACTR = '00'
               OPEN INPUT FD-MORAT
               IF WS-FS-MORAT = '00'
                   PERFORM PROCURA-MORATORIA-CONTRATO
                   CLOSE FD-MORAT
               END-IF
               CLOSE FD-MORACTR
           END-IF
           GOBACK.

       PROCURA-MORATORIA-CONTRATO.
      *    Posiciona no contrato e le para a frente ate ele mudar;
      *    a primeira moratoria com a janela aberta basta.
           MOVE 'N' TO WS-FIM-MORACTR
           MOVE MK-NUM-CONTRATO TO MC-NUM-CONTRATO
           MOVE ZEROS           TO MC-NUM-MORAT
           START FD-MORACTR KEY NOT < MC-CHAVE
               INVALID KEY
                   SET WS-EOF-MORACTR TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-MORACTR
               READ FD-MORACTR NEXT RECORD
                   AT END
                       SET WS-EOF-MORACTR TO TRUE
                   NOT AT END
                       IF MC-NUM-CONTRATO NOT = MK-NUM-CONTRATO
                           SET WS-EOF-MORACTR TO TRUE
                       ELSE
                           PERFORM AVALIA-JANELA
                           IF MK-SUSPENSO
                               SET WS-EOF-MORACTR TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-JANELA.
      *    Moratoria cancelada nunca chegou a valer; a encerrada
      *    antes do prazo ja teve o fim trazido para o dia do
      *    encerramento.
           MOVE MC-NUM-MORAT TO MR-NUM-MORAT
           READ FD-MORAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (MR-APLICADA OR MR-ENCERRADA)
                       AND MR-DATA-INICIO NOT > WS-DATA-HOJE
                       AND MR-DATA-FIM > WS-DATA-HOJE
                       SET MK-SUSPENSO TO TRUE
                       MOVE MR-NUM-MORAT TO MK-NUM-MORAT
                       MOVE MR-DATA-FIM  TO MK-DATA-FIM
                   END-IF
           END-READ
           .

       END PROGRAM MORACHK.
