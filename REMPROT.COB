      *          REMESSA<ccc>.DAT exatamente como foi gerada, em vez
      *          de uma nova rodada do FINREM recomputar a selecao e
      *          mandar outro conjunto de parcelas em silencio.
      *          Transmitida ou aceita confirma o envio no diario de
      *          interfaces (GRAVAINT); a reemissao conta como nova
      *          geracao, a confirmar de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY GRAVAINTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'REMPROT'.
         01 WS-DATA-HOJE            PIC 9(08).
           03 WS-LP-QTD             PIC ZZZZZ9.
           03 FILLER                PIC X(07) VALUE ' TOTAL '.
           03 WS-LP-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(08) VALUE ' INSTR. '.
           03 WS-LP-INSTRUCOES      PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE '  '.
           03 WS-LP-SITUACAO        PIC X(11).

           MOVE RX-DATA-GERACAO TO WS-LP-DATA
           MOVE RX-QTD-DETALHES TO WS-LP-QTD
           MOVE RX-VR-TOTAL    TO WS-LP-VALOR
      *    Protocolo gravado antes das instrucoes nao tem o campo.
           IF RX-QTD-INSTRUCOES IS NUMERIC
               MOVE RX-QTD-INSTRUCOES TO WS-LP-INSTRUCOES
           ELSE
               MOVE ZEROS TO WS-LP-INSTRUCOES
           END-IF
           EVALUATE TRUE
               WHEN RX-TRANSMITIDA
                   MOVE 'TRANSMITIDA' TO WS-LP-SITUACAO
               WHEN WS-SIT-TRANSMITIDA
                   MOVE 'T' TO RX-SITUACAO
                   PERFORM GRAVA-SITUACAO
                   MOVE 'E' TO IN-PARM-EVENTO
                   PERFORM REGISTRA-INTERFACE
               WHEN WS-SIT-ACEITA
                   MOVE 'A' TO RX-SITUACAO
                   PERFORM GRAVA-SITUACAO
                   MOVE 'E' TO IN-PARM-EVENTO
                   PERFORM REGISTRA-INTERFACE
               WHEN WS-SIT-REJEITADA
                   MOVE 'R' TO RX-SITUACAO
                   PERFORM GRAVA-SITUACAO
               CLOSE FD-REMESSA
               MOVE 'E' TO RX-SITUACAO
               PERFORM GRAVA-SITUACAO
               MOVE 'G' TO IN-PARM-EVENTO
               PERFORM REGISTRA-INTERFACE
               DISPLAY 'REMESSA REEMITIDA EM ' WS-NOME-REMESSA
                       ' A PARTIR DE ' WS-NOME-REMARQ '.'
           END-IF
           .

       REGISTRA-INTERFACE.
      *    Evento (E=enviada, G=reemitida) ja informado por quem
      *    chama; contagem e total sao os do protocolo.
           MOVE 'REMESSA'       TO IN-PARM-INTERFACE
           MOVE SPACES          TO IN-PARM-ARQUIVO
           STRING 'REMESSA'     DELIMITED BY SIZE
                  RX-COD-BANCO  DELIMITED BY SIZE
                  '.DAT'        DELIMITED BY SIZE
                  INTO IN-PARM-ARQUIVO
           MOVE RX-QTD-DETALHES TO IN-PARM-QTD IN-PARM-QTD-TRAILER
           MOVE RX-VR-TOTAL     TO IN-PARM-VALOR IN-PARM-VR-TRAILER
           MOVE 'S'             TO IN-PARM-TRAILER
           MOVE WS-PROGRAMA     TO IN-PARM-PROGRAMA
           MOVE SN-USUARIO      TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       END PROGRAM REMPROT.
