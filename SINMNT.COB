      *          como indenizacao) e o contrato sai QUITADO com
      *          termo via TERMOQUIT, como qualquer quitacao; (3)
      *          NEGA quando a seguradora recusa, devolvendo o
      *          contrato ao fluxo normal; (4) consulta. Cada aviso
      *          acrescentado ao SINENV.DAT vai para o diario de
      *          interfaces (GRAVAINT), para a operacao confirmar o
      *          envio a seguradora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY TERMOPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY GRAVAINTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'SINMNT'.
         01 WS-DATA-HOJE            PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  VENC. '.
           03 WS-LE-VENCTO          PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  VALOR '.
           03 WS-LE-VALOR           PIC Z.ZZZ.ZZZ,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                  ' ALIQ. ' FD-ALIQ-SEGURO
               DELIMITED BY SIZE INTO FD-SINENV-REG
           WRITE FD-SINENV-REG
           MOVE 1     TO IN-PARM-QTD
           MOVE ZEROS TO IN-PARM-VALOR
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                   MOVE FD-PARC-VENCTO(WS-IND) TO WS-LE-VENCTO
                   MOVE FD-PARC-VALOR(WS-IND)  TO WS-LE-VALOR
                   WRITE FD-SINENV-REG FROM WS-LINHA-ENVIO
                   ADD 1 TO IN-PARM-QTD
                   ADD FD-PARC-VALOR(WS-IND) TO IN-PARM-VALOR
               END-IF
           END-PERFORM
           CLOSE FD-SINENV
      *    Aviso sem trailer: contagem das linhas deste aviso e o
      *    total em aberto enviado.
           MOVE 'G'          TO IN-PARM-EVENTO
           MOVE 'SINENV'     TO IN-PARM-INTERFACE
           MOVE 'SINENV.DAT' TO IN-PARM-ARQUIVO
           MOVE 'N'          TO IN-PARM-TRAILER
           MOVE ZEROS        TO IN-PARM-QTD-TRAILER IN-PARM-VR-TRAILER
           MOVE WS-PROGRAMA  TO IN-PARM-PROGRAMA
           MOVE SN-USUARIO   TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           DISPLAY 'AVISO E CRONOGRAMA EM ABERTO GRAVADOS EM '
                   'SINENV.DAT PARA A SEGURADORA.'
           .
