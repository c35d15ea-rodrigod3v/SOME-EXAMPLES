      *          atendeu. O desfecho alimenta a montagem da noite
      *          seguinte: quem atendeu descansa um dia, quem nao
      *          atendeu sobe na lista. Supervisor pode abrir a
      *          lista de qualquer cobrador. O item mostra tambem a
      *          data da ultima ligacao do cliente na URA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                PIC X(05) VALUE ' FONE'.
           03 WS-LI-TELEFONE        PIC 9(13).
           03 FILLER                PIC X(05) VALUE ' ATR '.
           03 WS-LI-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE ' DSF '.
           03 WS-LI-RESULTADO       PIC X(01).
           03 FILLER                PIC X(05) VALUE ' URA '.
           03 WS-LI-DATA-URA        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE LS-TELEFONE     TO WS-LI-TELEFONE
           MOVE LS-VR-ATRASADO  TO WS-LI-VALOR
           MOVE LS-RESULTADO    TO WS-LI-RESULTADO
           MOVE LS-DATA-ULT-URA TO WS-LI-DATA-URA
           DISPLAY WS-LINHA-ITEM
           ADD 1 TO WS-QTD-ITENS
           .
