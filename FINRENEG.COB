           03 WS-CD-STATUS-PONTA    PIC X(01).
           03 WS-CD-ANTERIOR        PIC 9(08).
           03 WS-CD-ORIGINAL        PIC 9(08).
           03 WS-CD-VALOR-ORIGINAL  PIC 9(08)V99.
           03 WS-CD-QTD-ELOS        PIC 9(03).
           03 WS-CD-FIM             PIC X(01).
               88 WS-FIM-DA-CADEIA            VALUE 'S'.
           03 FILLER                PIC X(09) VALUE 'ORIGINAL '.
           03 WS-LC-ORIGINAL        PIC 9(08).
           03 FILLER                PIC X(08) VALUE ' VALOR  '.
           03 WS-LC-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(08) VALUE ' RENEG. '.
           03 WS-LC-ELOS            PIC ZZ9.
           03 FILLER                PIC X(07) VALUE ' PONTA '.
