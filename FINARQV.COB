           03 FILLER                PIC X(08) VALUE '  VENC. '.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  VALOR '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-STATUS          PIC X(01).

