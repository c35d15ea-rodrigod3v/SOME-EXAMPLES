           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-HORA            PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  VALOR '.
           03 WS-LT-VALOR           PIC ZZZZZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-USUARIO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
