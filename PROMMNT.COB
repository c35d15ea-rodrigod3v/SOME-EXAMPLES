           03 WS-DP-AA              PIC 9(04).
           03 WS-DP-MM              PIC 9(02).
           03 WS-DP-DD              PIC 9(02).
         01 WS-VR-PROMETIDO         PIC 9(07)V99.

         01 WS-FIM-PROMESSA         PIC X(01).
             88 WS-EOF-PROMESSA             VALUE 'S'.
           03 FILLER                PIC X(06) VALUE ' PARA '.
           03 WS-LP-DATA            PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' VALOR '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE ' SIT '.
           03 WS-LP-STATUS          PIC X(01).

