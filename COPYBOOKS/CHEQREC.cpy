           03 CH-COD-CLIENTE                 PIC 9(06).
           03 CH-COD-BANCO                   PIC 9(03).
           03 CH-NUM-CHEQUE                  PIC X(10).
           03 CH-VALOR                       PIC 9(07)V99.
           03 CH-BOM-PARA                    PIC 9(08).
           03 CH-VENCTO-ORIGINAL             PIC 9(08).
           03 CH-STATUS                      PIC X(01).
