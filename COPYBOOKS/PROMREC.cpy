               05 PM-NUM-PARCELA             PIC 9(03).
           03 PM-COD-CLIENTE                 PIC 9(06).
           03 PM-DATA-PROMETIDA              PIC 9(08).
           03 PM-VR-PROMETIDO                PIC 9(07)V99.
           03 PM-STATUS                      PIC X(01).
               88 PM-PENDENTE                    VALUE 'P'.
               88 PM-CUMPRIDA                    VALUE 'C'.
