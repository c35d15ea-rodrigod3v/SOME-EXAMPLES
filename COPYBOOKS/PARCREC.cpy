               05 PR-NUM-CONTRATO            PIC 9(08).
               05 PR-NUM-PARCELA             PIC 9(03).
           03 PR-VENCTO                      PIC 9(08).
           03 PR-VALOR                       PIC 9(07)V99.
           03 PR-STATUS                      PIC X(01).
               88 PR-PENDENTE                    VALUE 'P'.
               88 PR-PAGA                        VALUE 'G'.
