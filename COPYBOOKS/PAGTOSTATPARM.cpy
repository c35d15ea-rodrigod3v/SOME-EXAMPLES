      *> contrato/parcela veio a transicao e quanto ela vale.
       01 PS-NUM-CONTRATO                    PIC 9(08).
       01 PS-NUM-PARCELA                     PIC 9(03).
       01 PS-VALOR                           PIC 9(07)V99.
       01 PS-USUARIO                         PIC X(08).
       01 PS-PROGRAMA                        PIC X(08).
