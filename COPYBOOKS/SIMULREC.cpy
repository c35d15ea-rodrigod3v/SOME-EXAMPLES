           03 SM-NUM-SIMULACAO               PIC 9(08).
           03 SM-COD-CLIENTE                 PIC 9(06).
           03 SM-OBJETO                      PIC X(20).
           03 SM-VALOR                       PIC 9(08)V99.
           03 SM-TAXA-JUROS                  PIC 9(02)V9(04).
           03 SM-METODO-AMORT                PIC X(01).
           03 SM-NUM-PARCELAS                PIC 9(03).
      *    (parcela reforcada, zeros = plano chato).
           03 SM-PERIODICIDADE               PIC X(01).
           03 SM-BALAO-PARCELA               PIC 9(03).
           03 SM-BALAO-VALOR                 PIC 9(07)V99.
           03 SM-COD-PRODUTO                 PIC 9(03).
           03 SM-DATA-EMISSAO                PIC 9(08).
           03 SM-DATA-VALIDADE               PIC 9(08).
               88 SM-PENDENTE                    VALUE 'P'.
               88 SM-UTILIZADA                   VALUE 'U'.
           03 SM-DATA-UTILIZACAO             PIC 9(08).
      *    Forma da tarifa de cadastro escolhida na simulacao:
      *    (F)inanciada ou paga a (V)ista no balcao.
           03 SM-TARIFA-FORMA                PIC X(01).
