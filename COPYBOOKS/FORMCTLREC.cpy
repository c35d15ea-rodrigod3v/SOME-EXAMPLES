               88 FM-COMPLETO                    VALUE 'C'.
           03 FM-DATA-ABERTURA               PIC 9(08).
           03 FM-DATA-COMPLETO               PIC 9(08).
      *    Apolice de seguro do bem em garantia (produto que exige
      *    seguro): N = devida, S = entregue, D ou espaco =
      *    dispensada. Marcada 'N' na abertura ou pelo FINAPOL
      *    quando a apolice vence ou falta; baixada no FORMMNT.
           03 FM-APOLICE                     PIC X(01).
               88 FM-APOLICE-DEVIDA              VALUE 'N'.
