               88 RX-REEMITIDA                   VALUE 'E'.
           03 RX-DATA-SITUACAO               PIC 9(08).
           03 RX-OPERADOR                    PIC X(08).
      *    Instrucoes sobre titulos ja registrados (registros 'I'
      *    do arquivo), fora da contagem de parcelas.
           03 RX-QTD-INSTRUCOES              PIC 9(06).
