      *          hora, os campos de cabecalho antes/depois e quais
      *          parcelas mudaram (quantidade e os 10 primeiros
      *          numeros). Nao guarda a imagem inteira das 420
      *          parcelas de proposito: o registro tem 7.7K e a
      *          imagem dupla inviabilizaria o arquivo.
      *          O selo (sequencia e valor encadeado, calculado
      *          pelo SELALOG sobre o conteudo da linha e o valor da
      *          linha anterior) fecha o registro; linha antiga, mais
      *          curta, le selo em branco.
      ******************************************************************
           03 AF-DATA                        PIC 9(08).
           03 AF-HORA                        PIC 9(08).
           03 AF-NUM-CONTRATO                PIC 9(08).
           03 AF-ANTES.
               05 AF-ANT-STATUS              PIC X(01).
               05 AF-ANT-VALOR               PIC 9(08)V99.
               05 AF-ANT-TAXA                PIC 9(02)V9(04).
               05 AF-ANT-NUM-PARC            PIC 9(03).
               05 AF-ANT-MOTIVO              PIC 9(02).
           03 AF-DEPOIS.
               05 AF-DEP-STATUS              PIC X(01).
               05 AF-DEP-VALOR               PIC 9(08)V99.
               05 AF-DEP-TAXA                PIC 9(02)V9(04).
               05 AF-DEP-NUM-PARC            PIC 9(03).
               05 AF-DEP-MOTIVO              PIC 9(02).
           03 AF-QTD-PARC-ALTERADAS          PIC 9(03).
           03 AF-PARC-ALTERADA               PIC 9(03) OCCURS 10 TIMES.
           03 AF-SELO.
               05 AF-SELO-SEQUENCIA          PIC 9(09).
               05 AF-SELO-VALOR              PIC 9(09).
