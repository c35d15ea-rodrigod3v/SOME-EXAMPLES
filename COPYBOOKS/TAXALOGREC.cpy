      *          por override de supervisor em contrato cuja taxa
      *          divergiu da tabela ('O', com o numero do contrato) -
      *          o override e permitido, mas nunca sem registro.
      *          O selo (sequencia e valor encadeado, calculado
      *          pelo SELALOG sobre o conteudo da linha e o valor da
      *          linha anterior) fecha o registro; linha antiga, mais
      *          curta, le selo em branco.
      ******************************************************************
           03 TL-DATA                        PIC 9(08).
           03 TL-HORA                        PIC 9(08).
           03 TL-TAXA-ANTES                  PIC 9(02)V9(04).
           03 TL-TAXA-DEPOIS                 PIC 9(02)V9(04).
           03 TL-NUM-CONTRATO                PIC 9(08).
           03 TL-SELO.
               05 TL-SELO-SEQUENCIA          PIC 9(09).
               05 TL-SELO-VALOR              PIC 9(09).
