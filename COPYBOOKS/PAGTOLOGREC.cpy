      *    de historico) sem adivinhar de onde veio o movimento.
           03 PL-NUM-CONTRATO                PIC 9(08).
           03 PL-NUM-PARCELA                 PIC 9(03).
           03 PL-VALOR                       PIC 9(07)V99.
           03 PL-USUARIO                     PIC X(08).
           03 PL-PROGRAMA                    PIC X(08).
      *    Selo encadeado (SELALOG): sequencia e valor calculado
      *    sobre o conteudo da linha e o valor da linha anterior;
      *    linha antiga, mais curta, le selo em branco.
           03 PL-SELO.
               05 PL-SELO-SEQUENCIA          PIC 9(09).
               05 PL-SELO-VALOR              PIC 9(09).
