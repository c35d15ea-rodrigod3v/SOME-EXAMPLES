      *          snapshot restaurado para chegar ao momento da falha.
      *          A imagem e dimensionada para o maior registro do
      *          sistema (o contrato com as 420 parcelas), com folga.
      *          O selo (sequencia e valor encadeado, calculado
      *          pelo SELALOG sobre o conteudo da linha e o valor da
      *          linha anterior) fecha o registro; linha antiga, mais
      *          curta, le selo em branco.
      ******************************************************************
           03 JN-DATA                        PIC 9(08).
           03 JN-HORA                        PIC 9(08).
               88 JN-OPER-WRITE                  VALUE 'W'.
               88 JN-OPER-REWRITE                VALUE 'R'.
               88 JN-OPER-DELETE                 VALUE 'D'.
           03 JN-IMAGEM                      PIC X(8000).
           03 JN-SELO.
               05 JN-SELO-SEQUENCIA          PIC 9(09).
               05 JN-SELO-VALOR              PIC 9(09).
