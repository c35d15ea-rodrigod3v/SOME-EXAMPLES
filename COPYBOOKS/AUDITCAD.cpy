      *          credito, a situacao, a data de nascimento, o bureau,
      *          o cheque devolvido e a correspondencia devolvida
      *          vieram depois do layout original).
      *          O selo (sequencia e valor encadeado, calculado
      *          pelo SELALOG sobre o conteudo da linha e o valor da
      *          linha anterior) fecha o registro; linha antiga, mais
      *          curta, le selo em branco.
      ******************************************************************
           03 AU-DATA-HORA.
              05 AU-DATA                         PIC 9(08).
               05 DD-FLAG-CORRESP                     PIC X(01).
               05 DD-DATA-CORRESP-DEV                 PIC 9(08).
               05 DD-ORIGEM-CORRESP-DEV               PIC X(08).
           03 AU-SELO.
               05 AU-SELO-SEQUENCIA              PIC 9(09).
               05 AU-SELO-VALOR                  PIC 9(09).
