      *          de header/trailer do arquivo sao montados pelo FINREM
      *          em WORKING-STORAGE e gravados FROM sobre esta mesma
      *          area (primeiro byte 'H'/'D'/'T' distingue o tipo).
      *          Registro 'I' e instrucao sobre titulo ja registrado
      *          (pedido de baixa, abatimento, alteracao de
      *          vencimento), identificado pelo nosso-numero.
      ******************************************************************
           03 RM-TIPO-REG                    PIC X(01).
               88 RM-REG-HEADER                  VALUE 'H'.
               88 RM-REG-DETALHE                 VALUE 'D'.
               88 RM-REG-TRAILER                 VALUE 'T'.
               88 RM-REG-INSTRUCAO               VALUE 'I'.
           03 RM-NUM-CONTRATO                PIC 9(08).
           03 RM-NUM-PARCELA                 PIC 9(03).
           03 RM-PARC-VENCTO                 PIC 9(08).
           03 RM-PARC-VALOR                  PIC 9(07)V99.
           03 RM-COD-CLIENTE                 PIC 9(06).
           03 RM-TIPO-PESSOA                 PIC X(01).
           03 RM-CPF                         PIC 9(11).
      *    (TITULOS.DAT), atribuido pelo FINREM na geracao; e por
      *    ele que o banco identifica o titulo no retorno.
           03 RM-NOSSO-NUMERO                PIC 9(10).
      *    Codigo de movimento do registro: '01' entrada de titulo
      *    (detalhe 'D'); nas instrucoes 'I', '02' pedido de baixa,
      *    '04' abatimento (valor em RM-VALOR-ABATIMENTO e o valor
      *    restante em RM-PARC-VALOR) e '06' alteracao de vencimento
      *    (novo vencimento em RM-PARC-VENCTO).
           03 RM-COD-INSTRUCAO               PIC X(02).
               88 RM-INSTR-REGISTRO              VALUE '01'.
               88 RM-INSTR-BAIXA                 VALUE '02'.
               88 RM-INSTR-ABATIMENTO            VALUE '04'.
               88 RM-INSTR-VENCIMENTO            VALUE '06'.
           03 RM-VALOR-ABATIMENTO            PIC 9(07)V99.
