      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma PARAMGET (valor em vigor
      *>          de um parametro do mestre PARAM.DAT): quem chama
      *>          informa o nome do parametro e a data de referencia
      *>          (zeros = data de movimento do DATAMOV); volta o
      *>          valor da vigencia em vigor nessa data e S achado ou
      *>          N nao achado (nome fora do catalogo - quem chama
      *>          fica com o proprio valor padrao).
      *>***************************************************************
       01 PG-NOME                            PIC X(12).
       01 PG-DATA-REF                        PIC 9(08).
       01 PG-VALOR                           PIC 9(09)V9(04).
       01 PG-SITUACAO                        PIC X(01).
           88 PG-ENCONTRADO                          VALUE 'S'.
           88 PG-NAO-ENCONTRADO                      VALUE 'N'.
