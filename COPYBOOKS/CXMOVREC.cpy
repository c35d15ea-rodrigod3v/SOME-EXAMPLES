      *    diferenca (gaveta - recibos); zeros nas linhas de recibo.
           03 CX-VALOR-GAVETA                PIC 9(09)V99.
           03 CX-VALOR-DIFERENCA             PIC S9(09)V99.
      *    Forma de pagamento do recibo: dinheiro (branco no
      *    registro legado) ou cartao, com a modalidade (debito ou
      *    credito), a bandeira, o codigo de autorizacao da
      *    maquininha e o numero de parcelas no cartao - base da
      *    conciliacao com a adquirente (FINCART).
           03 CX-FORMA-PAGTO                 PIC X(01).
               88 CX-PAGTO-DINHEIRO              VALUE ' ' 'D'.
               88 CX-PAGTO-CARTAO                VALUE 'C'.
           03 CX-CARTAO-MODALIDADE           PIC X(01).
               88 CX-CARTAO-DEBITO               VALUE 'D'.
               88 CX-CARTAO-CREDITO              VALUE 'C'.
           03 CX-CARTAO-BANDEIRA             PIC X(10).
           03 CX-CARTAO-AUTORIZACAO          PIC X(06).
           03 CX-CARTAO-QTD-PARCELAS         PIC 9(02).
      *    So no fechamento: recibos em cartao do dia, fora da
      *    conferencia da gaveta (CX-VALOR leva so o dinheiro).
           03 CX-QTD-CARTAO                  PIC 9(05).
           03 CX-VALOR-CARTAO                PIC 9(09)V99.
      *    So no recibo: quem pagou no balcao - 'S' o proprio
      *    titular do contrato, 'N' terceiro, com o CPF/CNPJ de quem
      *    pagou. Branco no registro legado (tratado como titular).
      *    Base da regra de pagamento por terceiro do FINCOAF.
           03 CX-PAGANTE-TITULAR             PIC X(01).
               88 CX-PAGO-PELO-TITULAR           VALUE 'S' ' '.
               88 CX-PAGO-POR-TERCEIRO           VALUE 'N'.
           03 CX-DOC-PAGANTE                 PIC 9(14).
      *    Filial do operador que emitiu o recibo ou fechou o caixa;
      *    branco/zeros no registro legado (sem filial).
           03 CX-COD-FILIAL                  PIC 9(03).
