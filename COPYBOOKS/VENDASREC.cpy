      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the merchant's daily sales file
      *          (VENDAS<cccc>.DAT) lido pelo FINLOJI - header com o
      *          codigo do lojista e a sequencia do arquivo, um
      *          detalhe por venda no crediario (cupom da loja, CPF e
      *          dados do comprador para o cadastro de cliente novo,
      *          produto, valor e prazo) e trailer com a quantidade
      *          de detalhes e o valor total vendido.
      ******************************************************************
           03 VD-TIPO-REG                    PIC X(01).
               88 VD-REG-HEADER                  VALUE 'H'.
               88 VD-REG-DETALHE                 VALUE 'D'.
               88 VD-REG-TRAILER                 VALUE 'T'.
           03 VD-DADOS                       PIC X(149).
           03 VD-HEADER REDEFINES VD-DADOS.
               05 VD-H-COD-LOJISTA           PIC 9(04).
               05 VD-H-SEQUENCIA             PIC 9(06).
               05 VD-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(131).
           03 VD-DETALHE REDEFINES VD-DADOS.
               05 VD-REF-VENDA               PIC X(10).
               05 VD-DATA-VENDA              PIC 9(08).
               05 VD-CPF                     PIC 9(11).
               05 VD-PRIMEIRO-NOME           PIC X(20).
               05 VD-ULTIMO-NOME             PIC X(20).
               05 VD-DATA-NASC               PIC 9(08).
               05 VD-DDD                     PIC 9(02).
               05 VD-TELEFONE                PIC 9(09).
               05 VD-CEP                     PIC X(08).
      *        Produto do mestre (zeros = produto padrao do lojista)
      *        e descricao livre, usada so quando nao ha produto.
               05 VD-COD-PRODUTO             PIC 9(03).
               05 VD-DESCRICAO               PIC X(20).
               05 VD-VALOR                   PIC 9(06)V99.
               05 VD-NUM-PARCELAS            PIC 9(02).
               05 FILLER                     PIC X(20).
           03 VD-TRAILER REDEFINES VD-DADOS.
               05 VD-T-QTD-DETALHES          PIC 9(06).
               05 VD-T-VR-TOTAL              PIC 9(09)V99.
               05 FILLER                     PIC X(132).
