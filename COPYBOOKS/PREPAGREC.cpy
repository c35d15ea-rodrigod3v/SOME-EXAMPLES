      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the prepayment event log
      *          (PREPAG.DAT), gravado em EXTEND pelo FINAN2 a cada
      *          liquidacao antecipada confirmada e a cada amortizacao
      *          extraordinaria: o PAGTOLOG so registra a baixa de
      *          cada parcela pelo valor de face, entao o valor
      *          efetivamente recebido, o desconto e o saldo devedor
      *          principal na data so ficam guardados aqui. Tipo (L)
      *          liquidacao, (E) amortizacao encurtando o prazo ou (R)
      *          amortizacao recalculando as parcelas. Saldo de face
      *          e a soma das parcelas alcancadas pelo evento; juros
      *          renunciados e a parte das parcelas futuras que deixa
      *          de ser recebida alem do principal devolvido. Lido
      *          pelo FINPREP no relatorio mensal de antecipacoes.
      ******************************************************************
           03 PP-DATA-EVENTO                 PIC 9(08).
           03 PP-HORA-EVENTO                 PIC 9(08).
           03 PP-TIPO-EVENTO                 PIC X(01).
               88 PP-LIQUIDACAO                  VALUE 'L'.
               88 PP-AMORT-ENCURTA               VALUE 'E'.
               88 PP-AMORT-RECALCULA             VALUE 'R'.
           03 PP-NUM-CONTRATO                PIC 9(08).
           03 PP-COD-CLIENTE                 PIC 9(06).
           03 PP-COD-PRODUTO                 PIC 9(03).
           03 PP-DATA-CONTRATACAO            PIC 9(08).
           03 PP-PARC-INICIAL                PIC 9(03).
           03 PP-QTD-PARCELAS                PIC 9(03).
           03 PP-VR-SALDO-FACE               PIC 9(09)V99.
           03 PP-VR-SALDO-PRINC              PIC 9(09)V99.
           03 PP-VR-PAGO                     PIC 9(09)V99.
           03 PP-VR-DESCONTO                 PIC 9(09)V99.
           03 PP-VR-JUROS-RENUNC             PIC 9(09)V99.
           03 PP-PCT-DESCONTO                PIC 9(02)V99.
           03 PP-COTACAO-HONRADA             PIC X(01).
               88 PP-HONROU-COTACAO              VALUE 'S'.
           03 PP-USUARIO                     PIC X(08).
           03 FILLER                         PIC X(10).
