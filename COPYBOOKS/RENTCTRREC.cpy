      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the monthly contract
      *          profitability file (RENTCTR.DAT), chave competencia
      *          AAAAMM + contrato, gravado pelo FINRENT: receitas
      *          (juros apropriados do FINACC, juros do rotativo,
      *          tarifas, encargos de atraso e a margem do seguro
      *          prestamista) e custos (comissao do agente, tarifa
      *          bancaria por titulo liquidado, captacao sobre o
      *          saldo medio, despesa de provisao e prejuizo liquido
      *          de recuperacao) do contrato no mes, com a margem em
      *          R$ e a taxa anualizada sobre o saldo medio.
      *          Reexecucao na mesma competencia refaz os registros.
      ******************************************************************
           03 RS-CHAVE.
               05 RS-COMPETENCIA             PIC 9(06).
               05 RS-NUM-CONTRATO            PIC 9(08).
           03 RS-COD-PRODUTO                 PIC 9(03).
           03 RS-COD-AGENTE                  PIC 9(04).
      *    Safra: AAAAMM da contratacao.
           03 RS-SAFRA                       PIC 9(06).
           03 RS-TAXA-JUROS                  PIC 9(02)V9(04).
      *    Saldo em aberto no fechamento do mes anterior e no do
      *    mes (POSHIST.DAT); o medio e a base da captacao e da
      *    taxa anualizada.
           03 RS-SALDO-INICIAL               PIC 9(09)V99.
           03 RS-SALDO-FINAL                 PIC 9(09)V99.
           03 RS-SALDO-MEDIO                 PIC 9(09)V99.
      *    Premio prestamista arrecadado no mes (memoria): so a
      *    margem da casa sobre ele entra na receita.
           03 RS-PREMIO-SEGURO               PIC S9(09)V99.
           03 RS-RECEITAS.
               05 RS-JUROS                   PIC S9(09)V99.
               05 RS-TARIFAS                 PIC S9(09)V99.
               05 RS-ENCARGOS                PIC S9(09)V99.
               05 RS-MARGEM-SEGURO           PIC S9(09)V99.
           03 RS-CUSTOS.
               05 RS-COMISSAO                PIC S9(09)V99.
               05 RS-TARIFA-BANCO            PIC S9(09)V99.
               05 RS-CAPTACAO                PIC S9(09)V99.
               05 RS-PROVISAO                PIC S9(09)V99.
               05 RS-PERDA-LIQUIDA           PIC S9(09)V99.
           03 RS-RECEITA-TOTAL               PIC S9(09)V99.
           03 RS-CUSTO-TOTAL                 PIC S9(09)V99.
           03 RS-MARGEM                      PIC S9(09)V99.
           03 RS-TAXA-ANUAL                  PIC S9(05)V99.
