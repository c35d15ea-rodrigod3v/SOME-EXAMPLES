      ******************************************************************
           03 RT-NUM-CONTRATO                PIC 9(08).
           03 RT-PARC-VENCTO                 PIC 9(08).
           03 RT-VALOR-PAGO                  PIC 9(07)V99.
           03 RT-DATA-PAGTO                  PIC 9(08).
      *    Nosso-numero do titulo (TITULOS.DAT): caminho preferido
      *    de casamento do FINRET; zeros em registro legado, que
      *    visao de controle propria (FD-RETORNO-CTL) para o guarda
      *    de replay em RETCTL.DAT; arquivo sem header e aceito como
      *    legado, sem a protecao.
      *    Codigo de ocorrencia do banco por titulo: alem da
      *    liquidacao, o retorno devolve a confirmacao ou a
      *    rejeicao da entrada (com o motivo), a confirmacao do
      *    pedido de baixa e a tarifa cobrada. Em branco no registro
      *    legado, que e sempre liquidacao.
           03 RT-COD-OCORRENCIA              PIC X(02).
               88 RT-OCOR-LIQUIDACAO             VALUE '06' SPACES.
               88 RT-OCOR-ENTRADA-CONFIRMADA     VALUE '02'.
               88 RT-OCOR-ENTRADA-REJEITADA      VALUE '03'.
               88 RT-OCOR-BAIXA-CONFIRMADA       VALUE '09'.
               88 RT-OCOR-TARIFA                 VALUE '28'.
           03 RT-MOTIVO-REJEICAO             PIC X(30).
           03 RT-VALOR-TARIFA                PIC 9(03)V99.
