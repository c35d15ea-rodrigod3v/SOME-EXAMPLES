      *    desagio da venda.
               88 MV-CESSAO-BAIXA                VALUE 'T'.
               88 MV-CESSAO-VENDA                VALUE 'U'.
      *    Encargos de atraso (multa e mora) recebidos na 2a via de
      *    boleto (FIN2VIA/FINRET): a parte do pagamento acima do
      *    valor da parcela entra como receita ('K'), pois a linha
      *    'G' do PAGTOLOG so leva o valor da parcela.
               88 MV-ENCARGOS-ATRASO             VALUE 'K'.
      *    Taxa de desconto (MDR) cobrada pela adquirente na
      *    liquidacao de recibo em cartao do CAIXA (FINCART): o 'G'
      *    entrou pelo valor cheio e a adquirente paga o liquido,
      *    a diferenca vai para despesa ('Q').
               88 MV-TAXA-CARTAO                 VALUE 'Q'.
      *    Liberacao do credito paga por TED (FINLIB, no retorno
      *    do banco): o liquido pago ('L') e o IOF retido na fonte
      *    ('I') baixam a obrigacao de repasse constituida pelo
      *    contrato novo ('N') - o dinheiro sai do banco na data do
      *    credito, nao na data do contrato.
               88 MV-LIBERACAO-PAGA              VALUE 'L'.
               88 MV-IOF-RETIDO                  VALUE 'I'.
      *    Tarifa de cadastro (receita de tarifas, fora dos juros):
      *    financiada e retida na liberacao paga ('A', pelo FINLIB,
      *    baixando a obrigacao de repasse como o IOF), paga a vista
      *    no balcao ('1', pelo FINAN2 com o recibo do caixa) e
      *    devolvida ao cliente no cancelamento dentro do prazo de
      *    arrependimento ('2', pelo FINAN2, como credito do
      *    cliente em CREDCLI.DAT).
               88 MV-TARIFA-RETIDA               VALUE 'A'.
               88 MV-TARIFA-BALCAO               VALUE '1'.
               88 MV-TARIFA-DEVOLVIDA            VALUE '2'.
      *    Crediario rotativo: compra lancada contra o limite da
      *    conta ('O', pelo ROTMNT - entra na carteira como o
      *    contrato novo) e juros do rotativo cobrados no
      *    fechamento da fatura ('H', pelo FINROT).
               88 MV-COMPRA-ROTATIVO             VALUE 'O'.
               88 MV-JUROS-ROTATIVO              VALUE 'H'.
      *    Compra de carteira (COMPMNT), um de cada por contrato
      *    adquirido: o preco pago ao cedente entra na carteira
      *    ('3'); a diferenca entre o saldo em aberto comprado e o
      *    preco vai para o desagio a apropriar ('4', comprado
      *    abaixo do saldo) ou para o agio ('5', acima), para a
      *    carteira ficar pelo saldo das parcelas em aberto.
               88 MV-COMPRA-CARTEIRA             VALUE '3'.
               88 MV-DESAGIO-COMPRA              VALUE '4'.
               88 MV-AGIO-COMPRA                 VALUE '5'.
           03 MV-NUM-CONTRATO                PIC 9(08).
           03 MV-VALOR                       PIC 9(09)V99.
           03 MV-DATA-MOVIMENTO              PIC 9(08).
