           03 FD-COD-CLIENTE          PIC 9(06).
           03 FD-CLIENTE              PIC X(20).
           03 FD-OBJETO               PIC X(20).
           03 FD-VALOR                PIC 9(08)V99.
           03 FD-TAXA-JUROS           PIC 9(02)V9(04).
           03 FD-METODO-AMORT         PIC X(01).
      *        Contrato companheiro de conta do crediario rotativo
      *        (ROTATIVO.DAT): sem plano - cada fatura fechada pelo
      *        FINROT vira uma parcela, e pagar a ultima fatura nao
      *        quita o contrato.
               88 FD-CONTA-ROTATIVA           VALUE 'R'.
           03 FD-NUM-PARCELAS         PIC 999.
           03 FD-STATUS-CONTRATO      PIC X(01).
               88 FD-CONTR-ATIVO              VALUE 'A'.
      *        da casa - fora de remessa, cobranca, bureau e
      *        listas, mas consultavel; o lote esta em CESSDET.DAT.
               88 FD-CONTR-CEDIDO             VALUE 'D'.
      *        Portado para outra instituicao (PORTMNT): saldo
      *        devedor pago pela instituicao proponente - encerrado
      *        como o quitado, mas o pedido esta em PORTAB.DAT.
               88 FD-CONTR-PORTADO            VALUE 'T'.
           03 FD-MOTIVO-CANCEL        PIC 99.
           03 FD-DATA-CONTRATACAO     PIC 9(08).
      *    Contrato que este substituiu numa renegociacao (zeros para
      *    Brancos/zeros = contrato ainda nao classificado.
           03 FD-RATING               PIC X(02).
           03 FD-VR-PROVISAO          PIC 9(09)V99.
      *    Credito consignado: convenio (empregador de CONVENIO.DAT)
      *    que desconta as parcelas em folha e a matricula do
      *    cliente no empregador. Zeros/brancos = contrato comum,
      *    cobrado por boleto/debito. As parcelas do consignado vao
      *    na remessa de desconto do FINCSG; so as nao descontadas
      *    (CSGCTL.DAT) voltam para o boleto do FINREM.
           03 FD-COD-CONVENIO         PIC 9(04).
           03 FD-MATRICULA            PIC X(12).
      *    Custo efetivo total da operacao (percentual ao mes e ao
      *    ano), taxa interna de retorno do valor liberado liquido de
      *    IOF e encargos no ato contra o cronograma real, apurado na
      *    criacao do contrato para a cedula e a cotacao de quitacao.
           03 FD-CET-MENSAL           PIC 9(02)V9(04).
           03 FD-CET-ANUAL            PIC 9(05)V99.
      *    Tarifa de cadastro do produto (PRODUTO.DAT) cobrada no
      *    contrato e a forma escolhida na entrada: financiada (ja
      *    somada a FD-VALOR e retida na liberacao) ou paga a vista
      *    no balcao. Zeros/brancos = contrato sem tarifa.
           03 FD-VR-TARIFA            PIC 9(05)V99.
           03 FD-TARIFA-FORMA         PIC X(01).
               88 FD-TARIFA-FINANCIADA        VALUE 'F'.
               88 FD-TARIFA-A-VISTA           VALUE 'V'.
      *    Origem do contrato: branco = originado na casa (balcao,
      *    lote, lojista); 'A' = adquirido numa compra de carteira
      *    (COMPMNT), com o lote da compra, a referencia do contrato
      *    no cedente, o preco pago por ele e a data da aquisicao.
           03 FD-ORIGEM               PIC X(01).
               88 FD-ORIGEM-ADQUIRIDO         VALUE 'A'.
           03 FD-LOTE-COMPRA          PIC 9(06).
           03 FD-REF-CEDENTE          PIC X(20).
           03 FD-VR-AQUISICAO         PIC 9(08)V99.
           03 FD-DATA-AQUISICAO       PIC 9(08).
      *    Filial do contrato (FILIAL.DAT), carimbada na criacao: a
      *    do operador que digitou, a do header do lote ou, na
      *    renegociacao, a do contrato de origem. Zeros = contrato
      *    anterior ao cadastro de filiais.
           03 FD-COD-FILIAL           PIC 9(03).
           03 FD-PARCELAS OCCURS 420 TIMES.
               05 FD-PARC-VALOR           PIC 9(07)V99.
               05 FD-PARC-VENCTO          PIC 9(08).
               05 FD-PARC-STATUS          PIC X(01).
                   88 FD-PARC-PENDENTE            VALUE 'P'.
