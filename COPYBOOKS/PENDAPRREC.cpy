      *          PENDAPR de NUMCTL.DAT): a entrada de contrato que
      *          passou em todas as criticas do painel mas excede a
      *          alcada do operador (valor ou prazo acima de
      *          ALCADA-VALOR/PRAZO) espera aqui, com TODOS os dados do
      *          painel, em vez de ir direto para FDCONTR.DAT. O
      *          supervisor aprova ou rejeita pela fila do FINAN2,
      *          sempre com justificativa; so a aprovacao dispara o
           03 PD-COD-CLIENTE                 PIC 9(06).
           03 PD-COD-AVALISTA                PIC 9(06).
           03 PD-OBJETO                      PIC X(20).
           03 PD-VALOR                       PIC 9(08)V99.
           03 PD-TAXA-JUROS                  PIC 9(02)V9(04).
           03 PD-METODO-AMORT                PIC X(01).
           03 PD-NUM-PARCELAS                PIC 9(03).
      *    aprovacao gerar o mesmo cronograma digitado.
           03 PD-PERIODICIDADE               PIC X(01).
           03 PD-BALAO-PARCELA               PIC 9(03).
           03 PD-BALAO-VALOR                 PIC 9(07)V99.
           03 PD-COD-PRODUTO                 PIC 9(03).
           03 PD-STATUS                      PIC X(01).
               88 PD-PENDENTE                    VALUE 'P'.
           03 PD-APROVADOR                   PIC X(08).
           03 PD-DATA-DECISAO                PIC 9(08).
           03 PD-JUSTIFICATIVA               PIC X(40).
      *    Consignado: convenio e matricula digitados (zeros/
      *    brancos = contrato comum), para a aprovacao gerar o
      *    contrato ja amarrado a folha do empregador.
           03 PD-COD-CONVENIO                PIC 9(04).
           03 PD-MATRICULA                   PIC X(12).
      *    Por que a entrada caiu na fila: valor/prazo acima da
      *    alcada do operador ou comprometimento de renda (acima do
      *    percentual do produto ou comprovante com mais de 12
      *    meses). Branco em pendente antigo = valor/prazo.
           03 PD-MOTIVO-PENDENCIA            PIC X(01).
               88 PD-POR-VALOR-PRAZO             VALUE 'A', ' '.
               88 PD-POR-RENDA                   VALUE 'R'.
      *    Pedido de portabilidade de entrada (PORTAB.DAT) de onde
      *    veio a entrada; zeros = contrato comum.
           03 PD-NUM-PORTAB                  PIC 9(06).
      *    Forma da tarifa de cadastro escolhida na entrada:
      *    (F)inanciada ou paga a (V)ista no balcao.
           03 PD-TARIFA-FORMA                PIC X(01).
