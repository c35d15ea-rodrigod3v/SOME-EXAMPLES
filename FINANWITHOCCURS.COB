           SELECT FD-COTCARTA       ASSIGN TO "COTACAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COTCARTA.
      *    Eventos de antecipacao (liquidacao e amortizacao
      *    extraordinaria) com valor recebido e desconto, para o
      *    relatorio mensal do FINPREP.
           SELECT FD-PREPAG         ASSIGN TO "PREPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREPAG.
      *    Pre-aprovacoes da campanha de bons pagadores (FINPREAP):
      *    contrato novo ate o limite vigente dispensa a critica de
      *    exposicao.
               RECORD KEY IS PA-COD-CLIENTE
               FILE STATUS IS WS-FS-PREAPR.
      *    Score de comportamento calculado mensalmente pelo
      *    FINSCORE; minimo de alcada no parametro SCORE-MINIMO.
           SELECT FD-SCORE          ASSIGN TO "SCORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-COD-CLIENTE
               FILE STATUS IS WS-FS-SCORE.
      *    Recadastramento periodico: vencimento da confirmacao do
      *    cadastro (FINRECAD) e a acao para cadastro vencido.
           SELECT FD-RECAD          ASSIGN TO "RECAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-COD-CLIENTE
               FILE STATUS IS WS-FS-RECAD.
           SELECT FD-RECADPARM      ASSIGN TO "RECADPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECADPARM.
      *    Fila de aprovacao por alcada: entrada acima do limite de
      *    valor/prazo (ALCADA-VALOR/ALCADA-PRAZO) espera a decisao
      *    do supervisor.
           SELECT FD-PENDAPR        ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PENDENTE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PENDAPR.
      *    Simulacoes numeradas: condicoes gravadas para o contrato
      *    nascer exatamente como simulado; folha em SIMULA.PRT.
           SELECT FD-SIMULA         ASSIGN TO "SIMULA.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
      *    Liberacao do credito aberta na criacao do contrato; ate
      *    a TED ser confirmada (FINLIB) o contrato fica fora de
      *    remessa e cobranca.
           SELECT FD-LIBERACAO      ASSIGN TO "LIBERACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-NUM-CONTRATO
               FILE STATUS IS WS-FS-LIBERACAO.
      *    Convenios do consignado (CONVMNT): margem consignavel e
      *    prazo maximo do empregador para a critica da entrada.
           SELECT FD-CONVENIO       ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COD-CONVENIO
               FILE STATUS IS WS-FS-CONVENIO.
      *    Renda comprovada do cliente (RENDMNT), base do
      *    comprometimento de renda conferido na entrada.
           SELECT FD-RENDA          ASSIGN TO "RENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-FS-RENDA.
      *    Pedidos de portabilidade (PORTMNT): o contrato trazido de
      *    outra instituicao nasce pelo numero do pedido de entrada.
           SELECT FD-PORTAB         ASSIGN TO "PORTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUM-PORTAB
               ALTERNATE RECORD KEY IS PO-NUM-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PORTAB.
      *    Tarifa de cadastro paga no balcao: recibo do operador no
      *    movimento do caixa (CAIXAMOV.DAT), para a gaveta fechar.
           SELECT FD-CAIXAMOV       ASSIGN TO "CAIXAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAIXAMOV.
      *    Devolucao da tarifa no cancelamento dentro do prazo de
      *    arrependimento: credito do cliente (CREDCLI.DAT) e o
      *    movimento dele (CREDMOV.DAT), como os creditos do FINRET.
           SELECT FD-CREDCLI        ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COD-CLIENTE
               FILE STATUS IS WS-FS-CREDCLI.
           SELECT FD-CREDMOV        ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDMOV.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-REJEITO.
      *  Rejeito no MESMO layout do detalhe do lote (RJ-DETALHE
      *  acompanha o tamanho do LOTETRAN - hoje 93 bytes) mais o
      *  motivo, para a agencia corrigir e reapresentar so os
      *  rejeitados como um lote novo, sem redigitar tudo.
      *  Motivos: 01 cliente inexistente/inativo, 02 prazo fora do
      *  06 bureau com restricao ativa ou resposta vencida,
      *  07 produto inexistente ou inativo no mestre.
       01  FD-REJEITO-REC.
           03 RJ-DETALHE             PIC X(93).
           03 RJ-MOTIVO-REJ          PIC 9(02).

       FD  FD-COTACAO.
       FD  FD-COTCARTA.
       01  FD-COTCARTA-REG          PIC X(80).

       FD  FD-PREPAG.
       01  FD-PREPAG-REC.
           COPY PREPAGREC.

       FD  FD-PREAPR.
       01  FD-PREAPR-REC.
           COPY PREAPRREC.
       01  FD-SCORE-REC.
           COPY SCOREREC.

       FD  FD-RECAD.
       01  FD-RECAD-REC.
           COPY RECADREC.

       FD  FD-RECADPARM.
       01  FD-RECADPARM-REC.
           COPY RECADPARMREC.

       FD  FD-PENDAPR.
       01  FD-PENDAPR-REC.
           COPY PENDAPRREC.

       FD  FD-SIMULA.
       01  FD-SIMULA-REC.
           COPY SIMULREC.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-LIBERACAO.
       01  FD-LIBERACAO-REC.
           COPY LIBERREC.

       FD  FD-CONVENIO.
       01  FD-CONVENIO-REC.
           COPY CONVREC.

       FD  FD-RENDA.
       01  FD-RENDA-REC.
           COPY RENDAREC.

       FD  FD-PORTAB.
       01  FD-PORTAB-REC.
           COPY PORTREC.

       FD  FD-CAIXAMOV.
       01  FD-CAIXAMOV-REC.
           COPY CXMOVREC.

       FD  FD-CREDCLI.
       01  FD-CREDCLI-REC.
           COPY CREDCLIREC.

       FD  FD-CREDMOV.
       01  FD-CREDMOV-REC.
           COPY CREDMOVREC.

       WORKING-STORAGE SECTION.
         01 WS-FINANCIAMENTO.
           03 WS-COD-CLIENTE   PIC 9(06).
           03 WS-CLIENTE       PIC X(20).
           03 WS-OBJETO        PIC X(20).
           03 WS-VALOR         PIC 9(08)V99.
           03 WS-TAXA-JUROS    PIC 9(02)V9(04).
           03 WS-METODO-AMORT  PIC X(01).
               88 WS-AMORT-PRICE          VALUE 'P'.
           03 WS-1A-VENCTO     PIC 9(08).
           03 WS-PARCELAS      OCCURS 1 TO 420
                               TIMES DEPENDING ON WS-NUM-PARCELAS.
               05 WS-PARC-VALOR   PIC 9(07)V99.
               05 WS-PARC-VENCTO  PIC 9(08).

         01 WS-VARIAVEIS.
           03 WS-VR-PARCELAS  PIC 9(07)V99.
      *    Subscrito de parcela: 3 digitos, pois o plano chega a 420
      *    parcelas (IMOVEL) e um PIC 99 estouraria no meio do laco.
           03 WS-IND          PIC 999.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-COTACAO       PIC X(02) VALUE '00'.
           03 WS-FS-COTCARTA      PIC X(02) VALUE '00'.
           03 WS-FS-PREPAG        PIC X(02) VALUE '00'.
           03 WS-FS-PREAPR        PIC X(02) VALUE '00'.
           03 WS-FS-SCORE         PIC X(02) VALUE '00'.
           03 WS-FS-RECAD         PIC X(02) VALUE '00'.
           03 WS-FS-RECADPARM     PIC X(02) VALUE '00'.
           03 WS-FS-PENDAPR       PIC X(02) VALUE '00'.
           03 WS-FS-SIMULA        PIC X(02) VALUE '00'.
           03 WS-FS-SIMFOLHA      PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-GARANTIA      PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-LIBERACAO     PIC X(02) VALUE '00'.
           03 WS-FS-CONVENIO      PIC X(02) VALUE '00'.
           03 WS-FS-RENDA         PIC X(02) VALUE '00'.
           03 WS-FS-PORTAB        PIC X(02) VALUE '00'.
           03 WS-FS-CAIXAMOV      PIC X(02) VALUE '00'.
           03 WS-FS-CREDCLI       PIC X(02) VALUE '00'.
           03 WS-FS-CREDMOV       PIC X(02) VALUE '00'.

         01 WS-FIM-LOTE           PIC X VALUE 'N'.
             88 WS-FIM-DO-LOTE            VALUE 'S'.
           03 FILLER               PIC X(08) VALUE ' VENC.: '.
           03 WS-LC-VENCTO         PIC 9(08).
           03 FILLER               PIC X(09) VALUE ' VALOR: '.
           03 WS-LC-VALOR          PIC Z.ZZZ.ZZZ,99.

         01 WS-OPCAO             PIC 99.

           03 WS-VR-SOMA-RESTANTE  PIC 9(08)V99.
           03 WS-VR-DESCONTO       PIC 9(08)V99.
           03 WS-VR-LIQUIDACAO     PIC 9(08)V99.
           03 WS-LQ-HONROU-COTACAO PIC X(01).
           03 WS-LQ-QTD-BAIXADAS   PIC 999.
           03 WS-LQ-VR-BAIXADO     PIC 9(09)V99.

         01 WS-CORRECAO.
           03 WS-PCT-CORRECAO      PIC 9(02)V9(04).
           03 WS-QTD-CORRIGIDAS    PIC 999.
           03 WS-VR-DELTA-CORRECAO PIC 9(09)V99.
           03 WS-VR-PARC-ANTES     PIC 9(07)V99.

         01 WS-CANCELAMENTO.
           03 WS-MOTIVO-CANCEL     PIC 99.
           03 WS-AE-PMT-ORIG       PIC 9(08)V99.
           03 WS-AE-IND-ABERTA     PIC 999.
           03 WS-AE-QTD-QUITADAS   PIC 999.
           03 WS-AE-VR-ABERTO-DEP  PIC 9(09)V99.
           03 WS-AE-PRIM-ABERTA    PIC 999.

      *  Evento de antecipacao a gravar em PREPAG.DAT: cada caminho
      *  (liquidacao, encurta prazo, recalcula) preenche o saldo de
      *  face alcancado, o principal devolvido e o valor recebido.
         01 WS-PREPAG.
           03 WS-PP-TIPO           PIC X(01).
           03 WS-PP-PARC-INICIAL   PIC 999.
           03 WS-PP-QTD-PARCELAS   PIC 999.
           03 WS-PP-VR-FACE        PIC 9(09)V99.
           03 WS-PP-VR-PRINC       PIC 9(09)V99.
           03 WS-PP-VR-PAGO        PIC 9(09)V99.
           03 WS-PP-PCT-DESCONTO   PIC 9(02)V99.
           03 WS-PP-HONROU-COTACAO PIC X(01).

         01 WS-COTACAO.
           03 WS-CQ-DATA-PAGTO     PIC 9(08).
           03 WS-CL-QTD-DETALHES   PIC 9(05).
           03 WS-CL-HASH-VALOR     PIC 9(11)V99.
           03 WS-CL-LOTE-ID        PIC 9(06).
           03 WS-CL-COD-FILIAL     PIC 9(03).
           03 WS-CL-TEM-HEADER     PIC X(01).
               88 WS-LOTE-TEM-HEADER          VALUE 'S'.
           03 WS-CL-TEM-TRAILER    PIC X(01).
           03 WS-COD-AGENTE        PIC 9(04) VALUE ZEROS.
           03 WS-AGENTE-OK         PIC X(01).
               88 WS-AGENTE-EXISTE            VALUE 'S'.
           03 WS-AGENTE-SITUACAO   PIC X(01).
               88 WS-AGENTE-SUSPENSO          VALUE 'S'.

         01 WS-SEGURO.
           03 WS-SEG-OPCAO         PIC X(01).
               88 WS-EOF-EXPOSICAO            VALUE 'S'.
           03 WS-CLIENTE-LOTE-OK   PIC X(01).
               88 WS-CLIENTE-LOTE-EXISTE      VALUE 'S'.
      *    Triagem PEP/sancoes (TRIAGEM) do titular: ocorrencia
      *    pendente ou sancao confirmada recusa o contrato.
           03 WS-TITULAR-COMPLIANCE PIC X(01) VALUE 'N'.
               88 WS-TITULAR-BLOQUEADO        VALUE 'S'.

         01 WS-LINHA-LOTEEXC.
           03 FILLER               PIC X(09) VALUE 'CONTRATO '.
           03 WS-COD-AVALISTA      PIC 9(06) VALUE ZEROS.
           03 WS-AVALISTA-INVALIDO PIC X(01) VALUE 'N'.
               88 WS-AVALISTA-REJEITADO    VALUE 'S'.
           03 WS-AVALISTA-COMPLIANCE PIC X(01) VALUE 'N'.
               88 WS-AVALISTA-BLOQUEADO    VALUE 'S'.
           03 WS-NOME-AVALISTA     PIC X(41) VALUE SPACES.
      *    Posicao de avais do avalista oferecido: quantos contratos
      *    ativos ele ja garante; acima do teto (AVAL-MAXIMO,
      *    padrao 5) so com alcada de supervisor.
           03 WS-QTD-AVAIS         PIC 9(03).
           03 WS-MAX-AVAIS         PIC 9(03) VALUE 5.
           03 WS-AVAL-AUTORIZA     PIC X(01).
               88 WS-PER-VALIDA               VALUE 'M', ' ', 'Q',
                                                    'T', 'S'.
           03 WS-BALAO-PARCELA      PIC 9(03) VALUE ZEROS.
           03 WS-BALAO-VALOR        PIC 9(07)V99 VALUE ZEROS.
           03 WS-BL-IND             PIC 999.
           03 WS-BL-QTD-NORMAIS     PIC 999.
           03 WS-BL-DELTA           PIC S9(08)V99.
           03 WS-BL-ABATE           PIC S9(07)V99.
           03 WS-BL-DIAS            PIC 9(08).

      *  Produto do contrato (PRODUTO.DAT): codigo informado busca
           03 WS-PROD-IOF           PIC X(01).
           03 WS-PROD-SEGURO        PIC X(01).
           03 WS-PROD-MAX-PRAZO     PIC 9(03).
           03 WS-PROD-CET-MAXIMO    PIC 9(05)V99.
           03 WS-PROD-PCT-RENDA     PIC 9(03)V99.
           03 WS-PROD-TARIFA-PF     PIC 9(05)V99.
           03 WS-PROD-TARIFA-PJ     PIC 9(05)V99.
           03 WS-PROD-APOLICE       PIC X(01).
           03 WS-PROD-REJ           PIC X(01).
           03 WS-TX-CHAVE-OBJ       PIC X(17).

      *  Credito consignado: convenio (empregador) que desconta a
      *  parcela em folha, matricula do cliente nele e o salario
      *  liquido informado na entrada, base da margem consignavel.
      *  Convenio zero = contrato comum (boleto/debito).
         01 WS-CONSIGNADO.
           03 WS-COD-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 WS-MATRICULA          PIC X(12) VALUE SPACES.
           03 WS-SALARIO-LIQUIDO    PIC 9(07)V99 VALUE ZEROS.
           03 WS-CV-OK              PIC X(01) VALUE 'N'.
               88 WS-CONVENIO-ACHADO          VALUE 'S'.
           03 WS-CV-PCT-MARGEM      PIC 9(02)V99.
           03 WS-CV-PRAZO-MAXIMO    PIC 9(03).
           03 WS-CV-MARGEM          PIC 9(07)V99.
           03 WS-CV-OUTROS          PIC 9(09)V99.
           03 WS-CV-PARC-NOVA       PIC 9(07)V99.
           03 WS-CV-LIVRE           PIC 9(07)V99.
           03 WS-CV-LIVRE-ED        PIC Z.ZZZ.ZZ9,99.
           03 WS-CV-IND             PIC 999.
           03 WS-CV-ACHOU-PARC      PIC X(01).
               88 WS-CV-PARC-ACHADA           VALUE 'S'.
           03 WS-FIM-CONSIG         PIC X(01).
               88 WS-EOF-CONSIG               VALUE 'S'.

      *  Contrato companheiro de conta do crediario rotativo
      *  (metodo 'R'): operado so pelo ROTMNT/FINROT.
         01 WS-ROTATIVO-FLAG        PIC X(01) VALUE 'N'.
             88 WS-CONTRATO-ROTATIVO        VALUE 'S'.

      *  Comprometimento de renda: parcela em aberto de cada
      *  contrato ativo do cliente mais a 1a do contrato novo,
      *  contra a renda comprovada (RENDA.DAT) e o percentual maximo
      *  do produto. Sem renda cadastrada o painel bloqueia; acima
      *  do percentual ou com comprovante de mais de 12 meses, vai
      *  para a alcada (fila PENDAPR) - no lote, rejeito 09.
         01 WS-RENDA.
           03 WS-RD-SITUACAO        PIC X(01) VALUE 'S'.
               88 WS-RENDA-LIBERADA           VALUE 'S'.
               88 WS-RENDA-PEDE-ALCADA        VALUE 'A'.
               88 WS-RENDA-SEM-CADASTRO       VALUE 'N'.
           03 WS-RD-VR-RENDA        PIC 9(09)V99.
           03 WS-RD-QTD-FONTES      PIC 9(02).
           03 WS-RD-COMPROV         PIC X(01).
               88 WS-RD-COMPROV-VENCIDO       VALUE 'S'.
           03 WS-RD-DATA-HOJE       PIC 9(08).
           03 WS-RD-OUTROS          PIC 9(09)V99.
           03 WS-RD-PARC-NOVA       PIC 9(07)V99.
           03 WS-RD-PCT             PIC 9(05)V99.
           03 WS-RD-PCT-ED          PIC ZZZZ9,99.
           03 WS-RD-IND             PIC 999.
           03 WS-RD-ACHOU-PARC      PIC X(01).
               88 WS-RD-PARC-ACHADA           VALUE 'S'.
           03 WS-RD-FIM             PIC X(01).
               88 WS-EOF-RENDA-CLI            VALUE 'S'.

         01 WS-CARENCIA.
           03 WS-CAR-MESES         PIC 9.
               88 WS-CAR-MESES-VALIDO         VALUE 0 THRU 6.
               88 WS-CAR-CAPITALIZADO         VALUE 'C', 'c'.
           03 WS-CAR-MES-IDX       PIC 9.
           03 WS-CAR-VR-JUROS      PIC 9(08)V99.
      *    Destino do juro de carencia, para o valor liberado do CET:
      *    cobrado no ato ou capitalizado no valor financiado.
           03 WS-CAR-VR-ATO        PIC 9(08)V99.
           03 WS-CAR-VR-CAPITAL    PIC 9(08)V99.

      *  Tarifa de cadastro do produto por tipo de cliente: (F)inan-
      *  ciada entra no valor financiado e e retida na liberacao;
      *  a (V)ista e paga no balcao com recibo do caixa. Devolvida
      *  proporcionalmente no cancelamento dentro do prazo de
      *  arrependimento (WS-TAR-DIAS-ARREP dias corridos da
      *  contratacao), como credito do cliente.
         01 WS-TARIFA.
           03 WS-TAR-FORMA         PIC X(01) VALUE 'F'.
               88 WS-TAR-FINANCIADA           VALUE 'F'.
               88 WS-TAR-A-VISTA              VALUE 'V'.
               88 WS-TAR-FORMA-VALIDA         VALUE 'F', 'V'.
           03 WS-TAR-PESSOA        PIC X(01) VALUE 'F'.
               88 WS-TAR-PESSOA-JURIDICA      VALUE 'J'.
           03 WS-TAR-VR-TARIFA     PIC 9(05)V99 VALUE ZEROS.
           03 WS-TAR-VR-FINANCIADA PIC 9(05)V99 VALUE ZEROS.
           03 WS-TAR-VR-ATO        PIC 9(05)V99 VALUE ZEROS.
           03 WS-TAR-DESCRICAO     PIC X(24).
           03 WS-TAR-NUM-RECIBO    PIC 9(08) VALUE ZEROS.
           03 WS-TAR-DIAS-ARREP    PIC 9(03) VALUE 7.
           03 WS-TAR-HOJE          PIC 9(08).
           03 WS-TAR-ULT-VENCTO    PIC 9(08).
           03 WS-TAR-DIAS-USO      PIC S9(08).
           03 WS-TAR-DIAS-PRAZO    PIC S9(08).
           03 WS-TAR-DIAS-RESTO    PIC S9(08).
           03 WS-TAR-VR-DEVOLVER   PIC 9(05)V99.

      *  Custo efetivo total da operacao (CETCALC): valor liberado
      *  liquido de IOF e do que e cobrado no ato, contra o plano
      *  real; teto anual por produto conferido na entrada.
         01 WS-CET.
           03 WS-CET-VR-LIBERADO   PIC 9(09)V99.
           03 WS-CET-MENSAL        PIC 9(02)V9(04).
           03 WS-CET-ANUAL         PIC 9(05)V99.
           03 WS-CET-OK            PIC X(01).
               88 WS-CET-DENTRO-TETO          VALUE 'S'.
           03 WS-CET-MENSAL-ED     PIC Z9,9999.
           03 WS-CET-ANUAL-ED      PIC ZZZZ9,99.

         01 WS-REPACTUACAO.
           03 WS-RP-NOVO-DIA       PIC 99.
           03 WS-RP-JUROS-COBRADO  PIC X(01).
               88 WS-RP-JA-COBROU-JUROS       VALUE 'S'.

      *  Filial: a do operador da sessao (ou a do header do lote) e
      *  a que vai carimbada no contrato sendo gravado - na
      *  renegociacao a do contrato de origem, na aprovacao de
      *  pendente a do operador que digitou a entrada.
         01 WS-FILIAL.
           03 WS-FILIAL-OPERADOR   PIC 9(03) VALUE ZEROS.
           03 WS-COD-FILIAL        PIC 9(03) VALUE ZEROS.

         01 WS-RENEGOCIACAO.
           03 WS-CONTRATO-ANTERIOR PIC 9(08) VALUE ZEROS.
           03 WS-RN-DIAS-HOJE      PIC 9(08).
           03 WS-RN-DIAS-ATRASO    PIC S9(08).
           03 WS-RN-DATA-HOJE      PIC 9(08).
           03 WS-RN-VR-PARC-ABERTO PIC 9(08)V99.
           03 WS-RN-SALDO          PIC 9(09)V99.
           03 WS-RN-QTD-FECHADAS   PIC 999.

         COPY MAXPARC.
         COPY JUROSPARM.
         COPY CETPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY PAGTOSTATPARM.
         COPY TERMOPARM.
         COPY JOBPROGPARM.
         COPY DATAMOVPARM.
         COPY TRAVAPARM.
         COPY SIGNONPARM.
         COPY OPERFILPARM.
         COPY RPTWRTPARM.
         COPY DUPLAUTPARM.
         COPY TRIAGEMPARM.
         COPY PARAMGETPARM.
         COPY DOCARQPARM.

      *  Quatro-olhos (DUPLAUT): cancelamento sempre; estorno so
      *  acima do valor de DUPL-ESTORNO (padrao 1.000,00).
         01 WS-QUATRO-OLHOS.
           03 WS-VR-LIMIAR-ESTORNO  PIC 9(09)V99 VALUE 1000,00.
           03 WS-ESTORNO-OK         PIC X(01).
           03 WS-BUR-HOJE           PIC 9(08).
           03 WS-BUR-AUTORIZA       PIC X(01).

      *  Recadastramento (RECAD.DAT/RECADPARM.DAT): cadastro com a
      *  confirmacao vencida avisa o operador ou, com acao 'B',
      *  pede alcada de supervisor no balcao e rejeita no lote
      *  (motivo 11). Sem registro ou vencimento ainda nao
      *  calculado pelo FINRECAD nao barra.
         01 WS-RECADASTRO.
           03 WS-RECAD-OK           PIC X(01).
               88 WS-RECAD-LIBERADO           VALUE 'S'.
           03 WS-RECAD-SITUACAO     PIC X(01).
               88 WS-RECAD-VENCIDO            VALUE 'V'.
           03 WS-RECAD-ACAO         PIC X(01) VALUE 'A'.
               88 WS-RECAD-BLOQUEIA           VALUE 'B'.
           03 WS-RECAD-VENCTO       PIC 9(08).
           03 WS-RECAD-HOJE         PIC 9(08).
           03 WS-RECAD-AUTORIZA     PIC X(01).

      *  Correspondencia devolvida (CORRMNT) capturada na busca do
      *  cliente: o carne nao e impresso para endereco morto.
         01 WS-CORRESP-CLIENTE      PIC X(01).
             88 WS-ANO-TEM-CALENDARIO       VALUE 'S'.

      *  Alcada de contrato: acima do limite de valor ou prazo
      *  (ALCADA-*) o operador nao grava - a entrada vai para a
      *  fila PENDAPR.DAT e espera o supervisor.
         01 WS-ALCADA.
           03 WS-AL-VALOR-LIMITE    PIC 9(06)V99 VALUE 50000,00.
           03 WS-AL-PRAZO-LIMITE    PIC 9(03) VALUE 120.
           03 WS-ACIMA-ALCADA       PIC X(01).
               88 WS-ACIMA-DA-ALCADA          VALUE 'S'.
           03 WS-PEND-MOTIVO        PIC X(01).
           03 WS-PEND-NUM           PIC 9(08).
           03 WS-PEND-ESCOLHIDO     PIC 9(08).
           03 WS-PEND-DECISAO       PIC X(01).
               05 WS-SV-MM          PIC 9(02).
               05 WS-SV-DD          PIC 9(02).
           03 WS-SIM-HOJE           PIC 9(08).
           03 WS-SIM-VALOR-ORIG     PIC 9(08)V99.
           03 WS-SIM-VENCTO-ORIG    PIC 9(08).

      *  Portabilidade de entrada: o pedido registrado no PORTMNT
      *  fixa cliente e valor (o saldo devedor na credora original)
      *  e a liberacao sai pronta em nome da credora.
         01 WS-PORTABILIDADE.
           03 WS-PORT-ESCOLHIDO     PIC 9(06).
           03 WS-PORT-EM-USO        PIC X(01) VALUE 'N'.
               88 WS-CONTRATO-DE-PORTAB       VALUE 'S'.
           03 WS-PORT-HOJE          PIC 9(08).
         01 WS-PORT-PEDIDO.
           COPY PORTREC REPLACING LEADING ==PO-== BY ==WP-==.

         01 WS-LINHA-SIMULA.
           03 FILLER                PIC X(08) VALUE 'PARCELA '.
           03 WS-LSM-PARCELA        PIC ZZ9.
           03 FILLER                PIC X(08) VALUE '  VENC. '.
           03 WS-LSM-VENCTO         PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  VALOR '.
           03 WS-LSM-VALOR          PIC Z.ZZZ.ZZZ,99.

         01 WS-LINHA-PENDENTE.
           03 FILLER                PIC X(06) VALUE 'PEND. '.
           03 FILLER                PIC X(05) VALUE ' CLI '.
           03 WS-LPD-CLIENTE        PIC 9(06).
           03 FILLER                PIC X(04) VALUE ' VR '.
           03 WS-LPD-VALOR          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(04) VALUE ' PZ '.
           03 WS-LPD-PARCELAS       PIC ZZ9.
           03 FILLER                PIC X(04) VALUE ' TX '.
           03 WS-LPD-TAXA           PIC Z9,9999.
           03 FILLER                PIC X(06) VALUE ' OPER '.
           03 WS-LPD-OPERADOR       PIC X(08).
           03 FILLER                PIC X(05) VALUE ' MOT '.
           03 WS-LPD-MOTIVO         PIC X(05).

      *  Imagem anterior do contrato (salva logo apos o READ) para a
      *  trilha de auditoria do mestre (AUDITFIN), como WS-IMAGEM-
           05 LINE 05 COL 45 VALUE 'PRODUTO (0=TEXTO):'.
           05 LINE 05 COL 64 PIC 9(03) USING WS-COD-PRODUTO.
           05 LINE 06 COL 02 VALUE 'VALOR DO OBJETO....:'.
           05 LINE 06 COL 23 PIC 9(08)V99 USING WS-VALOR.
           05 LINE 07 COL 02 VALUE 'NUMERO DE PARCELAS.:'.
           05 LINE 07 COL 23 PIC 999 USING WS-NUM-PARCELAS.
           05 LINE 08 COL 02 VALUE 'TAXA AM (0=TABELA).:'.
           05 LINE 14 COL 28 VALUE 'PARC.BALAO (0=SEM):'.
           05 LINE 14 COL 48 PIC 999 USING WS-BALAO-PARCELA.
           05 LINE 15 COL 02 VALUE 'VALOR PARC. BALAO..:'.
           05 LINE 15 COL 23 PIC 9(07)V99 USING WS-BALAO-VALOR.
           05 LINE 16 COL 02 VALUE 'CONVENIO (0=NAO)...:'.
           05 LINE 16 COL 23 PIC 9(04) USING WS-COD-CONVENIO.
           05 LINE 16 COL 30 VALUE 'MATRICULA:'.
           05 LINE 16 COL 41 PIC X(12) USING WS-MATRICULA.
           05 LINE 17 COL 02 VALUE 'SALARIO LIQUIDO....:'.
           05 LINE 17 COL 23 PIC 9(07)V99 USING WS-SALARIO-LIQUIDO.
           05 LINE 18 COL 02 VALUE 'TARIFA (F)INANC/(V)ISTA:'.
           05 LINE 18 COL 27 PIC X(01) USING WS-TAR-FORMA.
           05 LINE 23 COL 02 PIC X(60) FROM WS-MSG-PAINEL
               HIGHLIGHT.

               END-IF
               MOVE SN-USUARIO TO WS-USUARIO-AUDIT
               MOVE SN-USUARIO TO PS-USUARIO
               MOVE SN-USUARIO TO OF-OPERADOR
               CALL 'OPERFIL' USING OF-OPERADOR OF-COD-FILIAL
               MOVE OF-COD-FILIAL TO WS-FILIAL-OPERADOR
               CALL 'RUNCTL' USING WS-JOB-ONLINE
                   WS-DIA-SEMANA-NUM 'I'
               DISPLAY 'FINAN2 - 1-NOVO CONTRATO  2-RECALCULO ATRASO'
           END-IF
           .

       BARRA-CONTA-ROTATIVA.
      *    Contrato companheiro de conta do crediario rotativo: as
      *    parcelas sao as faturas fechadas pelo FINROT e a conta e
      *    mantida pelo ROTMNT - liquidacao, amortizacao, correcao,
      *    cancelamento, renegociacao e mudanca de vencimento nao
      *    se aplicam por aqui.
           MOVE 'N' TO WS-ROTATIVO-FLAG
           IF WS-FS-CONTRATO = '00' AND FD-CONTA-ROTATIVA
               SET WS-CONTRATO-ROTATIVO TO TRUE
               DISPLAY 'CONTA DO CREDIARIO ROTATIVO - OPERAR PELO '
                       'ROTMNT.'
           END-IF
           .

       ESTORNA-PAGAMENTO.
      *    Desfaz um pagamento lancado errado: parcela PAGA volta
      *    para ESTORNADA ('R'), unica transicao que o PAGTOSTAT
           .

       VERIFICA-QUATRO-OLHOS-ESTORNO.
      *    Estorno ate o valor de DUPL-ESTORNO segue como sempre
      *    (funcao de supervisor); acima dele entra o quatro-olhos:
      *    so executa com confirmacao previa de OUTRO supervisor.
           MOVE 'S' TO WS-ESTORNO-OK
           .

       CARREGA-LIMIAR-ESTORNO.
      *    Valor de alcada do estorno em vigor na data de movimento
      *    (mestre de parametros, padrao 1.000,00).
           MOVE 'DUPL-ESTORNO' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-VR-LIMIAR-ESTORNO
           END-IF
           .

       NOVO-CONTRATO.
      *    recusada nao queima numero da serie.
           MOVE SPACES TO WS-MSG-PAINEL
           MOVE 'N' TO WS-PAINEL-OK WS-PAINEL-ABORTA
           MOVE WS-FILIAL-OPERADOR TO WS-COD-FILIAL
           MOVE ZEROS TO WS-TAXA-JUROS
           MOVE 'M'   TO WS-PERIODICIDADE
           MOVE ZEROS TO WS-BALAO-PARCELA WS-BALAO-VALOR
           MOVE ZEROS TO WS-COD-PRODUTO
           MOVE 'N'   TO WS-PROD-OK WS-PROD-APOLICE
           MOVE ZEROS  TO WS-COD-CONVENIO WS-SALARIO-LIQUIDO
           MOVE SPACES TO WS-MATRICULA
           MOVE 'F'    TO WS-TAR-FORMA

      *    Simulacao vigente pode ser puxada pelo numero: o painel
      *    abre preenchido com as condicoes simuladas, o operador so
               PERFORM CARREGA-SIMULACAO
           END-IF

      *    Contrato trazido por portabilidade: cliente e valor vem
      *    do pedido de entrada e nao podem ser mudados no painel.
           MOVE 'N'   TO WS-PORT-EM-USO
           MOVE ZEROS TO WS-PORT-ESCOLHIDO
           IF NOT WS-CONTRATO-DE-SIMULACAO
               DISPLAY 'PEDIDO DE PORTABILIDADE (0=NAO E '
                       'PORTABILIDADE) : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-PORT-ESCOLHIDO IS NUMERIC
                   ACCEPT WS-PORT-ESCOLHIDO
                   IF WS-PORT-ESCOLHIDO NOT NUMERIC
                       DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               IF WS-PORT-ESCOLHIDO > ZEROS
                   PERFORM CARREGA-PORTABILIDADE
                   IF WS-CONTRATO-DE-PORTAB
                       MOVE WP-COD-CLIENTE TO WS-COD-CLIENTE
                       MOVE WP-VR-SALDO    TO WS-VALOR
                       DISPLAY 'PAINEL PREENCHIDO PELO PEDIDO DE '
                               'PORTABILIDADE ' WS-PORT-ESCOLHIDO
                               ' - COMPLETE AS CONDICOES.'
                   END-IF
               END-IF
           END-IF

           PERFORM ACEITA-PAINEL-CONTRATO
               UNTIL WS-PAINEL-VALIDO OR WS-ENTRADA-ABANDONADA

                   IF WS-ACIMA-DA-ALCADA
                       PERFORM GRAVA-PENDENTE-APROVACAO
                   ELSE
      *                CET acima do teto do produto recusa a entrada
      *                antes de tirar numero da serie.
                       PERFORM APLICA-CARENCIA
                       PERFORM APLICA-TARIFA-CADASTRO
                       PERFORM DEFINE-SEGURO
                       PERFORM MONTA-PLANO-CONTRATO
                       PERFORM VERIFICA-CET-MAXIMO
                       IF NOT WS-CET-DENTRO-TETO
                           DISPLAY 'CET ANUAL ' WS-CET-ANUAL
                                   '% ACIMA DO TETO DO PRODUTO ('
                                   WS-PROD-CET-MAXIMO
                                   '%) - NENHUM CONTRATO GRAVADO.'
                       ELSE
                       PERFORM OBTEM-NUMERO-CONTRATO
                       DISPLAY 'NUMERO DO CONTRATO ATRIBUIDO: '
                               WS-NUM-CONTRATO
                       IF WS-OVERRIDE-PENDENTE = 'S'
                           PERFORM GRAVA-OVERRIDE-TAXA
                       END-IF
                       PERFORM EFETIVA-CONTRATO
                       IF WS-CONTRATO-DE-SIMULACAO
                           PERFORM MARCA-SIMULACAO-USADA
                       END-IF
                       IF WS-CONTRATO-DE-PORTAB
                           PERFORM MARCA-PORTABILIDADE-USADA
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
                                   TO WS-BALAO-VALOR
                               MOVE SM-COD-PRODUTO
                                   TO WS-COD-PRODUTO
                               MOVE SM-TARIFA-FORMA TO WS-TAR-FORMA
                               IF NOT WS-TAR-FORMA-VALIDA
                                   MOVE 'F' TO WS-TAR-FORMA
                               END-IF
                               MOVE SM-NUM-SIMULACAO TO WS-SIM-NUM
                               SET WS-CONTRATO-DE-SIMULACAO TO TRUE
                               DISPLAY 'PAINEL PREENCHIDO PELA '
           END-IF
           .

       CARREGA-PORTABILIDADE.
      *    So pedido de ENTRADA ainda registrado, dentro da validade
      *    do saldo informado pela credora e que caiba no campo de
      *    valor do contrato.
           MOVE 'N' TO WS-PORT-EM-USO
           OPEN INPUT FD-PORTAB
           IF WS-FS-PORTAB NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE PORTABILIDADE (PORTAB.DAT '
                       'INDISPONIVEL).'
           ELSE
               MOVE 'C' TO DM-PARM-FUNCAO
               CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
               MOVE DM-PARM-DATA TO WS-PORT-HOJE
               MOVE WS-PORT-ESCOLHIDO TO PO-NUM-PORTAB
               READ FD-PORTAB
                   INVALID KEY
                       DISPLAY 'PEDIDO DE PORTABILIDADE NAO '
                               'ENCONTRADO.'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT PO-ENTRADA
                               DISPLAY 'PEDIDO E DE PORTABILIDADE DE '
                                       'SAIDA.'
                           WHEN NOT PO-REGISTRADO
                               DISPLAY 'PEDIDO DE PORTABILIDADE JA '
                                       'UTILIZADO OU CANCELADO.'
                           WHEN PO-DATA-VALIDADE < WS-PORT-HOJE
                               DISPLAY 'SALDO DO PEDIDO VENCIDO EM '
                                       PO-DATA-VALIDADE ' - '
                                       'REGISTRE NOVO PEDIDO.'
                           WHEN PO-VR-SALDO > 99999999,99
                               DISPLAY 'SALDO DO PEDIDO ACIMA DO '
                                       'VALOR MAXIMO DE CONTRATO.'
                           WHEN OTHER
                               MOVE FD-PORTAB-REC TO WS-PORT-PEDIDO
                               SET WS-CONTRATO-DE-PORTAB TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE FD-PORTAB
           END-IF
           .

       MARCA-PORTABILIDADE-USADA.
      *    O pedido passa a apontar o contrato da casa e aguarda a
      *    TED para a credora original (o FINLIB o efetiva).
           OPEN I-O FD-PORTAB
           IF WS-FS-PORTAB = '00'
               MOVE WP-NUM-PORTAB TO PO-NUM-PORTAB
               READ FD-PORTAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NUM-CONTRATO  TO PO-NUM-CONTRATO
                       MOVE 'C'              TO PO-SITUACAO
                       MOVE WS-USUARIO-AUDIT TO PO-USUARIO
                       MOVE 'C' TO DM-PARM-FUNCAO
                       CALL 'DATAMOV' USING DM-PARM-FUNCAO
                               DM-PARM-DATA
                       MOVE DM-PARM-DATA TO PO-DATA-MANUTENCAO
                       REWRITE FD-PORTAB-REC
               END-READ
               CLOSE FD-PORTAB
           END-IF
           .

       SIMULA-CONTRATO.
      *    "Quanto custa 24x a esta taxa?" sem meio-contrato
      *    abandonado: roda a MESMA esteira de calculo do contrato
           MOVE 'M'    TO WS-PERIODICIDADE
           MOVE ZEROS  TO WS-BALAO-PARCELA WS-BALAO-VALOR
           MOVE ZEROS  TO WS-COD-PRODUTO
           MOVE 'N'    TO WS-PROD-OK WS-PROD-APOLICE
           MOVE 'F'    TO WS-TAR-FORMA WS-TAR-PESSOA

           DISPLAY 'CLIENTE (0=SEM CADASTRO) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
                   DISPLAY 'SIMULACAO SEGUE SEM CLIENTE (FAIXA DE '
                           'SEGURO MAIS ALTA).'
                   MOVE ZEROS TO WS-COD-CLIENTE WS-SEG-DATA-NASC
                   MOVE 'F'   TO WS-TAR-PESSOA
               END-IF
           END-IF

               DISPLAY 'OBJETO FINANCIADO : '
               ACCEPT WS-OBJETO
           END-IF
           IF WS-PRODUTO-ACHADO
               AND (WS-PROD-TARIFA-PF > ZEROS
                    OR WS-PROD-TARIFA-PJ > ZEROS)
               DISPLAY 'TARIFA DE CADASTRO (F)INANCIADA/(V)ISTA : '
               PERFORM WITH TEST AFTER UNTIL WS-TAR-FORMA-VALIDA
                   ACCEPT WS-TAR-FORMA
                   IF NOT WS-TAR-FORMA-VALIDA
                       DISPLAY 'INFORME F OU V. NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY 'VALOR DO OBJETO (EX: 00012000,00) : '
           PERFORM WITH TEST AFTER UNTIL WS-VALOR IS NUMERIC
                   AND WS-VALOR > ZEROS
               ACCEPT WS-VALOR
               END-IF
           END-PERFORM
           IF WS-BALAO-PARCELA > ZEROS
               DISPLAY 'VALOR DA PARCELA BALAO (EX: 0001500,00) : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-BALAO-VALOR IS NUMERIC
                   ACCEPT WS-BALAO-VALOR
           MOVE WS-1A-VENCTO TO WS-SIM-VENCTO-ORIG

           PERFORM APLICA-CARENCIA
           PERFORM APLICA-TARIFA-CADASTRO
           PERFORM DEFINE-SEGURO
           PERFORM CALCULA-PARCELAS
           PERFORM RECONCILIA-ARREDONDAMENTO
           PERFORM APLICA-PERFIL-BALAO
           PERFORM GERA-VENCIMENTOS
           PERFORM CALCULA-IOF
           PERFORM CALCULA-CET
      *    Simulacao nao e recusada pelo teto do CET: so avisa, para
      *    o vendedor ajustar taxa ou prazo antes de virar contrato.
           PERFORM VERIFICA-CET-MAXIMO
           IF NOT WS-CET-DENTRO-TETO
               DISPLAY 'ATENCAO: CET ACIMA DO TETO DO PRODUTO ('
                       WS-PROD-CET-MAXIMO '% A.A.) - O CONTRATO '
                       'SERIA RECUSADO.'
           END-IF

           PERFORM OBTEM-NUMERO-SIMULACAO
           PERFORM GRAVA-SIMULACAO
           MOVE WS-BALAO-PARCELA   TO SM-BALAO-PARCELA
           MOVE WS-BALAO-VALOR     TO SM-BALAO-VALOR
           MOVE WS-COD-PRODUTO     TO SM-COD-PRODUTO
           MOVE WS-TAR-FORMA       TO SM-TARIFA-FORMA
           MOVE WS-SIM-HOJE        TO SM-DATA-EMISSAO
           MOVE WS-SIM-VALIDADE    TO SM-DATA-VALIDADE
           MOVE 'P'                TO SM-STATUS
               CLOSE FD-SIMFOLHA
               OPEN EXTEND FD-SIMFOLHA
           END-IF
           MOVE 'SIMULA'   TO DQ-TIPO
           MOVE 'SIMULACAO DE FINANCIAMENTO' TO DQ-TITULO
           MOVE ZEROS TO DQ-NUM-CONTRATO
           MOVE WS-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE SPACES TO FD-SIMFOLHA-REG
           STRING '*** SIMULACAO ' WS-SIM-NUM ' VALIDA ATE '
                  WS-SIM-VALIDADE ' ***'
               DELIMITED BY SIZE INTO FD-SIMFOLHA-REG
           PERFORM GRAVA-LINHA-SIMULACAO
           MOVE SPACES TO FD-SIMFOLHA-REG
           STRING 'OBJETO ' WS-OBJETO ' VALOR ' WS-SIM-VALOR-ORIG
                  ' TAXA ' WS-TAXA-JUROS ' METODO ' WS-METODO-AMORT
               DELIMITED BY SIZE INTO FD-SIMFOLHA-REG
           PERFORM GRAVA-LINHA-SIMULACAO
           MOVE SPACES TO FD-SIMFOLHA-REG
           STRING 'IOF DA OPERACAO: ' WS-VR-IOF
               DELIMITED BY SIZE INTO FD-SIMFOLHA-REG
           PERFORM GRAVA-LINHA-SIMULACAO
           IF WS-TAR-VR-TARIFA > ZEROS
               MOVE SPACES TO FD-SIMFOLHA-REG
               STRING 'TARIFA DE CADASTRO: ' WS-TAR-VR-TARIFA ' '
                      WS-TAR-DESCRICAO
                   DELIMITED BY SIZE INTO FD-SIMFOLHA-REG
               PERFORM GRAVA-LINHA-SIMULACAO
           END-IF
           MOVE SPACES TO FD-SIMFOLHA-REG
           STRING 'CET (CUSTO EFETIVO TOTAL): ' WS-CET-MENSAL-ED
                  '% AO MES / ' WS-CET-ANUAL-ED '% AO ANO'
               DELIMITED BY SIZE INTO FD-SIMFOLHA-REG
           PERFORM GRAVA-LINHA-SIMULACAO
           IF WS-SEGURO-CONTRATADO
               MOVE SPACES TO FD-SIMFOLHA-REG
               STRING 'SEGURO PRESTAMISTA INCLUIDO - ALIQ. '
                      WS-SEG-ALIQ ' POR PARCELA'
                   DELIMITED BY SIZE INTO FD-SIMFOLHA-REG
               PERFORM GRAVA-LINHA-SIMULACAO
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1
               MOVE WS-IND                 TO WS-LSM-PARCELA
               MOVE WS-PARC-VENCTO(WS-IND) TO WS-LSM-VENCTO
               MOVE WS-PARC-VALOR(WS-IND)  TO WS-LSM-VALOR
               MOVE WS-LINHA-SIMULA TO FD-SIMFOLHA-REG
               PERFORM GRAVA-LINHA-SIMULACAO
           END-PERFORM

           MOVE SPACES TO FD-SIMFOLHA-REG
           PERFORM GRAVA-LINHA-SIMULACAO
           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           CLOSE FD-SIMFOLHA
           .

       GRAVA-LINHA-SIMULACAO.
      *    Cada linha impressa vai tambem para o arquivo de
      *    documentos do cliente (DOCARQ).
           WRITE FD-SIMFOLHA-REG
           MOVE FD-SIMFOLHA-REG TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       ACEITA-PAINEL-CONTRATO.
           DISPLAY TELA-CONTRATO
           ACCEPT TELA-CONTRATO
               MOVE 'N' TO WS-PAINEL-OK
           END-IF

           IF WS-PAINEL-VALIDO AND WS-TITULAR-BLOQUEADO
               MOVE 'CLIENTE EM ANALISE DE COMPLIANCE (PEP/SANCOES).'
                   TO WS-MSG-PAINEL
               MOVE 'N' TO WS-PAINEL-OK
           END-IF

           IF WS-PAINEL-VALIDO
               PERFORM ACEITA-AVALISTA
               IF WS-AVALISTA-BLOQUEADO
                   MOVE 'AVALISTA EM ANALISE DE COMPLIANCE '
                       TO WS-MSG-PAINEL
                   MOVE '(PEP/SANCOES).' TO WS-MSG-PAINEL(35:)
                   MOVE 'N' TO WS-PAINEL-OK
               ELSE
               IF WS-AVALISTA-REJEITADO
                   MOVE 'AVALISTA NAO CADASTRADO OU SEM ALCADA.'
                       TO WS-MSG-PAINEL
                   MOVE 'N' TO WS-PAINEL-OK
               END-IF
               END-IF
           END-IF

      *    Produto pelo codigo do mestre: a descricao oficial entra
               END-IF
           END-IF

           IF WS-PAINEL-VALIDO AND NOT WS-TAR-FORMA-VALIDA
               MOVE 'TARIFA: INFORME F (FINANCIADA) OU V (A VISTA).'
                   TO WS-MSG-PAINEL
               MOVE 'N' TO WS-PAINEL-OK
           END-IF

           IF WS-PAINEL-VALIDO AND WS-VALOR = ZEROS
               MOVE 'VALOR DO OBJETO NAO INFORMADO.' TO WS-MSG-PAINEL
               MOVE 'N' TO WS-PAINEL-OK
           END-IF

      *    Portabilidade: o contrato novo quita exatamente o saldo
      *    informado pela credora original, do mesmo cliente.
           IF WS-PAINEL-VALIDO AND WS-CONTRATO-DE-PORTAB
               IF WS-COD-CLIENTE NOT = WP-COD-CLIENTE
                       OR WS-VALOR NOT = WP-VR-SALDO
                   MOVE WP-COD-CLIENTE TO WS-COD-CLIENTE
                   MOVE WP-VR-SALDO    TO WS-VALOR
                   MOVE 'PORTABILIDADE: CLIENTE E VALOR SAO OS DO '
                       TO WS-MSG-PAINEL
                   MOVE 'PEDIDO.' TO WS-MSG-PAINEL(42:)
                   MOVE 'N' TO WS-PAINEL-OK
               END-IF
           END-IF

           IF WS-PAINEL-VALIDO
               PERFORM BUSCA-PRAZO-MAXIMO
               IF WS-NUM-PARCELAS = ZEROS
               END-IF
           END-IF

      *    Consignado: convenio ativo no mestre, matricula e salario
      *    liquido informados, prazo dentro do aceito pelo
      *    empregador, plano mensal sem balao (a folha desconta a
      *    mesma parcela todo mes) e margem consignavel.
           IF WS-PAINEL-VALIDO AND WS-COD-CONVENIO = ZEROS
               MOVE SPACES TO WS-MATRICULA
               MOVE ZEROS  TO WS-SALARIO-LIQUIDO
           END-IF
           IF WS-PAINEL-VALIDO AND WS-COD-CONVENIO > ZEROS
               PERFORM BUSCA-CONVENIO
               EVALUATE TRUE
                   WHEN NOT WS-CONVENIO-ACHADO
                       MOVE 'CONVENIO INEXISTENTE OU INATIVO (0 = '
                           TO WS-MSG-PAINEL
                       MOVE 'SEM CONSIGNADO).' TO WS-MSG-PAINEL(38:)
                       MOVE 'N' TO WS-PAINEL-OK
                   WHEN WS-MATRICULA = SPACES
                       OR WS-SALARIO-LIQUIDO = ZEROS
                       MOVE 'CONSIGNADO: INFORME MATRICULA E SALARIO '
                           TO WS-MSG-PAINEL
                       MOVE 'LIQUIDO.' TO WS-MSG-PAINEL(41:)
                       MOVE 'N' TO WS-PAINEL-OK
                   WHEN WS-NUM-PARCELAS > WS-CV-PRAZO-MAXIMO
                       STRING 'PRAZO ACIMA DO ACEITO PELO CONVENIO '
                           '(MAX ' WS-CV-PRAZO-MAXIMO ').'
                           DELIMITED BY SIZE INTO WS-MSG-PAINEL
                       MOVE 'N' TO WS-PAINEL-OK
                   WHEN NOT WS-PER-MENSAL
                       OR WS-BALAO-PARCELA > ZEROS
                       MOVE 'CONSIGNADO SO EM PLANO MENSAL SEM BALAO.'
                           TO WS-MSG-PAINEL
                       MOVE 'N' TO WS-PAINEL-OK
                   WHEN OTHER
                       PERFORM CALCULA-MARGEM-CONSIGNAVEL
                       IF WS-CV-OUTROS + WS-CV-PARC-NOVA
                               > WS-CV-MARGEM
                           MOVE WS-CV-LIVRE TO WS-CV-LIVRE-ED
                           STRING 'MARGEM CONSIGNAVEL INSUFICIENTE '
                               '(LIVRE ' WS-CV-LIVRE-ED ').'
                               DELIMITED BY SIZE INTO WS-MSG-PAINEL
                           MOVE 'N' TO WS-PAINEL-OK
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-PAINEL-VALIDO AND WS-COD-AGENTE > ZEROS
               PERFORM VALIDA-AGENTE
               IF NOT WS-AGENTE-EXISTE
                       TO WS-MSG-PAINEL
                   MOVE 'N' TO WS-PAINEL-OK
               END-IF
      *        Agente suspenso (FINAGQ/FINAGEN) nao origina contrato.
               IF WS-AGENTE-SUSPENSO
                   MOVE 'AGENTE SUSPENSO - NAO ORIGINA CONTRATO NOVO.'
                       TO WS-MSG-PAINEL
                   MOVE 'N' TO WS-PAINEL-OK
               END-IF
           END-IF

      *    Bureau de credito (FINBURC): contrato novo exige resposta
               END-IF
           END-IF

      *    Recadastramento (FINRECAD): cadastro com confirmacao
      *    vencida avisa; com bloqueio em RECADPARM.DAT, pede
      *    alcada de supervisor como o bureau.
           IF WS-PAINEL-VALIDO
               PERFORM VERIFICA-RECADASTRO-CLIENTE
               IF NOT WS-RECAD-LIBERADO
                   MOVE 'CADASTRO VENCIDO (RECONFIRMAR NO CADPF) - '
                       TO WS-MSG-PAINEL
                   MOVE 'SEM ALCADA.' TO WS-MSG-PAINEL(43:)
                   MOVE 'N' TO WS-PAINEL-OK
               END-IF
           END-IF

      *    Score de comportamento (FINSCORE): o operador ve a
      *    pontuacao do cliente na entrada; abaixo do minimo de
      *    SCORE-MINIMO o contrato exige alcada de supervisor, como
      *    o estouro de exposicao. Cliente ainda sem score calculado
      *    nao e barrado (o calculo e mensal).
           IF WS-PAINEL-VALIDO
               END-IF
           END-IF

      *    Renda comprovada: cliente sem renda cadastrada nao passa
      *    em produto com critica de renda; o excesso de
      *    comprometimento e o comprovante vencido seguem para a
      *    alcada no VERIFICA-ALCADA-CONTRATO.
           IF WS-PAINEL-VALIDO
               PERFORM VERIFICA-COMPROMETIMENTO-RENDA
               IF WS-RENDA-SEM-CADASTRO
                   MOVE 'CLIENTE SEM RENDA CADASTRADA (RENDMNT).'
                       TO WS-MSG-PAINEL
                   MOVE 'N' TO WS-PAINEL-OK
               END-IF
           END-IF

      *    Exposicao por ultimo, quando todo o resto ja passou: o
      *    dialogo de autorizacao do supervisor roda uma vez so, e
      *    nao a cada volta do painel.
      *    avalista. O codigo vem do painel; avalista inexistente
      *    volta como critica na linha de mensagem.
           MOVE 'N'    TO WS-AVALISTA-INVALIDO
                          WS-AVALISTA-COMPLIANCE
           MOVE SPACES TO WS-NOME-AVALISTA
           IF WS-COD-AVALISTA > ZEROS
               OPEN INPUT FD-CADASTRO
                                  FD-ULTIMO-NOME   DELIMITED BY SPACE
                                  INTO WS-NOME-AVALISTA
                       END-IF
      *                O avalista responde pela divida: passa pela
      *                mesma triagem PEP/sancoes do titular.
                       PERFORM TRIA-CADASTRO-LIDO
                       IF TG-CLIENTE-BLOQUEADO
                           SET WS-AVALISTA-REJEITADO TO TRUE
                           SET WS-AVALISTA-BLOQUEADO TO TRUE
                           DISPLAY 'AVALISTA ' WS-COD-AVALISTA
                                   ' BLOQUEADO: ' TG-MOTIVO
                       END-IF
               END-READ
               CLOSE FD-CADASTRO
               IF NOT WS-AVALISTA-REJEITADO

       VERIFICA-TETO-AVAIS.
      *    Conta em quantos contratos ativos o avalista oferecido ja
      *    responde; acima do teto de AVAL-MAXIMO so entra com
      *    alcada de supervisor - a mesma pessoa garantia vinte
      *    contratos sem ninguem somar.
           PERFORM CARREGA-TETO-AVAIS
           .

       CARREGA-TETO-AVAIS.
      *    Teto em vigor na data de movimento (mestre de
      *    parametros, padrao 5 avais).
           MOVE 'AVAL-MAXIMO' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-MAX-AVAIS
           END-IF
           .

       APLICA-CARENCIA.
      *    principal original; capitalizado, o juro entra no valor
      *    financiado antes de CALCULA-PRICE/CALCULA-SAC montarem o
      *    plano. Sem carencia (zero meses) nada muda.
           MOVE ZEROS TO WS-CAR-VR-ATO WS-CAR-VR-CAPITAL
           IF WS-CAR-MESES > ZEROS
               MOVE WS-1A-VENCTO TO WS-VENCTO-ATUAL
               PERFORM SOMA-UM-MES WS-CAR-MESES TIMES
                   WS-VALOR * WS-TAXA-DECIMAL * WS-CAR-MESES

               IF WS-CAR-ANTECIPADO
                   MOVE WS-CAR-VR-JUROS TO WS-CAR-VR-ATO
                   DISPLAY 'JUROS DE CARENCIA A COBRAR NO ATO: '
                           WS-CAR-VR-JUROS
               ELSE
      *            O valor financiado e limitado a 99.999.999,99
      *            (FD-VALOR); se a capitalizacao estourar o campo,
      *            o juro vira cobranca no ato em vez de um plano
      *            gerado sobre valor truncado em silencio.
                   ADD WS-CAR-VR-JUROS TO WS-VALOR
                       ON SIZE ERROR
                           MOVE WS-CAR-VR-JUROS TO WS-CAR-VR-ATO
                           DISPLAY 'CAPITALIZACAO EXCEDERIA O LIMITE '
                                   'DE VALOR - JUROS DE CARENCIA A '
                                   'COBRAR NO ATO: ' WS-CAR-VR-JUROS
                       NOT ON SIZE ERROR
                           MOVE WS-CAR-VR-JUROS TO WS-CAR-VR-CAPITAL
                           DISPLAY 'JUROS DE CARENCIA CAPITALIZADO: '
                                   WS-CAR-VR-JUROS
                   END-ADD
           END-IF
           .

       APLICA-TARIFA-CADASTRO.
      *    Tarifa de cadastro pela tabela do produto (PF ou PJ pelo
      *    tipo de pessoa do cliente). Financiada, entra no valor do
      *    contrato e e retida na liberacao; a vista, e paga no
      *    balcao contra recibo na efetivacao. Contrato sem produto e
      *    portabilidade de entrada nao tem tarifa.
           MOVE ZEROS  TO WS-TAR-VR-TARIFA WS-TAR-VR-FINANCIADA
                          WS-TAR-VR-ATO WS-TAR-NUM-RECIBO
           MOVE SPACES TO WS-TAR-DESCRICAO
           IF WS-PRODUTO-ACHADO AND NOT WS-CONTRATO-DE-PORTAB
               IF WS-TAR-PESSOA-JURIDICA
                   MOVE WS-PROD-TARIFA-PJ TO WS-TAR-VR-TARIFA
               ELSE
                   MOVE WS-PROD-TARIFA-PF TO WS-TAR-VR-TARIFA
               END-IF
           END-IF

           IF WS-TAR-VR-TARIFA > ZEROS
               IF WS-TAR-FINANCIADA
      *            Mesmo limite de FD-VALOR da carencia capitalizada:
      *            se estourar, a tarifa passa a ser cobrada a vista.
                   ADD WS-TAR-VR-TARIFA TO WS-VALOR
                       ON SIZE ERROR
                           MOVE 'V' TO WS-TAR-FORMA
                           DISPLAY 'TARIFA FINANCIADA EXCEDERIA O '
                                   'LIMITE DE VALOR - COBRANCA A '
                                   'VISTA.'
                   END-ADD
               END-IF
               IF WS-TAR-FINANCIADA
                   MOVE WS-TAR-VR-TARIFA TO WS-TAR-VR-FINANCIADA
                   MOVE 'FINANCIADA'     TO WS-TAR-DESCRICAO
               ELSE
                   MOVE WS-TAR-VR-TARIFA TO WS-TAR-VR-ATO
                   MOVE 'A VISTA NO BALCAO' TO WS-TAR-DESCRICAO
               END-IF
               DISPLAY 'TARIFA DE CADASTRO: ' WS-TAR-VR-TARIFA ' '
                       WS-TAR-DESCRICAO
           END-IF
           .

       PROCESSA-CONTRATO.
      *    Nucleo de calculo de um contrato (usado tanto pela entrada
      *    interativa quanto pelo modo em lote do PROCESSA-LOTE).
           PERFORM MONTA-PLANO-CONTRATO
           PERFORM EFETIVA-CONTRATO
           .

       MONTA-PLANO-CONTRATO.
      *    Plano, IOF e CET, sem gravar nada: a entrada confere o CET
      *    contra o teto do produto antes de tirar numero da serie.
           PERFORM CALCULA-PARCELAS
           PERFORM RECONCILIA-ARREDONDAMENTO
           PERFORM APLICA-SEGURO
           PERFORM APLICA-PERFIL-BALAO
           PERFORM GERA-VENCIMENTOS
           PERFORM CALCULA-IOF
           PERFORM CALCULA-CET
           .

       EFETIVA-CONTRATO.
           PERFORM EMITE-CARNE
           PERFORM GRAVA-CONTRATO
           PERFORM EMITE-CEDULA
           .

       CALCULA-CET.
      *    CET pelo CETCALC: liberado = valor financiado menos o juro
      *    de carencia capitalizado (nao sai do caixa), o cobrado no
      *    ato, o IOF retido e a tarifa de cadastro (financiada ou
      *    paga no balcao, sai do bolso do cliente do mesmo jeito);
      *    fluxo = o plano ja com seguro
      *    embutido, carencia e balao. Data base e o movimento.
           COMPUTE WS-CET-VR-LIBERADO = WS-VALOR - WS-CAR-VR-CAPITAL
           IF WS-CET-VR-LIBERADO >
                   WS-CAR-VR-ATO + WS-VR-IOF + WS-TAR-VR-TARIFA
               SUBTRACT WS-CAR-VR-ATO WS-VR-IOF WS-TAR-VR-TARIFA
                   FROM WS-CET-VR-LIBERADO
           ELSE
               MOVE ZEROS TO WS-CET-VR-LIBERADO
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA       TO CE-DATA-BASE
           MOVE WS-CET-VR-LIBERADO TO CE-VR-LIBERADO
           MOVE WS-NUM-PARCELAS    TO CE-QTD-FLUXOS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-NUM-PARCELAS
               MOVE WS-PARC-VALOR(WS-IND)  TO CE-FLX-VALOR(WS-IND)
               MOVE WS-PARC-VENCTO(WS-IND) TO CE-FLX-DATA(WS-IND)
           END-PERFORM
           CALL 'CETCALC' USING CE-DATA-BASE CE-VR-LIBERADO
                                CE-QTD-FLUXOS CE-FLUXOS
                                CE-CET-MENSAL CE-CET-ANUAL CE-STATUS
           MOVE CE-CET-MENSAL TO WS-CET-MENSAL WS-CET-MENSAL-ED
           MOVE CE-CET-ANUAL  TO WS-CET-ANUAL WS-CET-ANUAL-ED
           IF CE-CALCULO-ERRO
               DISPLAY 'CET NAO APURAVEL PELO FLUXO DO PLANO - '
                       'CONFIRA VALOR E PARCELAS.'
           END-IF
           DISPLAY 'CET: ' WS-CET-MENSAL '% A.M. / ' WS-CET-ANUAL
                   '% A.A.'
           .

       VERIFICA-CET-MAXIMO.
      *    Teto anual do produto no mestre (zeros = sem teto);
      *    contrato sem produto (legado por texto) nao tem teto.
           MOVE 'S' TO WS-CET-OK
           IF WS-PRODUTO-ACHADO AND WS-PROD-CET-MAXIMO > ZEROS
               IF WS-CET-ANUAL > WS-PROD-CET-MAXIMO
                   MOVE 'N' TO WS-CET-OK
               END-IF
           END-IF
           .

       EMITE-CEDULA.
      *    Instrumento do financiamento (cedula) impresso na propria
      *    criacao, pelo escritor compartilhado (RPTWRT): geracao
      *    pre-impresso preenchido a mao que vivia divergindo do que
      *    foi digitado. Partes pelo cadastro (cliente e, quando ha,
      *    avalista com o carimbo do aval), condicoes financeiras,
      *    IOF, tarifa de cadastro, seguro, a garantia registrada no
      *    FINGAR quando existe, e o cronograma completo como anexo.
           MOVE 'A'      TO RW-FUNCAO
           MOVE 'CEDULA' TO RW-RELATORIO
           MOVE 'CEDULA DE CREDITO - INSTRUMENTO DE FINANCIAMENTO'
           MOVE SPACES   TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE 'CEDULA'   TO DQ-TIPO
           MOVE RW-TITULO TO DQ-TITULO
           MOVE WS-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE WS-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE SPACES TO RW-LINHA
           STRING 'CONTRATO ' WS-NUM-CONTRATO
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-CEDULA

           IF WS-TAR-VR-FINANCIADA > ZEROS
               MOVE SPACES TO RW-LINHA
               STRING 'TARIFA DE CADASTRO: ' WS-TAR-VR-FINANCIADA
                      ' FINANCIADA (RETIDA NA LIBERACAO)'
                   DELIMITED BY SIZE INTO RW-LINHA
               PERFORM GRAVA-LINHA-CEDULA
           END-IF
           IF WS-TAR-VR-ATO > ZEROS
               MOVE SPACES TO RW-LINHA
               STRING 'TARIFA DE CADASTRO: ' WS-TAR-VR-ATO
                      ' PAGA NO BALCAO - RECIBO ' WS-TAR-NUM-RECIBO
                   DELIMITED BY SIZE INTO RW-LINHA
               PERFORM GRAVA-LINHA-CEDULA
           END-IF

           MOVE SPACES TO RW-LINHA
           STRING 'CUSTO EFETIVO TOTAL (CET): ' WS-CET-MENSAL-ED
                  '% AO MES / ' WS-CET-ANUAL-ED '% AO ANO'
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-CEDULA

           IF WS-SEGURO-CONTRATADO
               MOVE SPACES TO RW-LINHA
               STRING 'SEGURO PRESTAMISTA CONTRATADO - ALIQ. '
               PERFORM GRAVA-LINHA-CEDULA
           END-IF

           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
      *    A mesma linha vai para o arquivo de documentos do
      *    cliente (DOCARQ).
           MOVE RW-LINHA TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       DESCREVE-GARANTIA-CEDULA.
               MOVE ZEROS TO WS-VR-IOF
               DISPLAY 'PRODUTO SEM INCIDENCIA DE IOF.'
           ELSE
      *    Portabilidade transfere a divida, nao e credito novo: sem
      *    IOF, e a TED leva a credora o saldo inteiro.
           IF WS-CONTRATO-DE-PORTAB
               MOVE ZEROS TO WS-VR-IOF
               DISPLAY 'PORTABILIDADE SEM INCIDENCIA DE IOF.'
           ELSE

           MOVE WS-VALOR        TO JC-BASE
           MOVE WS-IOF-ALIQ-FIXA TO JC-TAXA

           DISPLAY 'IOF DO CONTRATO: ' WS-VR-IOF
           END-IF
           END-IF
           .

       RECONCILIA-ARREDONDAMENTO.
           MOVE 'N' TO WS-CL-TEM-HEADER WS-CL-TEM-TRAILER
                       WS-CL-BALANCEADO
           MOVE ZEROS TO WS-CL-QTD-DETALHES WS-CL-HASH-VALOR
                         WS-CL-LOTE-ID WS-CL-COD-FILIAL
           MOVE 'N' TO WS-FIM-LOTE

           PERFORM UNTIL WS-FIM-DO-LOTE
                           WHEN LT-REG-HEADER
                               MOVE 'S' TO WS-CL-TEM-HEADER
                               MOVE LC-LOTE-ID TO WS-CL-LOTE-ID
      *                        Header legado, sem filial: contratos
      *                        do lote ficam sem filial (000).
                               IF LT-COD-FILIAL IS NUMERIC
                                   MOVE LT-COD-FILIAL
                                       TO WS-CL-COD-FILIAL
                               END-IF
                           WHEN LT-REG-TRAILER
                               MOVE 'S' TO WS-CL-TEM-TRAILER
                               IF LC-QTD-DETALHES =
      *                    referencia da agencia identifica o detalhe
      *                    nas linhas de excecao.
                           MOVE LT-NUM-CONTRATO    TO WS-NUM-CONTRATO
                           MOVE WS-CL-COD-FILIAL   TO WS-COD-FILIAL
                           MOVE LT-COD-CLIENTE     TO WS-COD-CLIENTE
                           MOVE LT-CLIENTE         TO WS-CLIENTE
                           MOVE LT-OBJETO          TO WS-OBJETO
                               MOVE ZEROS TO WS-COD-PRODUTO
                           END-IF
                           MOVE 'N' TO WS-PROD-OK
      *                    Consignado so entra pelo balcao, com a
      *                    critica de margem.
                           MOVE ZEROS  TO WS-COD-CONVENIO
                           MOVE SPACES TO WS-MATRICULA
                           PERFORM PROCESSA-DETALHE-LOTE
                           IF FUNCTION MOD(WS-DETALHE-ORD,
                                   WS-CK-INTERVALO) = 0
      *    Validacoes do detalhe antes de gravar, na ordem: cliente
      *    existe e ativo (01), prazo dentro do limite do objeto
      *    (02), data do 1o vencimento real (03), limite de
      *    exposicao (04), taxa contra a tabela (05), renda do
      *    cliente - sem cadastro, comprometimento acima do
      *    produto ou comprovante vencido (09), CET contra o
      *    teto do produto (08), cadastro com recadastramento
      *    vencido quando RECADPARM.DAT bloqueia (11). Reprovado vai
      *    para o rejeito reciclavel e para a lista impressa; o lote
      *    segue para o proximo detalhe.
           IF WS-COD-AGENTE > ZEROS
                   PERFORM GRAVA-EXCECAO-LOTE
                   MOVE ZEROS TO WS-COD-AGENTE
               END-IF
               IF WS-AGENTE-SUSPENSO
                   MOVE 'AGENTE SUSPENSO - ZERADO'
                       TO WS-LX-MOTIVO
                   PERFORM GRAVA-EXCECAO-LOTE
                   MOVE ZEROS TO WS-COD-AGENTE
               END-IF
           END-IF

      *    Produto pelo codigo do mestre, como no balcao: codigo
               MOVE 01 TO WS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO-LOTE
           ELSE
           IF WS-TITULAR-BLOQUEADO
               MOVE 'CLIENTE EM ANALISE DE COMPLIANCE'
                   TO WS-LX-MOTIVO
               MOVE 10 TO WS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO-LOTE
           ELSE
      *        Bureau tambem vale no lote: sem alcada possivel, o
      *        detalhe com restricao ou resposta vencida e rejeitado
      *        com motivo proprio (06).
               PERFORM AVALIA-VIGENCIA-BUREAU
               PERFORM AVALIA-RECADASTRO
               IF NOT WS-BUREAU-VIGENTE
                   OR WS-BUR-RESTRICAO NOT = 'N'
                   MOVE 'BUREAU COM RESTRICAO OU VENCIDO'
                   MOVE 06 TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-LOTE
               ELSE
      *        Cadastro vencido: com bloqueio rejeita (11); so aviso
      *        vira linha de excecao e o detalhe segue.
               IF WS-RECAD-VENCIDO AND WS-RECAD-BLOQUEIA
                   MOVE 'CADASTRO VENCIDO (RECADASTRAMENTO)'
                       TO WS-LX-MOTIVO
                   MOVE 11 TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-LOTE
               ELSE
               IF WS-RECAD-VENCIDO
                   MOVE 'AVISO: CADASTRO VENCIDO - RECONFIRMAR'
                       TO WS-LX-MOTIVO
                   PERFORM GRAVA-EXCECAO-LOTE
               END-IF
               PERFORM BUSCA-PRAZO-MAXIMO
               IF WS-NUM-PARCELAS = ZEROS
                   OR WS-NUM-PARCELAS > WS-MAX-PRAZO-OBJETO
                                   END-IF
                               END-IF
                           END-IF
      *                    Lote nao tem alcada: renda sem cadastro,
      *                    acima do percentual do produto ou com
      *                    comprovante vencido rejeita o detalhe.
                           IF WS-TAXA-OK
                               PERFORM VERIFICA-COMPROMETIMENTO-RENDA
                               IF NOT WS-RENDA-LIBERADA
                                   MOVE 'N' TO WS-TAXA-APROVADA
                                   MOVE 'RENDA INSUFICIENTE/COMPROVANTE'
                                       TO WS-LX-MOTIVO
                                   MOVE 09 TO WS-MOTIVO-REJ
                                   PERFORM GRAVA-REJEITO-LOTE
                               END-IF
                           END-IF
                           IF WS-TAXA-OK
      *                        Carencia do detalhe do lote: adia o
      *                        1o vencimento e trata o juro do
      *                        periodo, como na entrada de balcao.
      *                        Sem balcao para recibo, a tarifa de
      *                        cadastro do lote e sempre financiada.
                               PERFORM APLICA-CARENCIA
                               MOVE 'F' TO WS-TAR-FORMA
                               PERFORM APLICA-TARIFA-CADASTRO
                               PERFORM MONTA-PLANO-CONTRATO
                               PERFORM VERIFICA-CET-MAXIMO
                               IF NOT WS-CET-DENTRO-TETO
                                   MOVE 'CET ACIMA DO TETO DO PRODUTO'
                                       TO WS-LX-MOTIVO
                                   MOVE 08 TO WS-MOTIVO-REJ
                                   PERFORM GRAVA-REJEITO-LOTE
                               ELSE
                               PERFORM OBTEM-NUMERO-CONTRATO
                               PERFORM EFETIVA-CONTRATO
                               DISPLAY 'CONTRATO ' WS-NUM-CONTRATO
                                       ' PROCESSADO NO LOTE (REF. '
                                       'AGENCIA ' LT-NUM-CONTRATO ').'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .
           MOVE SPACES  TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE 'CARNE'    TO DQ-TIPO
           MOVE RW-TITULO TO DQ-TITULO
           MOVE WS-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE WS-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE SPACES TO RW-LINHA
           STRING 'CONTRATO ' WS-NUM-CONTRATO ' CLIENTE ' WS-CLIENTE
               PERFORM GRAVA-LINHA-CARNE
           END-PERFORM

           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
      *    A mesma linha vai para o arquivo de documentos do
      *    cliente (DOCARQ).
           MOVE RW-LINHA TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       RECALCULA-ATRASO.
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO = '00'
                   AND NOT WS-CONTRATO-ROTATIVO
               DISPLAY 'QUITAR A PARTIR DA PARCELA NUMERO : '
               PERFORM WITH TEST AFTER UNTIL
                       WS-PARC-IND-LIQUID IS NUMERIC
      *            Cotacao emitida e ainda valida e compromisso: se o
      *            valor cotado for menor que o recalculado, a
      *            quitacao honra a cotacao.
                   MOVE 'N' TO WS-LQ-HONROU-COTACAO
                   PERFORM VERIFICA-COTACAO-VIGENTE
                   IF WS-CQ-HA-VIGENTE
                       AND WS-CQ-VR-VIGENTE < WS-VR-LIQUIDACAO
                       MOVE WS-CQ-VR-VIGENTE TO WS-VR-LIQUIDACAO
                       MOVE 'S' TO WS-LQ-HONROU-COTACAO
                       DISPLAY 'COTACAO VIGENTE HONRADA NO VALOR DE '
                               WS-CQ-VR-VIGENTE
                   END-IF
      *    WS-PARC-IND-LIQUID, como na soma) sao baixadas; parcela em
      *    aberto ANTES desse ponto nao foi paga e continua devida -
      *    nesse caso o contrato nao vira QUITADO nem sai termo.
           MOVE ZEROS TO WS-LQ-QTD-BAIXADAS WS-LQ-VR-BAIXADO
           PERFORM VARYING WS-IND FROM WS-PARC-IND-LIQUID BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                               PS-USUARIO PS-PROGRAMA
                   IF PS-TRANSICAO-E-VALIDA
                       MOVE 'G' TO FD-PARC-STATUS(WS-IND)
                       ADD 1 TO WS-LQ-QTD-BAIXADAS
                       ADD FD-PARC-VALOR(WS-IND) TO WS-LQ-VR-BAIXADO
                   END-IF
               END-IF
           END-PERFORM

      *    Evento de antecipacao: face das parcelas baixadas contra o
      *    valor efetivamente recebido e o principal que elas ainda
      *    amortizariam pelo plano original.
           IF WS-LQ-QTD-BAIXADAS > ZEROS
               PERFORM RECONSTITUI-PRINC-LIQUID
               MOVE 'L'                  TO WS-PP-TIPO
               MOVE WS-PARC-IND-LIQUID   TO WS-PP-PARC-INICIAL
               MOVE WS-LQ-QTD-BAIXADAS   TO WS-PP-QTD-PARCELAS
               MOVE WS-LQ-VR-BAIXADO     TO WS-PP-VR-FACE
               MOVE WS-AE-SALDO-PRINC    TO WS-PP-VR-PRINC
               MOVE WS-VR-LIQUIDACAO     TO WS-PP-VR-PAGO
               MOVE WS-PCT-DESCONTO      TO WS-PP-PCT-DESCONTO
               MOVE WS-LQ-HONROU-COTACAO TO WS-PP-HONROU-COTACAO
               PERFORM GRAVA-PREPAG
           END-IF

           MOVE 'N' TO WS-RESTA-ABERTA-LIQ
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
           END-IF
           .

       RECONSTITUI-PRINC-LIQUID.
      *    Saldo devedor principal que as parcelas a partir de
      *    WS-PARC-IND-LIQUID ainda amortizariam: mesma matematica do
      *    AMORT-RECALCULA, abatendo a amortizacao de cada parcela
      *    anterior ao ponto de quitacao pelo plano original.
           COMPUTE WS-TAXA-DECIMAL = FD-TAXA-JUROS / 100
           MOVE FD-VALOR TO WS-AE-SALDO-PRINC

           IF FD-METODO-AMORT = 'S'
               COMPUTE WS-AE-AMORT-G ROUNDED =
                   FD-VALOR / FD-NUM-PARCELAS
           ELSE
               IF WS-TAXA-DECIMAL = 0
                   COMPUTE WS-AE-PMT-ORIG =
                       FD-VALOR / FD-NUM-PARCELAS
               ELSE
                   COMPUTE WS-FATOR-POT =
                       1 - ((1 + WS-TAXA-DECIMAL)
                           ** (FD-NUM-PARCELAS * -1))
                   COMPUTE WS-AE-PMT-ORIG ROUNDED =
                       (FD-VALOR * WS-TAXA-DECIMAL) / WS-FATOR-POT
               END-IF
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND NOT < WS-PARC-IND-LIQUID
               COMPUTE WS-AE-JUROS-G ROUNDED =
                   WS-AE-SALDO-PRINC * WS-TAXA-DECIMAL
               IF FD-METODO-AMORT NOT = 'S'
                   COMPUTE WS-AE-AMORT-G =
                       WS-AE-PMT-ORIG - WS-AE-JUROS-G
               END-IF
               IF WS-AE-AMORT-G > WS-AE-SALDO-PRINC
                   MOVE ZEROS TO WS-AE-SALDO-PRINC
               ELSE
                   SUBTRACT WS-AE-AMORT-G FROM WS-AE-SALDO-PRINC
               END-IF
           END-PERFORM
           .

       CORRECAO-MONETARIA.
      *    Aplica o indice de correcao mensal sobre as parcelas ainda
      *    nao pagas de um contrato, pois ate aqui o valor gerado na
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO = '00'
                   AND NOT WS-CONTRATO-ROTATIVO
               DISPLAY 'INFORME O PERCENTUAL DE CORRECAO (EX:01,0000):'
               PERFORM WITH TEST AFTER UNTIL WS-PCT-CORRECAO IS NUMERIC
                   ACCEPT WS-PCT-CORRECAO
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO = '00'
                   AND NOT WS-CONTRATO-ROTATIVO
               DISPLAY 'INFORME O CODIGO DO MOTIVO DO CANCELAMENTO : '
               PERFORM WITH TEST AFTER UNTIL WS-MOTIVO-CANCEL IS NUMERIC
                   ACCEPT WS-MOTIVO-CANCEL
               REWRITE FD-CONTRATO-REC
               PERFORM GRAVA-AUDIT-CONTRATO-ALT
               DISPLAY 'CONTRATO ' WS-NUM-CONTRATO ' CANCELADO.'
               IF FD-VR-TARIFA IS NUMERIC AND FD-VR-TARIFA > ZEROS
                   PERFORM DEVOLVE-TARIFA-ARREPENDIMENTO
               END-IF
               IF WS-QTD-PARC-NAO-CANCELADAS > ZEROS
                   DISPLAY WS-QTD-PARC-NAO-CANCELADAS
                           ' PARCELA(S) NAO CANCELADA(S) POR TRANSICAO'
           CLOSE FD-CONTRATO
           .

       DEVOLVE-TARIFA-ARREPENDIMENTO.
      *    Cancelamento dentro do prazo de arrependimento
      *    (WS-TAR-DIAS-ARREP dias corridos da contratacao) devolve a
      *    tarifa de cadastro pro rata do prazo nao usado: dias do
      *    cancelamento ao ultimo vencimento sobre dias da
      *    contratacao ao ultimo vencimento. A devolucao vira credito
      *    do cliente (CREDCLI/CREDMOV), aplicado pelo FINCRED ou
      *    devolvido pelo CREDMNT, e o movimento '2' estorna a
      *    receita de tarifa no FINCTB.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-TAR-HOJE
           MOVE FD-PARC-VENCTO(FD-NUM-PARCELAS) TO WS-TAR-ULT-VENCTO
           COMPUTE WS-TAR-DIAS-USO =
               FUNCTION INTEGER-OF-DATE(WS-TAR-HOJE)
             - FUNCTION INTEGER-OF-DATE(FD-DATA-CONTRATACAO)
           IF WS-TAR-DIAS-USO > WS-TAR-DIAS-ARREP
               DISPLAY 'FORA DO PRAZO DE ARREPENDIMENTO - TARIFA DE '
                       'CADASTRO NAO DEVOLVIDA.'
           ELSE
               COMPUTE WS-TAR-DIAS-PRAZO =
                   FUNCTION INTEGER-OF-DATE(WS-TAR-ULT-VENCTO)
                 - FUNCTION INTEGER-OF-DATE(FD-DATA-CONTRATACAO)
               COMPUTE WS-TAR-DIAS-RESTO =
                   WS-TAR-DIAS-PRAZO - WS-TAR-DIAS-USO
               IF WS-TAR-DIAS-PRAZO NOT > ZEROS
                       OR WS-TAR-DIAS-RESTO NOT < WS-TAR-DIAS-PRAZO
                   MOVE FD-VR-TARIFA TO WS-TAR-VR-DEVOLVER
               ELSE
                   IF WS-TAR-DIAS-RESTO < ZEROS
                       MOVE ZEROS TO WS-TAR-DIAS-RESTO
                   END-IF
                   COMPUTE WS-TAR-VR-DEVOLVER ROUNDED =
                       FD-VR-TARIFA * WS-TAR-DIAS-RESTO
                                    / WS-TAR-DIAS-PRAZO
               END-IF
               IF WS-TAR-VR-DEVOLVER > ZEROS
                   PERFORM CREDITA-DEVOLUCAO-TARIFA
               END-IF
           END-IF
           .

       CREDITA-DEVOLUCAO-TARIFA.
           OPEN I-O FD-CREDCLI
           IF WS-FS-CREDCLI = '35'
               OPEN OUTPUT FD-CREDCLI
               CLOSE FD-CREDCLI
               OPEN I-O FD-CREDCLI
           END-IF
           MOVE FD-COD-CLIENTE TO CL-COD-CLIENTE
           READ FD-CREDCLI
               INVALID KEY
                   MOVE FD-COD-CLIENTE     TO CL-COD-CLIENTE
                   MOVE WS-TAR-VR-DEVOLVER TO CL-SALDO-CREDITO
                   MOVE WS-TAR-HOJE        TO CL-DATA-ULT-MOV
                   WRITE FD-CREDCLI-REC
               NOT INVALID KEY
                   ADD WS-TAR-VR-DEVOLVER  TO CL-SALDO-CREDITO
                   MOVE WS-TAR-HOJE        TO CL-DATA-ULT-MOV
                   REWRITE FD-CREDCLI-REC
           END-READ
           CLOSE FD-CREDCLI

           OPEN EXTEND FD-CREDMOV
           MOVE WS-FS-CREDMOV TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-CREDMOV
               CLOSE FD-CREDMOV
               OPEN EXTEND FD-CREDMOV
           END-IF
           MOVE FD-COD-CLIENTE     TO CM-COD-CLIENTE
           SET CM-ENTRADA-CREDITO  TO TRUE
           MOVE FD-NUM-CONTRATO    TO CM-NUM-CONTRATO
           MOVE ZEROS              TO CM-NUM-PARCELA
           MOVE WS-TAR-VR-DEVOLVER TO CM-VALOR
           MOVE WS-TAR-HOJE        TO CM-DATA
           ACCEPT CM-HORA FROM TIME
           MOVE WS-JOB-NOME        TO CM-PROGRAMA
           MOVE 'DEVOLUCAO TARIFA CADASTRO' TO CM-MOTIVO
           WRITE FD-CREDMOV-REC
           CLOSE FD-CREDMOV

           SET MV-TARIFA-DEVOLVIDA TO TRUE
           MOVE FD-NUM-CONTRATO    TO MV-NUM-CONTRATO
           MOVE WS-TAR-VR-DEVOLVER TO MV-VALOR
           PERFORM GRAVA-MOVDIA
           DISPLAY 'TARIFA DE CADASTRO DEVOLVIDA PRO RATA: '
                   WS-TAR-VR-DEVOLVER ' (CREDITO DO CLIENTE).'
           .

       RENEGOCIA-CONTRATO.
      *    Quando o cliente nao consegue pagar, em vez de cancelar ou
      *    empilhar recalculo de atraso: apura as parcelas em aberto
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO NOT = '00'
                   OR WS-CONTRATO-ROTATIVO
               CLOSE FD-CONTRATO
           ELSE
               IF NOT FD-CONTR-ATIVO
                                   'NADA A RENEGOCIAR.'
                           CLOSE FD-CONTRATO
      *                O valor de contrato do sistema e limitado a
      *                99.999.999,99 (FD-VALOR); saldo acima disso nao
      *                cabe num contrato novo e a renegociacao tem de
      *                ser tratada fora da rotina.
                       WHEN WS-RN-SALDO > 99999999,99
                           DISPLAY 'SALDO EXCEDE O LIMITE DE VALOR DE '
                                   'CONTRATO - NAO RENEGOCIADO.'
                           CLOSE FD-CONTRATO
           MOVE FD-COD-CLIENTE  TO WS-COD-CLIENTE
           MOVE FD-CLIENTE      TO WS-CLIENTE
           MOVE FD-OBJETO       TO WS-OBJETO
      *    O avalista, o agente, o produto e o convenio do
      *    consignado (com a matricula) acompanham a divida
      *    renegociada.
           MOVE FD-COD-AVALISTA TO WS-COD-AVALISTA
           MOVE FD-COD-AGENTE   TO WS-COD-AGENTE
           MOVE FD-COD-PRODUTO  TO WS-COD-PRODUTO
           MOVE FD-COD-CONVENIO TO WS-COD-CONVENIO
           MOVE FD-MATRICULA    TO WS-MATRICULA
      *    A divida renegociada continua na filial de origem, seja
      *    qual for a filial do operador que renegociou.
           IF FD-COD-FILIAL IS NUMERIC
               MOVE FD-COD-FILIAL TO WS-COD-FILIAL
           ELSE
               MOVE ZEROS         TO WS-COD-FILIAL
           END-IF
           MOVE 'N'             TO WS-PROD-OK
           IF WS-COD-PRODUTO > ZEROS
               PERFORM BUSCA-PRODUTO

           MOVE WS-RN-SALDO TO WS-VALOR
           MOVE 'N' TO WS-SEG-CONTRATADO
           MOVE ZEROS TO WS-CAR-VR-ATO WS-CAR-VR-CAPITAL
      *    Renegociacao nao cobra nova tarifa de cadastro.
           MOVE ZEROS TO WS-TAR-VR-TARIFA WS-TAR-VR-FINANCIADA
                         WS-TAR-VR-ATO WS-TAR-NUM-RECIBO
      *    Renegociacao sai no plano mensal chato de sempre.
           MOVE 'M'   TO WS-PERIODICIDADE
           MOVE ZEROS TO WS-BALAO-PARCELA WS-BALAO-VALOR
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO NOT = '00'
                   OR WS-CONTRATO-ROTATIVO
               CLOSE FD-CONTRATO
           ELSE
               IF NOT FD-CONTR-ATIVO
      *    da ultima parcela em aberto alcancada.
           MOVE WS-AE-VALOR-PAGO TO WS-AE-RESTANTE
           MOVE ZEROS TO WS-AE-QTD-QUITADAS
           MOVE ZEROS TO WS-AE-PRIM-ABERTA

           PERFORM VARYING WS-IND FROM FD-NUM-PARCELAS BY -1
                   UNTIL WS-IND < 1 OR WS-AE-RESTANTE = ZEROS
                               FROM WS-AE-RESTANTE
                           MOVE 'G' TO FD-PARC-STATUS(WS-IND)
                           ADD 1 TO WS-AE-QTD-QUITADAS
                           MOVE WS-IND TO WS-AE-PRIM-ABERTA
                       END-IF
                   ELSE
                       SUBTRACT WS-AE-RESTANTE
                           FROM FD-PARC-VALOR(WS-IND)
                       MOVE ZEROS TO WS-AE-RESTANTE
                       MOVE WS-IND TO WS-AE-PRIM-ABERTA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM GRAVA-AUDIT-CONTRATO-ALT
           DISPLAY WS-AE-QTD-QUITADAS ' PARCELA(S) QUITADA(S) PELO '
                   'FIM DO PLANO.'

      *    Parcelas pagas pela face: o valor recebido e todo
      *    principal devolvido, sem desconto nem juros renunciados.
           COMPUTE WS-PP-VR-PAGO = WS-AE-VALOR-PAGO - WS-AE-RESTANTE
           IF WS-PP-VR-PAGO > ZEROS
               MOVE 'E'                TO WS-PP-TIPO
               MOVE WS-AE-PRIM-ABERTA  TO WS-PP-PARC-INICIAL
               MOVE WS-AE-QTD-QUITADAS TO WS-PP-QTD-PARCELAS
               MOVE WS-PP-VR-PAGO      TO WS-PP-VR-FACE
               MOVE WS-PP-VR-PAGO      TO WS-PP-VR-PRINC
               MOVE ZEROS              TO WS-PP-PCT-DESCONTO
               MOVE 'N'                TO WS-PP-HONROU-COTACAO
               PERFORM GRAVA-PREPAG
           END-IF
           .

       AMORT-RECALCULA.
      *        parcelas ainda em aberto, na ordem, sem mexer nos
      *        vencimentos nem nas parcelas ja liquidadas.
               MOVE ZEROS TO WS-AE-IND-ABERTA
               MOVE ZEROS TO WS-AE-VR-ABERTO-DEP WS-AE-PRIM-ABERTA
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > FD-NUM-PARCELAS
                   IF FD-PARC-STATUS(WS-IND) = 'P' OR
                       ADD 1 TO WS-AE-IND-ABERTA
                       MOVE WS-PARC-VALOR(WS-AE-IND-ABERTA)
                           TO FD-PARC-VALOR(WS-IND)
                       ADD FD-PARC-VALOR(WS-IND)
                           TO WS-AE-VR-ABERTO-DEP
                       IF WS-AE-PRIM-ABERTA = ZEROS
                           MOVE WS-IND TO WS-AE-PRIM-ABERTA
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-NUM-CONTRATO TO MV-NUM-CONTRATO
               MOVE WS-AE-VALOR-PAGO TO MV-VALOR
               PERFORM GRAVA-MOVDIA

      *        O valor pago abate principal pelo par; a reducao da
      *        face das parcelas alem dele sao os juros futuros que
      *        deixam de ser cobrados.
               MOVE 'R'                TO WS-PP-TIPO
               MOVE WS-AE-PRIM-ABERTA  TO WS-PP-PARC-INICIAL
               MOVE WS-AE-QTD-ABERTAS  TO WS-PP-QTD-PARCELAS
               IF WS-AE-VR-ABERTO > WS-AE-VR-ABERTO-DEP
                   COMPUTE WS-PP-VR-FACE =
                       WS-AE-VR-ABERTO - WS-AE-VR-ABERTO-DEP
               ELSE
                   MOVE ZEROS TO WS-PP-VR-FACE
               END-IF
               MOVE WS-AE-VALOR-PAGO   TO WS-PP-VR-PRINC
               MOVE WS-AE-VALOR-PAGO   TO WS-PP-VR-PAGO
               MOVE ZEROS              TO WS-PP-PCT-DESCONTO
               MOVE 'N'                TO WS-PP-HONROU-COTACAO
               PERFORM GRAVA-PREPAG
           END-IF
           .

                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO = '00'
                   AND NOT WS-CONTRATO-ROTATIVO
               IF NOT FD-CONTR-ATIVO
                   DISPLAY 'SOMENTE CONTRATO ATIVO TEM COTACAO.'
               ELSE

       IMPRIME-CARTA-COTACAO.
           OPEN OUTPUT FD-COTCARTA
           MOVE 'COTACAO'  TO DQ-TIPO
           MOVE 'CARTA DE COTACAO DE QUITACAO' TO DQ-TITULO
           MOVE WS-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE FD-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE SPACES TO FD-COTCARTA-REG
           STRING 'COTACAO DE QUITACAO - CONTRATO ' WS-NUM-CONTRATO
               DELIMITED BY SIZE INTO FD-COTCARTA-REG
           PERFORM GRAVA-LINHA-COTACAO
           MOVE SPACES TO FD-COTCARTA-REG
           STRING 'CLIENTE ' FD-CLIENTE
               DELIMITED BY SIZE INTO FD-COTCARTA-REG
           PERFORM GRAVA-LINHA-COTACAO
           MOVE SPACES TO FD-COTCARTA-REG
           STRING 'EMITIDA EM ' WS-CQ-DATA-HOJE
                  ' VALIDA ATE ' WS-CQ-DATA-PAGTO
               DELIMITED BY SIZE INTO FD-COTCARTA-REG
           PERFORM GRAVA-LINHA-COTACAO
           MOVE SPACES TO FD-COTCARTA-REG
           STRING 'VALOR PARA QUITACAO: ' WS-CQ-VR-COTADO
               DELIMITED BY SIZE INTO FD-COTCARTA-REG
           PERFORM GRAVA-LINHA-COTACAO
      *    CET contratado, gravado na criacao do contrato; contrato
      *    anterior ao calculo sai sem o valor.
           MOVE SPACES TO FD-COTCARTA-REG
           IF FD-CET-ANUAL IS NUMERIC AND FD-CET-ANUAL > ZEROS
               MOVE FD-CET-MENSAL TO WS-CET-MENSAL-ED
               MOVE FD-CET-ANUAL  TO WS-CET-ANUAL-ED
               STRING 'CET DO CONTRATO: ' WS-CET-MENSAL-ED
                      '% AO MES / ' WS-CET-ANUAL-ED '% AO ANO'
                   DELIMITED BY SIZE INTO FD-COTCARTA-REG
           ELSE
               MOVE 'CET DO CONTRATO: NAO APURADO NA CONTRATACAO'
                   TO FD-COTCARTA-REG
           END-IF
           PERFORM GRAVA-LINHA-COTACAO
           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           CLOSE FD-COTCARTA
           DISPLAY 'CARTA DE COTACAO IMPRESSA EM COTACAO.PRT.'
           .

       GRAVA-LINHA-COTACAO.
      *    Cada linha impressa vai tambem para o arquivo de
      *    documentos do cliente (DOCARQ).
           WRITE FD-COTCARTA-REG
           MOVE FD-COTCARTA-REG TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       VERIFICA-COTACAO-VIGENTE.
      *    Procura em COTACAO.DAT uma cotacao deste contrato ainda
      *    dentro da validade; havendo mais de uma, vale a de menor
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-READ
           PERFORM AVISA-CONTRATO-EM-USO
           PERFORM BARRA-CONTA-ROTATIVA

           IF WS-FS-CONTRATO NOT = '00'
                   OR WS-CONTRATO-ROTATIVO
               CLOSE FD-CONTRATO
           ELSE
               IF NOT FD-CONTR-ATIVO

       VALIDA-AGENTE.
           MOVE 'N' TO WS-AGENTE-OK
           MOVE 'A' TO WS-AGENTE-SITUACAO
           OPEN INPUT FD-AGENTE
           IF WS-FS-AGENTE = '35'
               OPEN OUTPUT FD-AGENTE
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AGENTE-EXISTE TO TRUE
                   IF AG-SUSPENSO
                       SET WS-AGENTE-SUSPENSO TO TRUE
                   END-IF
           END-READ
           CLOSE FD-AGENTE
           .
           MOVE WS-TT-TAXA      TO TL-TAXA-ANTES
           MOVE WS-TAXA-JUROS   TO TL-TAXA-DEPOIS
           MOVE WS-NUM-CONTRATO TO TL-NUM-CONTRATO
           MOVE 'TAXALOG' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-TAXALOG-REC
           WRITE FD-TAXALOG-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-TAXALOG-REC
           CLOSE FD-TAXALOG
           DISPLAY 'DIVERGENCIA AUTORIZADA E REGISTRADA EM TAXALOG.'
           .
      *    (AULA 44/LAYOUT001.cpy), em vez de digitar o nome livre a
      *    cada contrato, o que fazia o mesmo cliente ficar com grafia
      *    diferente de um financiamento para outro.
           MOVE 'N' TO WS-TITULAR-COMPLIANCE
           OPEN INPUT FD-CADASTRO
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
                   MOVE FD-BUREAU-RESTRICAO TO WS-BUR-RESTRICAO
                   MOVE FD-BUREAU-DATA      TO WS-BUR-DATA
                   MOVE FD-FLAG-CORRESP     TO WS-CORRESP-CLIENTE
                   MOVE 'F'                 TO WS-TAR-PESSOA
                   IF FD-PESSOA-JURIDICA
                       MOVE 'J'             TO WS-TAR-PESSOA
                   END-IF
                   PERFORM TRIA-CADASTRO-LIDO
                   IF TG-CLIENTE-BLOQUEADO
                       SET WS-TITULAR-BLOQUEADO TO TRUE
                       DISPLAY 'CLIENTE BLOQUEADO PELA COMPLIANCE: '
                               TG-MOTIVO
                   END-IF
               END-IF
           END-IF

      *    O resultado sai na chave WS-CLIENTE-LOTE-OK, pois o CLOSE
      *    reescreveria o FILE STATUS da leitura.
           MOVE 'N' TO WS-CLIENTE-LOTE-OK
                       WS-TITULAR-COMPLIANCE
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
                       MOVE FD-BUREAU-RESTRICAO TO WS-BUR-RESTRICAO
                       MOVE FD-BUREAU-DATA      TO WS-BUR-DATA
                       MOVE FD-FLAG-CORRESP     TO WS-CORRESP-CLIENTE
                       MOVE 'F'                 TO WS-TAR-PESSOA
                       IF FD-PESSOA-JURIDICA
                           MOVE 'J'             TO WS-TAR-PESSOA
                       END-IF
                       MOVE 'S' TO WS-CLIENTE-LOTE-OK
                       PERFORM TRIA-CADASTRO-LIDO
                       IF TG-CLIENTE-BLOQUEADO
                           SET WS-TITULAR-BLOQUEADO TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE FD-CADASTRO
           .

       TRIA-CADASTRO-LIDO.
      *    Triagem PEP/sancoes (TRIAGEM, a mesma do CADPF) do
      *    registro do cadastro recem-lido - titular ou avalista.
      *    Ocorrencia nova fica pendente para a compliance (COMPLMNT).
           SET TG-ORIGEM-CONTRATO TO TRUE
           CALL 'TRIAGEM' USING FD-CADASTRO-REC TG-ORIGEM
                                TG-RESULTADO TG-QTD-NOVAS TG-PEP
                                TG-MOTIVO
           IF TG-PEP-CONFIRMADO AND NOT TG-CLIENTE-BLOQUEADO
               DISPLAY 'CLIENTE ' FD-CAD-COD-CLIENTE ' E PEP: '
                       'DILIGENCIA REFORCADA.'
           END-IF
           .

       VERIFICA-EXPOSICAO.
      *    Soma o que o cliente ja deve em parcelas abertas ('P'/'A')
      *    de todos os contratos ativos dele no mestre e compara a

       VERIFICA-ALCADA-CONTRATO.
      *    Supervisor tem alcada plena; para os demais, valor ou
      *    prazo acima dos limites ALCADA-* manda a entrada
      *    para a fila de aprovacao. O comprometimento de renda
      *    apurado no painel (acima do percentual do produto ou
      *    comprovante vencido) tambem.
           MOVE 'N' TO WS-ACIMA-ALCADA
           MOVE 'A' TO WS-PEND-MOTIVO
           IF NOT SN-NIVEL-SUPERVISOR
               PERFORM CARREGA-ALCADA
               IF WS-VALOR > WS-AL-VALOR-LIMITE
                   SET WS-ACIMA-DA-ALCADA TO TRUE
               END-IF
           END-IF
           IF WS-RENDA-PEDE-ALCADA
               PERFORM AVISA-COMPROMETIMENTO-RENDA
               IF SN-NIVEL-SUPERVISOR
                   DISPLAY 'COMPROMETIMENTO DE RENDA ACEITO NA '
                           'ALCADA DO SUPERVISOR.'
               ELSE
                   IF NOT WS-ACIMA-DA-ALCADA
                       MOVE 'R' TO WS-PEND-MOTIVO
                   END-IF
                   SET WS-ACIMA-DA-ALCADA TO TRUE
               END-IF
           END-IF
           .

       AVISA-COMPROMETIMENTO-RENDA.
           MOVE WS-RD-PCT TO WS-RD-PCT-ED
           DISPLAY 'COMPROMETIMENTO DA RENDA: ' WS-RD-PCT-ED
                   '% (MAXIMO DO PRODUTO ' WS-PROD-PCT-RENDA '%)'
           IF WS-RD-COMPROV-VENCIDO
               DISPLAY 'COMPROVANTE DE RENDA COM MAIS DE 12 MESES - '
                       'RENOVAR NO RENDMNT.'
           END-IF
           .

       VERIFICA-COMPROMETIMENTO-RENDA.
      *    So para produto com percentual maximo no mestre (zeros
      *    ou contrato sem produto = sem critica). A parcela nova e
      *    a 1a do plano (a maior, no PRICE e no SAC), como na
      *    margem do consignado.
           MOVE 'S' TO WS-RD-SITUACAO
           MOVE ZEROS TO WS-RD-PCT
           IF WS-PRODUTO-ACHADO AND WS-PROD-PCT-RENDA > ZEROS
               PERFORM SOMA-RENDA-CLIENTE
               IF WS-RD-QTD-FONTES = ZEROS OR WS-RD-VR-RENDA = ZEROS
                   MOVE 'N' TO WS-RD-SITUACAO
               ELSE
                   PERFORM CALCULA-PARCELAS
                   MOVE WS-PARC-VALOR(1) TO WS-RD-PARC-NOVA
                   PERFORM SOMA-PARCELAS-ABERTAS-CLIENTE
                   COMPUTE WS-RD-PCT ROUNDED =
                       (WS-RD-OUTROS + WS-RD-PARC-NOVA) * 100
                       / WS-RD-VR-RENDA
                       ON SIZE ERROR
                           MOVE 99999,99 TO WS-RD-PCT
                   END-COMPUTE
                   IF WS-RD-PCT > WS-PROD-PCT-RENDA
                       OR WS-RD-COMPROV-VENCIDO
                       MOVE 'A' TO WS-RD-SITUACAO
                   END-IF
               END-IF
           END-IF
           .

       SOMA-RENDA-CLIENTE.
      *    Soma as fontes ativas do cliente; qualquer uma com
      *    comprovante de mais de 12 meses marca o vencimento.
           MOVE ZEROS TO WS-RD-VR-RENDA WS-RD-QTD-FONTES
           MOVE 'N'   TO WS-RD-COMPROV WS-RD-FIM
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-RD-DATA-HOJE
           OPEN INPUT FD-RENDA
           IF WS-FS-RENDA NOT = '00'
               SET WS-EOF-RENDA-CLI TO TRUE
           ELSE
               MOVE WS-COD-CLIENTE TO RD-COD-CLIENTE
               MOVE ZEROS          TO RD-SEQ-FONTE
               START FD-RENDA KEY NOT < RD-CHAVE
                   INVALID KEY
                       SET WS-EOF-RENDA-CLI TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-RENDA-CLI
               READ FD-RENDA NEXT RECORD
                   AT END
                       SET WS-EOF-RENDA-CLI TO TRUE
                   NOT AT END
                       IF RD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-RENDA-CLI TO TRUE
                       ELSE
                           IF RD-ATIVA
                               ADD 1 TO WS-RD-QTD-FONTES
                               ADD RD-VR-RENDA TO WS-RD-VR-RENDA
                               IF RD-DATA-COMPROV + 10000
                                       < WS-RD-DATA-HOJE
                                   MOVE 'S' TO WS-RD-COMPROV
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RENDA = '00' OR WS-FS-RENDA = '10'
               CLOSE FD-RENDA
           END-IF
           .

       SOMA-PARCELAS-ABERTAS-CLIENTE.
      *    Proxima parcela em aberto de cada contrato ativo do
      *    cliente - o que ja sai da renda dele todo mes.
           MOVE ZEROS TO WS-RD-OUTROS
           MOVE 'N'   TO WS-RD-FIM
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO NOT = '00'
               SET WS-EOF-RENDA-CLI TO TRUE
           ELSE
               MOVE WS-COD-CLIENTE TO FD-COD-CLIENTE
               START FD-CONTRATO KEY NOT < FD-COD-CLIENTE
                   INVALID KEY
                       SET WS-EOF-RENDA-CLI TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-RENDA-CLI
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-RENDA-CLI TO TRUE
                   NOT AT END
                       IF FD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-RENDA-CLI TO TRUE
                       ELSE
                           IF FD-CONTR-ATIVO
                               PERFORM SOMA-PARCELA-ABERTA-RENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '10'
               CLOSE FD-CONTRATO
           END-IF
           .

       SOMA-PARCELA-ABERTA-RENDA.
           MOVE 'N' TO WS-RD-ACHOU-PARC
           PERFORM VARYING WS-RD-IND FROM 1 BY 1
                   UNTIL WS-RD-IND > FD-NUM-PARCELAS
                      OR WS-RD-PARC-ACHADA
               IF FD-PARC-STATUS(WS-RD-IND) = 'P' OR
                  FD-PARC-STATUS(WS-RD-IND) = 'A'
                   ADD FD-PARC-VALOR(WS-RD-IND) TO WS-RD-OUTROS
                   SET WS-RD-PARC-ACHADA TO TRUE
               END-IF
           END-PERFORM
           .

       CARREGA-ALCADA.
      *    Limites de alcada em vigor na data de movimento (mestre
      *    de parametros, padrao 50.000,00 e 120 parcelas). O
      *    comite agenda a mudanca pelo PARAMNT.
           MOVE 'ALCADA-VALOR' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-AL-VALOR-LIMITE
           END-IF
           MOVE 'ALCADA-PRAZO' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-AL-PRAZO-LIMITE
           END-IF
           .

       GRAVA-PENDENTE-APROVACAO.
           MOVE WS-BALAO-PARCELA TO PD-BALAO-PARCELA
           MOVE WS-BALAO-VALOR   TO PD-BALAO-VALOR
           MOVE WS-COD-PRODUTO   TO PD-COD-PRODUTO
           MOVE WS-COD-CONVENIO  TO PD-COD-CONVENIO
           MOVE WS-MATRICULA     TO PD-MATRICULA
           MOVE WS-TAR-FORMA     TO PD-TARIFA-FORMA
           MOVE WS-PEND-MOTIVO   TO PD-MOTIVO-PENDENCIA
           IF WS-CONTRATO-DE-PORTAB
               MOVE WP-NUM-PORTAB TO PD-NUM-PORTAB
           ELSE
               MOVE ZEROS         TO PD-NUM-PORTAB
           END-IF
           MOVE 'P'              TO PD-STATUS
           MOVE WS-USUARIO-AUDIT TO PD-OPERADOR
           MOVE 'C' TO DM-PARM-FUNCAO
                           MOVE PD-NUM-PARCELAS TO WS-LPD-PARCELAS
                           MOVE PD-TAXA-JUROS   TO WS-LPD-TAXA
                           MOVE PD-OPERADOR     TO WS-LPD-OPERADOR
                           IF PD-POR-RENDA
                               MOVE 'RENDA' TO WS-LPD-MOTIVO
                           ELSE
                               MOVE 'ALC.' TO WS-LPD-MOTIVO
                           END-IF
                           DISPLAY WS-LINHA-PENDENTE
                       END-IF
               END-READ
           IF WS-COD-PRODUTO > ZEROS
               PERFORM BUSCA-PRODUTO
           END-IF
      *    Pendente gravado antes do consignado vem com o campo
      *    nao numerico: vale como contrato comum.
           IF PD-COD-CONVENIO IS NUMERIC
               MOVE PD-COD-CONVENIO TO WS-COD-CONVENIO
               MOVE PD-MATRICULA    TO WS-MATRICULA
           ELSE
               MOVE ZEROS  TO WS-COD-CONVENIO
               MOVE SPACES TO WS-MATRICULA
           END-IF
           MOVE ZEROS           TO WS-CONTRATO-ANTERIOR
      *    O contrato aprovado e da filial de quem digitou a
      *    entrada, nao da do supervisor que aprovou.
           MOVE PD-OPERADOR     TO OF-OPERADOR
           CALL 'OPERFIL' USING OF-OPERADOR OF-COD-FILIAL
           MOVE OF-COD-FILIAL   TO WS-COD-FILIAL
      *    Pendente gravado antes da tarifa de cadastro: financiada.
           MOVE PD-TARIFA-FORMA TO WS-TAR-FORMA
           IF NOT WS-TAR-FORMA-VALIDA
               MOVE 'F' TO WS-TAR-FORMA
           END-IF
      *    Pendente de portabilidade: o pedido tem de continuar
      *    registrado e no prazo, senao o pendente fica mantido.
           MOVE 'N' TO WS-PORT-EM-USO
           MOVE ZEROS TO WS-PORT-ESCOLHIDO
           IF PD-NUM-PORTAB IS NUMERIC AND PD-NUM-PORTAB > ZEROS
               MOVE PD-NUM-PORTAB TO WS-PORT-ESCOLHIDO
               PERFORM CARREGA-PORTABILIDADE
           END-IF

           PERFORM BUSCA-CLIENTE
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'CLIENTE DO PENDENTE INDISPONIVEL NO '
                       'CADASTRO - PENDENTE MANTIDO.'
           ELSE
           IF WS-TITULAR-BLOQUEADO
               DISPLAY 'CLIENTE EM ANALISE DE COMPLIANCE - PENDENTE '
                       'MANTIDO.'
           ELSE
           IF WS-PORT-ESCOLHIDO > ZEROS AND NOT WS-CONTRATO-DE-PORTAB
               DISPLAY 'PEDIDO DE PORTABILIDADE ' WS-PORT-ESCOLHIDO
                       ' INDISPONIVEL - PENDENTE MANTIDO.'
           ELSE
               PERFORM ACEITA-AVALISTA
               IF WS-AVALISTA-BLOQUEADO
                   DISPLAY 'AVALISTA EM ANALISE DE COMPLIANCE - '
                           'PENDENTE MANTIDO.'
               ELSE
               PERFORM APLICA-CARENCIA
               PERFORM APLICA-TARIFA-CADASTRO
               PERFORM DEFINE-SEGURO
               PERFORM MONTA-PLANO-CONTRATO
               PERFORM VERIFICA-CET-MAXIMO
               IF NOT WS-CET-DENTRO-TETO
                   DISPLAY 'CET ANUAL ' WS-CET-ANUAL
                           '% ACIMA DO TETO DO PRODUTO - PENDENTE '
                           'MANTIDO.'
               ELSE
               PERFORM OBTEM-NUMERO-CONTRATO
               DISPLAY 'NUMERO DO CONTRATO ATRIBUIDO: '
                       WS-NUM-CONTRATO
               PERFORM EFETIVA-CONTRATO

               MOVE 'A'          TO PD-STATUS
               MOVE SN-USUARIO   TO PD-APROVADOR
               REWRITE FD-PENDAPR-REC
               DISPLAY 'PENDENTE ' PD-NUM-PENDENTE ' APROVADO: '
                       'CONTRATO ' WS-NUM-CONTRATO ' GRAVADO.'
               IF WS-CONTRATO-DE-PORTAB
                   PERFORM MARCA-PORTABILIDADE-USADA
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .


       AVALIA-VIGENCIA-BUREAU.
      *    Resposta vigente = postada ('S'/'N'), com data valida e
      *    com idade dentro dos dias de BUREAU-DIAS.
           MOVE 'N' TO WS-BUR-VIGENTE
           PERFORM CARREGA-VALIDADE-BUREAU
           MOVE 'C' TO DM-PARM-FUNCAO
           .

       CARREGA-VALIDADE-BUREAU.
      *    Mesmo parametro BUREAU-DIAS do FINBURC (padrao 90 dias).
           MOVE 'BUREAU-DIAS' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-BUR-DIAS-VALIDADE
           END-IF
           .

       VERIFICA-BUREAU-CLIENTE.
           END-IF
           .

       AVALIA-RECADASTRO.
      *    Vencido = vencimento calculado pelo FINRECAD ja passado
      *    na data de movimento. A acao vem de RECADPARM.DAT (o
      *    FINRECAD semeia; sem arquivo vale aviso).
           MOVE SPACES TO WS-RECAD-SITUACAO
           MOVE 'A'    TO WS-RECAD-ACAO
           OPEN INPUT FD-RECADPARM
           IF WS-FS-RECADPARM = '00'
               READ FD-RECADPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RB-ACAO-BLOQUEIO
                           MOVE 'B' TO WS-RECAD-ACAO
                       END-IF
               END-READ
               CLOSE FD-RECADPARM
           END-IF
           MOVE ZEROS TO WS-RECAD-VENCTO
           OPEN INPUT FD-RECAD
           IF WS-FS-RECAD = '00'
               MOVE WS-COD-CLIENTE TO RA-COD-CLIENTE
               READ FD-RECAD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RA-DATA-VENCIMENTO TO WS-RECAD-VENCTO
               END-READ
               CLOSE FD-RECAD
           END-IF
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-RECAD-HOJE
           IF WS-RECAD-VENCTO IS NUMERIC AND WS-RECAD-VENCTO > ZEROS
               AND WS-RECAD-VENCTO < WS-RECAD-HOJE
               SET WS-RECAD-VENCIDO TO TRUE
           END-IF
           .

       VERIFICA-RECADASTRO-CLIENTE.
           MOVE 'S' TO WS-RECAD-OK
           PERFORM AVALIA-RECADASTRO
           IF WS-RECAD-VENCIDO
               DISPLAY 'RECADASTRAMENTO: CADASTRO DO CLIENTE VENCIDO '
                       'DESDE ' WS-RECAD-VENCTO
                       ' - RECONFIRME OS DADOS NO CADPF.'
               IF WS-RECAD-BLOQUEIA
                   DISPLAY 'SUPERVISOR AUTORIZA O CONTRATO MESMO '
                           'ASSIM? (S/N) : '
                   ACCEPT WS-RECAD-AUTORIZA
                   IF WS-RECAD-AUTORIZA = 'S' OR 's'
                       DISPLAY 'CONTRATO AUTORIZADO PELO SUPERVISOR '
                               'COM CADASTRO VENCIDO.'
                   ELSE
                       MOVE 'N' TO WS-RECAD-OK
                   END-IF
               END-IF
           END-IF
           .

       VERIFICA-SCORE-CLIENTE.
           MOVE 'S' TO WS-SCORE-OK
           MOVE 'N' TO WS-SC-TEM-SCORE
           .

       CARREGA-SCORE-MINIMO.
      *    Minimo de alcada em vigor na data de movimento (mestre de
      *    parametros, padrao 40 pontos; zero desliga a exigencia).
           MOVE 'SCORE-MINIMO' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO
               MOVE PG-VALOR TO WS-SC-MINIMO
           END-IF
           .

       VERIFICA-PRE-APROVACAO.
      *    execucao com os seis produtos da tabela de texto de
      *    sempre (codigos 001-006). Produto inativo vale como nao
      *    achado para o chamador recusar.
           MOVE 'N' TO WS-PROD-OK WS-PROD-APOLICE
           OPEN INPUT FD-PRODUTO
           IF WS-FS-PRODUTO = '35'
               PERFORM SEMEIA-PRODUTOS
                           MOVE PT-IOF-FLAG      TO WS-PROD-IOF
                           MOVE PT-SEGURO-FLAG   TO WS-PROD-SEGURO
                           MOVE PT-MAX-PRAZO     TO WS-PROD-MAX-PRAZO
                           MOVE ZEROS            TO WS-PROD-CET-MAXIMO
                           IF PT-CET-MAXIMO IS NUMERIC
                               MOVE PT-CET-MAXIMO TO WS-PROD-CET-MAXIMO
                           END-IF
                           MOVE ZEROS            TO WS-PROD-PCT-RENDA
                           IF PT-PCT-RENDA-MAX IS NUMERIC
                               MOVE PT-PCT-RENDA-MAX
                                   TO WS-PROD-PCT-RENDA
                           END-IF
                           MOVE ZEROS TO WS-PROD-TARIFA-PF
                                         WS-PROD-TARIFA-PJ
                           IF PT-TARIFA-PF IS NUMERIC
                               MOVE PT-TARIFA-PF TO WS-PROD-TARIFA-PF
                           END-IF
                           IF PT-TARIFA-PJ IS NUMERIC
                               MOVE PT-TARIFA-PJ TO WS-PROD-TARIFA-PJ
                           END-IF
                           MOVE PT-EXIGE-APOLICE TO WS-PROD-APOLICE
                       END-IF
               END-READ
               CLOSE FD-PRODUTO
           END-IF
           .

       BUSCA-CONVENIO.
      *    Le o convenio pelo codigo; convenio inativo vale como nao
      *    achado para o painel recusar contrato novo nele.
           MOVE 'N' TO WS-CV-OK
           OPEN INPUT FD-CONVENIO
           IF WS-FS-CONVENIO = '00'
               MOVE WS-COD-CONVENIO TO CV-COD-CONVENIO
               READ FD-CONVENIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CV-ATIVO
                           SET WS-CONVENIO-ACHADO TO TRUE
                           MOVE CV-PCT-MARGEM   TO WS-CV-PCT-MARGEM
                           MOVE CV-PRAZO-MAXIMO TO WS-CV-PRAZO-MAXIMO
                       END-IF
               END-READ
               CLOSE FD-CONVENIO
           END-IF
           .

       CALCULA-MARGEM-CONSIGNAVEL.
      *    Margem = percentual do convenio sobre o salario liquido.
      *    Compromete a margem a 1a parcela do contrato novo (a
      *    maior do plano, no PRICE e no SAC) mais a proxima parcela
      *    em aberto de cada consignado ativo do cliente no mesmo
      *    convenio - o que a folha ja desconta todo mes.
           COMPUTE WS-CV-MARGEM ROUNDED =
               WS-SALARIO-LIQUIDO * WS-CV-PCT-MARGEM / 100
           PERFORM CALCULA-PARCELAS
           MOVE WS-PARC-VALOR(1) TO WS-CV-PARC-NOVA
           MOVE ZEROS TO WS-CV-OUTROS
           MOVE 'N'   TO WS-FIM-CONSIG
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO NOT = '00'
               SET WS-EOF-CONSIG TO TRUE
           ELSE
               MOVE WS-COD-CLIENTE TO FD-COD-CLIENTE
               START FD-CONTRATO KEY NOT < FD-COD-CLIENTE
                   INVALID KEY
                       SET WS-EOF-CONSIG TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-CONSIG
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CONSIG TO TRUE
                   NOT AT END
                       IF FD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-CONSIG TO TRUE
                       ELSE
                           IF FD-CONTR-ATIVO
                               AND FD-COD-CONVENIO = WS-COD-CONVENIO
                               PERFORM SOMA-PARCELA-CONSIGNADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '10'
               CLOSE FD-CONTRATO
           END-IF
           IF WS-CV-OUTROS < WS-CV-MARGEM
               COMPUTE WS-CV-LIVRE = WS-CV-MARGEM - WS-CV-OUTROS
           ELSE
               MOVE ZEROS TO WS-CV-LIVRE
           END-IF
           .

       SOMA-PARCELA-CONSIGNADA.
           MOVE 'N' TO WS-CV-ACHOU-PARC
           PERFORM VARYING WS-CV-IND FROM 1 BY 1
                   UNTIL WS-CV-IND > FD-NUM-PARCELAS
                      OR WS-CV-PARC-ACHADA
               IF FD-PARC-STATUS(WS-CV-IND) = 'P' OR
                  FD-PARC-STATUS(WS-CV-IND) = 'A'
                   ADD FD-PARC-VALOR(WS-CV-IND) TO WS-CV-OUTROS
                   SET WS-CV-PARC-ACHADA TO TRUE
               END-IF
           END-PERFORM
           .

       SEMEIA-PRODUTOS.
           OPEN OUTPUT FD-PRODUTO
           MOVE 001       TO PT-COD-PRODUTO
           MOVE 'S' TO PT-IOF-FLAG
           MOVE 'S' TO PT-SEGURO-FLAG
           MOVE 360 TO PT-MAX-PRAZO
           MOVE ZEROS TO PT-CET-MAXIMO PT-PCT-RENDA-MAX
           MOVE ZEROS TO PT-TARIFA-PF PT-TARIFA-PJ
           MOVE 'S' TO PT-EXIGE-APOLICE
           MOVE 'A' TO PT-SITUACAO
           WRITE FD-PRODUTO-REC
           MOVE 002      TO PT-COD-PRODUTO
           MOVE 'IMOVEL' TO PT-DESCRICAO
           MOVE 420 TO PT-MAX-PRAZO
           WRITE FD-PRODUTO-REC
           MOVE 'N' TO PT-EXIGE-APOLICE
           MOVE 003               TO PT-COD-PRODUTO
           MOVE 'ELETRODOMESTICO' TO PT-DESCRICAO
           MOVE 024 TO PT-MAX-PRAZO
           MOVE WS-CONTRATO-ANTERIOR TO FD-CONTRATO-ANTERIOR
           MOVE WS-COD-AVALISTA      TO FD-COD-AVALISTA
           MOVE WS-VR-IOF            TO FD-VR-IOF
           MOVE WS-CET-MENSAL        TO FD-CET-MENSAL
           MOVE WS-CET-ANUAL         TO FD-CET-ANUAL
           MOVE WS-TAR-VR-TARIFA     TO FD-VR-TARIFA
           IF WS-TAR-VR-TARIFA > ZEROS
               MOVE WS-TAR-FORMA     TO FD-TARIFA-FORMA
           ELSE
               MOVE SPACE            TO FD-TARIFA-FORMA
           END-IF
      *    Contrato originado aqui; os dados de aquisicao sao so da
      *    compra de carteira (COMPMNT).
           MOVE SPACE                TO FD-ORIGEM
           MOVE SPACES               TO FD-REF-CEDENTE
           MOVE ZEROS                TO FD-LOTE-COMPRA FD-VR-AQUISICAO
                                        FD-DATA-AQUISICAO
           MOVE WS-COD-FILIAL        TO FD-COD-FILIAL
           IF WS-SEGURO-CONTRATADO
               MOVE 'S'         TO FD-SEGURO-FLAG
               MOVE WS-SEG-ALIQ TO FD-ALIQ-SEGURO
           END-IF
           MOVE WS-COD-AGENTE        TO FD-COD-AGENTE
           MOVE WS-COD-PRODUTO       TO FD-COD-PRODUTO
           MOVE WS-COD-CONVENIO      TO FD-COD-CONVENIO
           MOVE WS-MATRICULA         TO FD-MATRICULA
      *    Contrato nasce sem rating e sem provisao constituida: o
      *    buffer do FD pode carregar o ultimo registro lido (na
      *    renegociacao, o contrato velho), e o FINPROV calcularia
           MOVE WS-VALOR        TO MV-VALOR
           PERFORM GRAVA-MOVDIA

      *    Tarifa a vista: paga no balcao na propria efetivacao. A
      *    financiada ja esta no valor e e retida na liberacao.
           IF WS-TAR-VR-ATO > ZEROS
               PERFORM RECEBE-TARIFA-BALCAO
           END-IF

           PERFORM ABRE-CHECKLIST-FORMALIZACAO
      *    Renegociacao nao libera dinheiro novo: o saldo do
      *    contrato velho e que vira o financiado.
           IF WS-CONTRATO-ANTERIOR = ZEROS
               PERFORM ABRE-LIBERACAO-CREDITO
           END-IF
           .

       RECEBE-TARIFA-BALCAO.
      *    Recibo da serie RECIBO (a mesma do CAIXA) na linha 'R' do
      *    CAIXAMOV.DAT, em dinheiro e com parcela zero, para o
      *    fechamento do operador somar a tarifa na gaveta; o
      *    movimento '1' leva a receita de tarifa ao FINCTB.
           PERFORM OBTEM-NUMERO-RECIBO
           OPEN EXTEND FD-CAIXAMOV
           MOVE WS-FS-CAIXAMOV TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-CAIXAMOV
               CLOSE FD-CAIXAMOV
               OPEN EXTEND FD-CAIXAMOV
           END-IF
           MOVE SPACES            TO FD-CAIXAMOV-REC
           SET CX-REG-RECIBO      TO TRUE
           MOVE WS-TAR-NUM-RECIBO TO CX-NUM-RECIBO
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA      TO CX-DATA
           ACCEPT CX-HORA FROM TIME
           MOVE WS-USUARIO-AUDIT  TO CX-OPERADOR
           MOVE WS-NUM-CONTRATO   TO CX-NUM-CONTRATO
           MOVE ZEROS             TO CX-NUM-PARCELA
           MOVE WS-TAR-VR-ATO     TO CX-VALOR
           MOVE ZEROS             TO CX-VALOR-GAVETA
           MOVE ZEROS             TO CX-VALOR-DIFERENCA
           MOVE 'D'               TO CX-FORMA-PAGTO
           MOVE ZEROS             TO CX-CARTAO-QTD-PARCELAS
           MOVE ZEROS             TO CX-QTD-CARTAO CX-VALOR-CARTAO
           MOVE 'S'               TO CX-PAGANTE-TITULAR
           MOVE ZEROS             TO CX-DOC-PAGANTE
           MOVE WS-FILIAL-OPERADOR TO CX-COD-FILIAL
           WRITE FD-CAIXAMOV-REC
           CLOSE FD-CAIXAMOV

           SET MV-TARIFA-BALCAO TO TRUE
           MOVE WS-NUM-CONTRATO TO MV-NUM-CONTRATO
           MOVE WS-TAR-VR-ATO   TO MV-VALOR
           PERFORM GRAVA-MOVDIA
           DISPLAY 'TARIFA DE CADASTRO ' WS-TAR-VR-ATO
                   ' RECEBIDA NO BALCAO - RECIBO ' WS-TAR-NUM-RECIBO
           .

       OBTEM-NUMERO-RECIBO.
      *    Serie RECIBO de NUMCTL.DAT, compartilhada com o CAIXA;
      *    semeada em 1 na primeira vez.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'RECIBO' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'RECIBO' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-TAR-NUM-RECIBO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       ABRE-LIBERACAO-CREDITO.
      *    O dinheiro sai pela TED do FINLIB, nao na hora do
      *    contrato: a liberacao nasce aguardando os dados do
      *    favorecido (LIBMNT), ja com o proprio cliente como
      *    favorecido padrao. O IOF e retido na fonte - o cliente
      *    recebe o financiado menos o imposto e menos a tarifa de
      *    cadastro financiada. Na portabilidade de
      *    entrada a liberacao ja nasce pronta para a credora.
           OPEN I-O FD-LIBERACAO
           IF WS-FS-LIBERACAO = '35'
               OPEN OUTPUT FD-LIBERACAO
               CLOSE FD-LIBERACAO
               OPEN I-O FD-LIBERACAO
           END-IF
           MOVE SPACES TO FD-LIBERACAO-REC
           MOVE WS-NUM-CONTRATO      TO LB-NUM-CONTRATO
           MOVE WS-COD-CLIENTE       TO LB-COD-CLIENTE
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA         TO LB-DATA-CONTRATO
           MOVE DM-PARM-DATA         TO LB-DATA-INCLUSAO
           MOVE WS-VALOR             TO LB-VR-FINANCIADO
           MOVE WS-VR-IOF            TO LB-VR-IOF
           MOVE WS-TAR-VR-FINANCIADA TO LB-VR-TARIFA
           IF WS-VR-IOF + WS-TAR-VR-FINANCIADA < WS-VALOR
               COMPUTE LB-VR-LIQUIDO =
                   WS-VALOR - WS-VR-IOF - WS-TAR-VR-FINANCIADA
           ELSE
               MOVE ZEROS TO LB-VR-LIQUIDO
           END-IF
           MOVE ZEROS TO LB-SEQ-REMESSA LB-DATA-ENVIO LB-QTD-ENVIOS
           MOVE ZEROS TO LB-DATA-PAGAMENTO LB-DATA-MANUTENCAO
           IF WS-CONTRATO-DE-PORTAB
               PERFORM LIBERA-PARA-CREDORA-ORIGINAL
           ELSE
               PERFORM LIBERA-PARA-CLIENTE
           END-IF
           WRITE FD-LIBERACAO-REC
               INVALID KEY
                   REWRITE FD-LIBERACAO-REC
           END-WRITE
           CLOSE FD-LIBERACAO
           IF LB-PRONTA
               DISPLAY 'LIBERACAO DE ' LB-VR-LIQUIDO ' PRONTA PARA '
                       'A TED A ' LB-NOME-FAVORECIDO
           ELSE
               DISPLAY 'LIBERACAO DE ' LB-VR-LIQUIDO ' AGUARDANDO '
                       'DADOS DO FAVORECIDO (LIBMNT).'
           END-IF
           .

       LIBERA-PARA-CREDORA-ORIGINAL.
      *    Portabilidade de entrada: o dinheiro quita a divida na
      *    credora original - favorecida a instituicao, conta do
      *    pedido, e a TED sai ja na remessa da noite.
           MOVE 'I'             TO LB-TIPO-FAVORECIDO
           MOVE WP-NOME-IF      TO LB-NOME-FAVORECIDO
           MOVE 'J'             TO LB-TIPO-PESSOA
           MOVE WP-CNPJ-IF      TO LB-CPF-CNPJ
           MOVE WP-BANCO-IF     TO LB-BANCO-FAV
           MOVE WP-AGENCIA-IF   TO LB-AGENCIA-FAV
           MOVE WP-CONTA-IF     TO LB-CONTA-FAV
           MOVE WP-DV-CONTA-IF  TO LB-DV-CONTA-FAV
           MOVE 'C'             TO LB-TIPO-CONTA
           MOVE 'P'             TO LB-SITUACAO
           MOVE WS-USUARIO-AUDIT TO LB-USUARIO
           MOVE LB-DATA-INCLUSAO TO LB-DATA-MANUTENCAO
           .

       LIBERA-PARA-CLIENTE.
           MOVE 'C'                  TO LB-TIPO-FAVORECIDO
           MOVE WS-CLIENTE           TO LB-NOME-FAVORECIDO
           MOVE 'F'                  TO LB-TIPO-PESSOA
           MOVE ZEROS                TO LB-CPF-CNPJ
           OPEN INPUT FD-CADASTRO
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE 'J'             TO LB-TIPO-PESSOA
                       MOVE FD-CNPJ         TO LB-CPF-CNPJ
                       MOVE FD-RAZAO-SOCIAL TO LB-NOME-FAVORECIDO
                   ELSE
                       MOVE FD-CPF          TO LB-CPF-CNPJ
                       MOVE SPACES          TO LB-NOME-FAVORECIDO
                       STRING FD-PRIMEIRO-NOME DELIMITED BY SPACE
                              ' '
                              FD-ULTIMO-NOME   DELIMITED BY SPACE
                              INTO LB-NOME-FAVORECIDO
                   END-IF
           END-READ
           CLOSE FD-CADASTRO
           MOVE ZEROS TO LB-BANCO-FAV LB-AGENCIA-FAV LB-CONTA-FAV
           MOVE 'D'   TO LB-SITUACAO
           .

       ABRE-CHECKLIST-FORMALIZACAO.
      *    instrumento precisa voltar assinado; o aval so e devido
      *    quando ha avalista; o gravame so quando ha garantia
      *    registrada no FINGAR (o back office pode exigir pelo
      *    FORMMNT quando a garantia entrar depois); a apolice do
      *    seguro do bem so quando ha garantia e o produto exige
      *    seguro. Ate o checklist fechar, o contrato fica fora de
      *    remessa e cobranca.
           OPEN I-O FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               MOVE 'D' TO FM-AVAL
           END-IF
           PERFORM VERIFICA-GARANTIA-CHECKLIST
           MOVE 'D' TO FM-APOLICE
           IF FM-GRAVAME = 'N' AND WS-PROD-APOLICE = 'S'
               MOVE 'N' TO FM-APOLICE
           END-IF
           MOVE 'P' TO FM-STATUS
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           CLOSE FD-MOVDIA
           .

       GRAVA-PREPAG.
      *    Mesmo EXTEND com criacao na primeira gravacao do
      *    GRAVA-MOVDIA. Desconto e o quanto a face alcancada excede
      *    o valor recebido; juros renunciados sao a parte desse
      *    desconto que cabe nos juros futuros (face menos
      *    principal) - o que passar disso e perda de principal.
           OPEN EXTEND FD-PREPAG
           MOVE WS-FS-PREPAG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-PREPAG
               CLOSE FD-PREPAG
               OPEN EXTEND FD-PREPAG
           END-IF
           INITIALIZE FD-PREPAG-REC
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA         TO PP-DATA-EVENTO
           ACCEPT PP-HORA-EVENTO FROM TIME
           MOVE WS-PP-TIPO           TO PP-TIPO-EVENTO
           MOVE FD-NUM-CONTRATO      TO PP-NUM-CONTRATO
           MOVE FD-COD-CLIENTE       TO PP-COD-CLIENTE
           MOVE FD-COD-PRODUTO       TO PP-COD-PRODUTO
           MOVE FD-DATA-CONTRATACAO  TO PP-DATA-CONTRATACAO
           MOVE WS-PP-PARC-INICIAL   TO PP-PARC-INICIAL
           MOVE WS-PP-QTD-PARCELAS   TO PP-QTD-PARCELAS
           MOVE WS-PP-VR-FACE        TO PP-VR-SALDO-FACE
           MOVE WS-PP-VR-PRINC       TO PP-VR-SALDO-PRINC
           MOVE WS-PP-VR-PAGO        TO PP-VR-PAGO
           MOVE WS-PP-PCT-DESCONTO   TO PP-PCT-DESCONTO
           MOVE WS-PP-HONROU-COTACAO TO PP-COTACAO-HONRADA
           MOVE PS-USUARIO           TO PP-USUARIO
           IF WS-PP-VR-FACE > WS-PP-VR-PAGO
               COMPUTE PP-VR-DESCONTO = WS-PP-VR-FACE - WS-PP-VR-PAGO
           ELSE
               MOVE ZEROS TO PP-VR-DESCONTO
           END-IF
           IF WS-PP-VR-FACE > WS-PP-VR-PRINC
               COMPUTE PP-VR-JUROS-RENUNC =
                   WS-PP-VR-FACE - WS-PP-VR-PRINC
           ELSE
               MOVE ZEROS TO PP-VR-JUROS-RENUNC
           END-IF
           IF PP-VR-JUROS-RENUNC > PP-VR-DESCONTO
               MOVE PP-VR-DESCONTO TO PP-VR-JUROS-RENUNC
           END-IF
           WRITE FD-PREPAG-REC
           CLOSE FD-PREPAG
           .

       GRAVA-AUDIT-CONTRATO-ALT.
           SET AF-PARM-ALTERACAO TO TRUE
           PERFORM GRAVA-AUDIT-CONTRATO
