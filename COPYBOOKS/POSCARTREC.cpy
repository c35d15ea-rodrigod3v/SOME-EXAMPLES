      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the nightly portfolio position
      *          file (POSCART.DAT), chave contrato, chave alternada
      *          cliente. Uma fotografia por contrato do mestre,
      *          gravada toda noite pelo FINPOSI com a data do
      *          movimento: saldo em aberto e vencido, pior atraso e
      *          faixa, rating, estagio de cobranca, situacao de
      *          sinistro/juridico/cessao, produto, agente e regiao
      *          (UF/cidade do cadastro), mais as aberturas por faixa
      *          de atraso, por prazo a vencer e por mes de
      *          vencimento. Os relatorios de carteira (FINAGE,
      *          FINCONC, FINSAFRA, FINREG, FINPROV, FINFLUX, FINEXP)
      *          leem daqui em vez de cada um varrer as 420 posicoes
      *          de parcela do FDCONTR.DAT e apurar saldo e atraso do
      *          seu jeito.
      ******************************************************************
           03 PK-NUM-CONTRATO                PIC 9(08).
           03 PK-COD-CLIENTE                 PIC 9(06).
           03 PK-DATA-POSICAO                PIC 9(08).
           03 PK-COD-AVALISTA                PIC 9(06).
           03 PK-STATUS-CONTRATO             PIC X(01).
               88 PK-CONTR-ATIVO                 VALUE 'A'.
               88 PK-CONTR-PREJUIZO              VALUE 'P'.
               88 PK-CONTR-CEDIDO                VALUE 'D'.
           03 PK-OBJETO                      PIC X(20).
           03 PK-COD-PRODUTO                 PIC 9(03).
           03 PK-METODO-AMORT                PIC X(01).
           03 PK-TAXA-JUROS                  PIC 9(02)V9(04).
           03 PK-VALOR                       PIC 9(08)V99.
           03 PK-DATA-CONTRATACAO            PIC 9(08).
           03 PK-COD-AGENTE                  PIC 9(04).
      *    Regiao: UF e cidade do cadastro do titular; cliente sem
      *    cadastro sai com '??' e 'SEM CADASTRO'.
           03 PK-UF                          PIC X(02).
           03 PK-CIDADE                      PIC X(15).
      *    Contagem pelo status gravado da parcela (pendente 'P',
      *    atrasada 'A' - a que o FINCOB ja marcou -, paga 'G').
           03 PK-QTD-PAGAS                   PIC 9(03).
           03 PK-QTD-PENDENTES               PIC 9(03).
           03 PK-QTD-ATRASADAS               PIC 9(03).
           03 PK-VR-PAGO                     PIC 9(09)V99.
      *    Saldo em aberto = parcelas 'P' e 'A'; vencido = as do
      *    saldo com vencimento anterior a data da posicao.
           03 PK-SALDO-ABERTO                PIC 9(09)V99.
           03 PK-QTD-ABERTAS                 PIC 9(03).
           03 PK-SALDO-VENCIDO               PIC 9(09)V99.
           03 PK-QTD-VENCIDAS                PIC 9(03).
           03 PK-MAIOR-ATRASO                PIC 9(05).
      *    0 em dia; 1 ate 30, 2 ate 60, 3 ate 90, 4 ate 180 e
      *    5 acima de 180 dias de atraso.
           03 PK-FAIXA-ATRASO                PIC 9(01).
               88 PK-EM-DIA                      VALUE 0.
      *    Contrato ATIVO: rating pelo pior atraso (tabela RATINGTAB,
      *    o mesmo que o FINPROV grava no mes); demais: o ultimo
      *    rating gravado no contrato.
           03 PK-RATING                      PIC X(02).
           03 PK-VR-PROVISAO                 PIC 9(09)V99.
      *    Crediario rotativo: saldo financiado e compras do ciclo
      *    ainda nao faturadas (fora do saldo de parcelas).
           03 PK-SALDO-ROTATIVO              PIC 9(09)V99.
      *    Maior estagio de cobranca (COBCTL) entre as parcelas.
           03 PK-ESTAGIO-COBRANCA            PIC 9(01).
           03 PK-SINISTRO-FLAG               PIC X(01).
               88 PK-EM-SINISTRO                 VALUE 'S'.
           03 PK-JURIDICO-FLAG               PIC X(01).
               88 PK-EM-JURIDICO                 VALUE 'S'.
      *    'C' cedido a terceiro, 'A' adquirido por cessao.
           03 PK-CESSAO-FLAG                 PIC X(01).
               88 PK-SEM-CESSAO                  VALUE SPACE.
               88 PK-CESSAO-CEDIDO               VALUE 'C'.
               88 PK-CESSAO-ADQUIRIDO            VALUE 'A'.
      *    Vencido por faixa de atraso (as faixas de PK-FAIXA-ATRASO).
           03 PK-ATRASO-FAIXAS.
               05 PK-ATRASO-FAIXA OCCURS 5 TIMES.
                   07 PK-AF-QTD              PIC 9(03).
                   07 PK-AF-VALOR            PIC 9(09)V99.
      *    A vencer por prazo: ate 30, 31-90, 91-180, 181-360 e
      *    acima de 360 dias.
           03 PK-VENCER-FAIXAS.
               05 PK-VENCER-FAIXA OCCURS 5 TIMES
                                             PIC 9(09)V99.
      *    A vencer por mes de vencimento: 1 = mes da posicao, ate
      *    24 meses; o que vence depois fica so no saldo.
           03 PK-VENCER-MESES.
               05 PK-VENCER-MES OCCURS 24 TIMES
                                             PIC 9(09)V99.
      *    Filial do contrato (FD-COD-FILIAL); 000 = sem filial.
           03 PK-COD-FILIAL                  PIC 9(03).
