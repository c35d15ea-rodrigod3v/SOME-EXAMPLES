      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the credit portability file
      *          (PORTAB.DAT), chave = numero do pedido (serie PORTAB
      *          de NUMCTL.DAT), alternada pelo contrato da casa. Um
      *          registro por pedido de portabilidade:
      *          SAIDA   - outra instituicao compra o contrato do
      *                    nosso cliente: o PORTMNT registra o pedido
      *                    com o saldo devedor oficial (valor presente
      *                    das parcelas em aberto pela taxa do
      *                    contrato) e, com os recursos recebidos,
      *                    baixa as parcelas e marca o contrato
      *                    PORTADO ('T') - o termo de quitacao do
      *                    TERMOQUIT cita a instituicao.
      *          ENTRADA - compramos o contrato de outra instituicao:
      *                    o PORTMNT registra a credora original, o
      *                    contrato dela, o saldo informado e a conta
      *                    para a TED; o contrato novo nasce no FINAN2
      *                    pelo numero do pedido, com a liberacao
      *                    (LIBERACAO.DAT) ja pronta em nome da
      *                    credora original, e o FINLIB efetiva o
      *                    pedido quando a TED e confirmada.
      *          Situacao: 'R' registrado, 'C' contrato da casa criado
      *          (entrada aguardando a TED), 'E' efetivado, 'X'
      *          cancelado (retencao do cliente ou desistencia).
      ******************************************************************
           03 PO-NUM-PORTAB                  PIC 9(06).
           03 PO-SENTIDO                     PIC X(01).
               88 PO-SAIDA                       VALUE 'S'.
               88 PO-ENTRADA                     VALUE 'E'.
      *    Contrato da casa: na saida o contrato portado; na entrada
      *    zeros ate o FINAN2 criar o contrato novo.
           03 PO-NUM-CONTRATO                PIC 9(08).
           03 PO-COD-CLIENTE                 PIC 9(06).
      *    Outra instituicao: proponente na saida, credora original
      *    na entrada, e o numero do contrato nela.
           03 PO-BANCO-IF                    PIC 9(03).
           03 PO-NOME-IF                     PIC X(30).
           03 PO-CNPJ-IF                     PIC 9(14).
           03 PO-CONTRATO-IF                 PIC X(20).
           03 PO-DATA-PEDIDO                 PIC 9(08).
      *    Saldo devedor: na saida o oficial apurado aqui, valido ate
      *    a data-limite; na entrada o informado pela credora.
           03 PO-DATA-VALIDADE               PIC 9(08).
           03 PO-VR-SALDO                    PIC 9(09)V99.
           03 PO-QTD-PARC-ABERTAS            PIC 9(03).
      *    Conta da credora original para a TED da entrada.
           03 PO-AGENCIA-IF                  PIC 9(05).
           03 PO-CONTA-IF                    PIC 9(10).
           03 PO-DV-CONTA-IF                 PIC X(01).
      *    Efetivacao: recursos recebidos (saida) ou TED paga
      *    (entrada).
           03 PO-VR-EFETIVADO                PIC 9(09)V99.
           03 PO-DATA-EFETIVACAO             PIC 9(08).
           03 PO-SITUACAO                    PIC X(01).
               88 PO-REGISTRADO                  VALUE 'R'.
               88 PO-CONTRATO-CRIADO             VALUE 'C'.
               88 PO-EFETIVADO                   VALUE 'E'.
               88 PO-CANCELADO                   VALUE 'X'.
           03 PO-USUARIO                     PIC X(08).
           03 PO-DATA-MANUTENCAO             PIC 9(08).
