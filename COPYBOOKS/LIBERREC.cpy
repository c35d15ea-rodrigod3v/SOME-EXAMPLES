      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the loan disbursement control
      *          (LIBERACAO.DAT), chave contrato: aberto pelo
      *          GRAVA-CONTRATO do FINAN2 para todo contrato novo
      *          (renegociacao nao libera dinheiro e nao tem
      *          registro) com o valor financiado, o IOF e a tarifa
      *          retidos na fonte e o liquido a pagar. O back office
      *          informa no LIBMNT quem recebe - o proprio cliente ou
      *          o vendedor do bem financiado - e a conta; o FINLIB
      *          manda a TED na remessa do dia (TEDREM.DAT) e le a
      *          confirmacao do banco (TEDRET.DAT). Situacao: 'D'
      *          aguardando dados do favorecido, 'P' pronta para
      *          envio, 'E' enviada ao banco, 'C' confirmada (paga),
      *          'R' recusada pelo banco (volta a 'P' quando os dados
      *          sao corrigidos no LIBMNT), 'X' cancelada. Enquanto
      *          a liberacao nao esta confirmada o contrato fica FORA
      *          da remessa de boleto (FINREM) e da escalada de
      *          cobranca (FINCOB). Contrato sem registro aqui
      *          (estoque anterior ao controle) vale como liberado.
      ******************************************************************
           03 LB-NUM-CONTRATO                PIC 9(08).
           03 LB-COD-CLIENTE                 PIC 9(06).
           03 LB-DATA-CONTRATO               PIC 9(08).
           03 LB-VR-FINANCIADO               PIC 9(09)V99.
           03 LB-VR-IOF                      PIC 9(07)V99.
           03 LB-VR-TARIFA                   PIC 9(07)V99.
           03 LB-VR-LIQUIDO                  PIC 9(09)V99.
           03 LB-TIPO-FAVORECIDO             PIC X(01).
               88 LB-FAV-CLIENTE                 VALUE 'C'.
               88 LB-FAV-VENDEDOR                VALUE 'V'.
      *        Credora original de um contrato trazido por
      *        portabilidade (PORTAB.DAT): a TED quita a divida la.
               88 LB-FAV-INSTITUICAO             VALUE 'I'.
           03 LB-NOME-FAVORECIDO             PIC X(30).
           03 LB-TIPO-PESSOA                 PIC X(01).
               88 LB-PESSOA-FISICA               VALUE 'F'.
               88 LB-PESSOA-JURIDICA             VALUE 'J'.
           03 LB-CPF-CNPJ                    PIC 9(14).
           03 LB-BANCO-FAV                   PIC 9(03).
           03 LB-AGENCIA-FAV                 PIC 9(05).
           03 LB-CONTA-FAV                   PIC 9(10).
           03 LB-DV-CONTA-FAV                PIC X(01).
           03 LB-TIPO-CONTA                  PIC X(01).
               88 LB-CONTA-CORRENTE              VALUE 'C'.
               88 LB-CONTA-POUPANCA              VALUE 'P'.
           03 LB-SITUACAO                    PIC X(01).
               88 LB-AGUARDANDO-DADOS            VALUE 'D'.
               88 LB-PRONTA                      VALUE 'P'.
               88 LB-ENVIADA                     VALUE 'E'.
               88 LB-CONFIRMADA                  VALUE 'C'.
               88 LB-RECUSADA                    VALUE 'R'.
               88 LB-CANCELADA                   VALUE 'X'.
           03 LB-DATA-INCLUSAO               PIC 9(08).
      *    Ultimo envio: numero da remessa TED (serie TEDREM do
      *    NUMCTL.DAT), data e quantas vezes a TED ja foi enviada.
           03 LB-SEQ-REMESSA                 PIC 9(06).
           03 LB-DATA-ENVIO                  PIC 9(08).
           03 LB-QTD-ENVIOS                  PIC 9(02).
      *    Retorno do banco: data do credito e autenticacao da TED
      *    paga, ou a ocorrencia de recusa com a descricao.
           03 LB-DATA-PAGAMENTO              PIC 9(08).
           03 LB-AUTENTICACAO                PIC X(20).
           03 LB-OCORRENCIA                  PIC X(02).
           03 LB-DESCR-OCORRENCIA            PIC X(30).
      *    Ultima manutencao dos dados do favorecido (LIBMNT).
           03 LB-USUARIO                     PIC X(08).
           03 LB-DATA-MANUTENCAO             PIC 9(08).
