      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do log de liquidacoes PIX postadas
      *          (PIXMOV.DAT, LINE SEQUENTIAL, gravado em EXTEND pelo
      *          FINPIX): uma linha por PIX recebido do PSP, com o
      *          destino que o dinheiro tomou - baixa da parcela
      *          ('G'), pagamento parcial ('E'), credito do cliente em
      *          CREDCLI.DAT ('X') ou item de suspensao ('S') - e a
      *          quebra do valor pago entre o valor baixado da
      *          parcela, o credito constituido, o residuo parcial, o
      *          valor em suspenso e a diferenca de centavos absorvida
      *          pela tolerancia. A soma das parcelas da quebra e
      *          sempre o valor pago; o FINBATIM confere o valor
      *          baixado daqui contra as linhas 'G' do FINPIX em
      *          PAGTOLOG.DAT (quarta visao do dinheiro do dia).
      ******************************************************************
           03 PV-DATA-MOVIMENTO              PIC 9(08).
           03 PV-HORA                        PIC 9(08).
           03 PV-TXID                        PIC X(26).
           03 PV-E2E-ID                      PIC X(32).
           03 PV-NUM-CONTRATO                PIC 9(08).
           03 PV-NUM-PARCELA                 PIC 9(03).
           03 PV-VALOR-PAGO                  PIC 9(07)V99.
           03 PV-DESTINO                     PIC X(01).
               88 PV-BAIXA                       VALUE 'G'.
               88 PV-PARCIAL                     VALUE 'E'.
               88 PV-CREDITO                     VALUE 'X'.
               88 PV-SUSPENSO                    VALUE 'S'.
           03 PV-VR-BAIXADO                  PIC 9(07)V99.
           03 PV-VR-CREDITO                  PIC 9(07)V99.
           03 PV-VR-PARCIAL                  PIC 9(07)V99.
           03 PV-VR-SUSPENSO                 PIC 9(07)V99.
           03 PV-VR-ABSORVIDO                PIC S9(05)V99.
      *    Pagador informado pelo PSP no retorno (CPF/CNPJ e nome),
      *    para a regra de pagamento por terceiro do FINCOAF. Brancos
      *    nas linhas anteriores a este campo.
           03 PV-DOC-PAGADOR                 PIC 9(14).
           03 PV-NOME-PAGADOR                PIC X(30).
