      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the results file returned by
      *          each collection agency (ASSRET<ccc>.DAT), lido pelo
      *          FINASSR: header com o codigo da assessoria e a
      *          sequencia do arquivo, um detalhe por ocorrencia -
      *          contato feito ('C', vira ocorrencia em OCORR.DAT),
      *          promessa obtida ('P', vira promessa em PROMESSA.DAT)
      *          e pagamento informado ('R', so conferido: a baixa
      *          continua saindo pelos canais da casa) - e trailer
      *          com a quantidade de detalhes.
      ******************************************************************
           03 AR-TIPO-REG                    PIC X(01).
               88 AR-REG-HEADER                  VALUE 'H'.
               88 AR-REG-DETALHE                 VALUE 'D'.
               88 AR-REG-TRAILER                 VALUE 'T'.
           03 AR-DADOS                       PIC X(79).
           03 AR-HEADER REDEFINES AR-DADOS.
               05 AR-H-COD-ASSESSORIA        PIC 9(03).
               05 AR-H-SEQUENCIA             PIC 9(06).
               05 AR-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(62).
           03 AR-DETALHE REDEFINES AR-DADOS.
               05 AR-OCORRENCIA              PIC X(01).
                   88 AR-CONTATO                 VALUE 'C'.
                   88 AR-PROMESSA                VALUE 'P'.
                   88 AR-PAGAMENTO               VALUE 'R'.
               05 AR-NUM-CONTRATO            PIC 9(08).
               05 AR-NUM-PARCELA             PIC 9(03).
               05 AR-DATA                    PIC 9(08).
               05 AR-VALOR                   PIC 9(05)V99.
               05 AR-TEXTO                   PIC X(40).
               05 FILLER                     PIC X(12).
           03 AR-TRAILER REDEFINES AR-DADOS.
               05 AR-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(73).
