      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the daily TED payout file
      *          (TEDREM.DAT) written by FINLIB to our paying bank -
      *          header com o banco/agencia/conta debitados e o
      *          numero da remessa (serie TEDREM do NUMCTL.DAT), um
      *          detalhe por liberacao de credito a pagar (contrato,
      *          favorecido, conta de destino e valor liquido) e
      *          trailer com quantidade e valor total.
      ******************************************************************
           03 TD-TIPO-REG                    PIC X(01).
               88 TD-REG-HEADER                  VALUE 'H'.
               88 TD-REG-DETALHE                 VALUE 'D'.
               88 TD-REG-TRAILER                 VALUE 'T'.
           03 TD-DADOS                       PIC X(99).
           03 TD-HEADER REDEFINES TD-DADOS.
               05 TD-H-BANCO                 PIC 9(03).
               05 TD-H-AGENCIA               PIC 9(05).
               05 TD-H-CONTA                 PIC 9(10).
               05 TD-H-SEQUENCIA             PIC 9(06).
               05 TD-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(67).
           03 TD-DETALHE REDEFINES TD-DADOS.
               05 TD-NUM-CONTRATO            PIC 9(08).
               05 TD-BANCO-FAV               PIC 9(03).
               05 TD-AGENCIA-FAV             PIC 9(05).
               05 TD-CONTA-FAV               PIC 9(10).
               05 TD-DV-CONTA-FAV            PIC X(01).
               05 TD-TIPO-CONTA              PIC X(01).
               05 TD-TIPO-PESSOA             PIC X(01).
               05 TD-CPF-CNPJ                PIC 9(14).
               05 TD-NOME-FAVORECIDO         PIC X(30).
               05 TD-VALOR                   PIC 9(09)V99.
               05 TD-DATA-PAGAMENTO          PIC 9(08).
               05 FILLER                     PIC X(07).
           03 TD-TRAILER REDEFINES TD-DADOS.
               05 TD-T-QTD-DETALHES          PIC 9(06).
               05 TD-T-VR-TOTAL              PIC 9(11)V99.
               05 FILLER                     PIC X(80).
