      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the paying bank's TED return
      *          (TEDRET.DAT) lido pelo FINLIB - header com o numero
      *          da remessa respondida, um detalhe por TED com o
      *          resultado e trailer com a quantidade de detalhes.
      *          Ocorrencia '00' = TED efetivada (traz a data do
      *          credito e a autenticacao); as demais = recusada,
      *          e a liberacao volta ao back office para correcao
      *          dos dados no LIBMNT.
      ******************************************************************
           03 TR-TIPO-REG                    PIC X(01).
               88 TR-REG-HEADER                  VALUE 'H'.
               88 TR-REG-DETALHE                 VALUE 'D'.
               88 TR-REG-TRAILER                 VALUE 'T'.
           03 TR-DADOS                       PIC X(79).
           03 TR-HEADER REDEFINES TR-DADOS.
               05 TR-H-BANCO                 PIC 9(03).
               05 TR-H-SEQ-REMESSA           PIC 9(06).
               05 TR-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(62).
           03 TR-DETALHE REDEFINES TR-DADOS.
               05 TR-NUM-CONTRATO            PIC 9(08).
               05 TR-VALOR-PAGO              PIC 9(09)V99.
               05 TR-DATA-PAGAMENTO          PIC 9(08).
               05 TR-OCORRENCIA              PIC X(02).
                   88 TR-TED-EFETIVADA           VALUE '00'.
                   88 TR-CONTA-INEXISTENTE       VALUE '01'.
                   88 TR-CONTA-ENCERRADA         VALUE '02'.
                   88 TR-DOCUMENTO-DIVERGE       VALUE '03'.
                   88 TR-CONTA-BLOQUEADA         VALUE '04'.
                   88 TR-OUTROS                  VALUE '09'.
               05 TR-AUTENTICACAO            PIC X(20).
               05 FILLER                     PIC X(30).
           03 TR-TRAILER REDEFINES TR-DADOS.
               05 TR-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(73).
