      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the monthly positive-registry
      *          file (POSREM<ggg>.DAT) written by FINCPOS for each
      *          gestora - header com a competencia; por contrato
      *          informado, um registro 'C' com os dados de abertura,
      *          o saldo devedor e o evento do mes, seguido dos 'P'
      *          das parcelas que venceram ou foram pagas na
      *          competencia (data e valor do pagamento tirados do
      *          PAGTOLOG.DAT); trailer com as quantidades.
      ******************************************************************
           03 QR-TIPO-REG                    PIC X(01).
               88 QR-REG-HEADER                  VALUE 'H'.
               88 QR-REG-CONTRATO                VALUE 'C'.
               88 QR-REG-PARCELA                 VALUE 'P'.
               88 QR-REG-TRAILER                 VALUE 'T'.
           03 QR-DADOS                       PIC X(129).
           03 QR-HEADER REDEFINES QR-DADOS.
               05 QR-H-LAYOUT                PIC X(06).
               05 QR-H-COD-GESTORA           PIC 9(03).
               05 QR-H-CNPJ-GESTORA          PIC 9(14).
               05 QR-H-COMPETENCIA           PIC 9(06).
               05 QR-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(92).
           03 QR-CONTRATO REDEFINES QR-DADOS.
               05 QR-C-NUM-CONTRATO          PIC 9(08).
               05 QR-C-COMPETENCIA           PIC 9(06).
               05 QR-C-TIPO-PESSOA           PIC X(01).
               05 QR-C-DOCUMENTO             PIC 9(14).
               05 QR-C-NOME                  PIC X(40).
               05 QR-C-DATA-CONTRATACAO      PIC 9(08).
               05 QR-C-VALOR                 PIC 9(08)V99.
               05 QR-C-NUM-PARCELAS          PIC 9(03).
               05 QR-C-TAXA-JUROS            PIC 9(02)V9(04).
               05 QR-C-SALDO-DEVEDOR         PIC 9(09)V99.
               05 QR-C-QTD-ATRASO            PIC 9(03).
      *        Branco = em curso; Q/R/D/P/T/C = encerramento;
      *        X = exclusao por opt-out (ver POSCTLREC).
               05 QR-C-EVENTO                PIC X(01).
               05 QR-C-DATA-EVENTO           PIC 9(08).
               05 FILLER                     PIC X(10).
           03 QR-PARCELA REDEFINES QR-DADOS.
               05 QR-P-NUM-CONTRATO          PIC 9(08).
               05 QR-P-COMPETENCIA           PIC 9(06).
               05 QR-P-NUM-PARCELA           PIC 9(03).
               05 QR-P-VENCTO                PIC 9(08).
               05 QR-P-VALOR                 PIC 9(07)V99.
               05 QR-P-STATUS                PIC X(01).
               05 QR-P-DATA-PAGTO            PIC 9(08).
               05 QR-P-VALOR-PAGO            PIC 9(07)V99.
               05 FILLER                     PIC X(77).
           03 QR-TRAILER REDEFINES QR-DADOS.
               05 QR-T-QTD-CONTRATOS         PIC 9(06).
               05 QR-T-QTD-PARCELAS          PIC 9(06).
               05 QR-T-QTD-REGISTROS         PIC 9(06).
               05 FILLER                     PIC X(111).
