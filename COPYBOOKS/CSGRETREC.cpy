      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the employer's payroll-deduction
      *          return (CSGRET<cccc>.DAT) lido pelo FINCSG - header
      *          com o codigo do convenio e a sequencia do arquivo,
      *          um detalhe por parcela da remessa com o resultado
      *          da folha e trailer com a quantidade de detalhes.
      *          Motivo '00' = descontado (a parcela baixa via
      *          PAGTOSTAT como qualquer pagamento); os demais =
      *          nao descontada, e a parcela volta ao boleto do
      *          FINREM.
      ******************************************************************
           03 CW-TIPO-REG                    PIC X(01).
               88 CW-REG-HEADER                  VALUE 'H'.
               88 CW-REG-DETALHE                 VALUE 'D'.
               88 CW-REG-TRAILER                 VALUE 'T'.
           03 CW-DADOS                       PIC X(79).
           03 CW-HEADER REDEFINES CW-DADOS.
               05 CW-H-COD-CONVENIO          PIC 9(04).
               05 CW-H-SEQUENCIA             PIC 9(06).
               05 CW-H-COMPETENCIA           PIC 9(06).
               05 CW-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(55).
           03 CW-DETALHE REDEFINES CW-DADOS.
               05 CW-NUM-CONTRATO            PIC 9(08).
               05 CW-NUM-PARCELA             PIC 9(03).
               05 CW-MATRICULA               PIC X(12).
               05 CW-VALOR-DESCONTADO        PIC 9(05)V99.
               05 CW-DATA-DESCONTO           PIC 9(08).
               05 CW-MOTIVO                  PIC X(02).
                   88 CW-DESCONTADO              VALUE '00'.
                   88 CW-DEMITIDO                VALUE '01'.
                   88 CW-AFASTADO                VALUE '02'.
                   88 CW-SEM-MARGEM              VALUE '03'.
                   88 CW-OUTROS                  VALUE '09'.
               05 FILLER                     PIC X(39).
           03 CW-TRAILER REDEFINES CW-DADOS.
               05 CW-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(73).
