      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the outbound lien registry file
      *          (SNGREM.DAT) written by FINSNG to the national
      *          gravame system (SNG/DETRAN) - header com o numero da
      *          remessa (serie SNGREM do NUMCTL.DAT), um detalhe por
      *          veiculo - inclusao do gravame de garantia nova ou
      *          baixa do gravame de contrato quitado - e trailer com
      *          a quantidade de detalhes.
      ******************************************************************
           03 GE-TIPO-REG                    PIC X(01).
               88 GE-REG-HEADER                  VALUE 'H'.
               88 GE-REG-DETALHE                 VALUE 'D'.
               88 GE-REG-TRAILER                 VALUE 'T'.
           03 GE-DADOS                       PIC X(149).
           03 GE-HEADER REDEFINES GE-DADOS.
               05 GE-H-SEQUENCIA             PIC 9(06).
               05 GE-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(135).
           03 GE-DETALHE REDEFINES GE-DADOS.
               05 GE-OPERACAO                PIC X(01).
                   88 GE-INCLUSAO                VALUE 'I'.
                   88 GE-BAIXA                   VALUE 'B'.
               05 GE-NUM-CONTRATO            PIC 9(08).
               05 GE-CHASSI                  PIC X(17).
               05 GE-RENAVAM                 PIC 9(11).
               05 GE-PLACA                   PIC X(07).
               05 GE-UF-LICENCIAMENTO        PIC X(02).
               05 GE-TIPO-PESSOA             PIC X(01).
               05 GE-CPF-CNPJ                PIC 9(14).
               05 GE-NOME-DEVEDOR            PIC X(40).
               05 GE-DATA-CONTRATO           PIC 9(08).
               05 GE-VALOR-FINANCIADO        PIC 9(09)V99.
               05 GE-NUM-PARCELAS            PIC 9(03).
               05 GE-PROTOCOLO-INCLUSAO      PIC X(20).
               05 FILLER                     PIC X(06).
           03 GE-TRAILER REDEFINES GE-DADOS.
               05 GE-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(143).
