      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the monthly payroll-deduction
      *          file (CSGREM<cccc>.DAT) written by FINCSG for each
      *          employer - um detalhe por parcela de contrato
      *          consignado a descontar na folha da competencia, com
      *          a matricula do funcionario; header/trailer no padrao
      *          das outras remessas (primeiro byte 'H'/'D'/'T'
      *          montado FROM sobre esta area).
      ******************************************************************
           03 CY-TIPO-REG                    PIC X(01).
               88 CY-REG-HEADER                  VALUE 'H'.
               88 CY-REG-DETALHE                 VALUE 'D'.
               88 CY-REG-TRAILER                 VALUE 'T'.
           03 CY-NUM-CONTRATO                PIC 9(08).
           03 CY-NUM-PARCELA                 PIC 9(03).
           03 CY-PARC-VENCTO                 PIC 9(08).
           03 CY-PARC-VALOR                  PIC 9(05)V99.
           03 CY-MATRICULA                   PIC X(12).
           03 CY-COD-CLIENTE                 PIC 9(06).
           03 CY-NOME-FUNCIONARIO            PIC X(41).
