      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do arquivo de liquidacao da
      *          adquirente de cartao (LIQCARTAO.DAT, LINE
      *          SEQUENTIAL), lido pelo FINCART: um registro por
      *          parcela de venda creditada na conta - data da venda
      *          e codigo de autorizacao (a chave que casa com o
      *          recibo do CAIXA), bandeira e modalidade, parcela n
      *          de N, valor bruto da venda, e da parcela creditada o
      *          bruto, a taxa (MDR) descontada, o liquido e a data do
      *          credito. Registro com primeiro byte 'H' e header da
      *          adquirente e e ignorado.
      ******************************************************************
           03 LQ-TIPO-REG                    PIC X(01).
               88 LQ-REG-HEADER                  VALUE 'H'.
           03 LQ-DATA-VENDA                  PIC 9(08).
           03 LQ-COD-AUTORIZACAO             PIC X(06).
           03 LQ-BANDEIRA                    PIC X(10).
           03 LQ-MODALIDADE                  PIC X(01).
           03 LQ-PARCELA                     PIC 9(02).
           03 LQ-QTD-PARCELAS                PIC 9(02).
           03 LQ-VALOR-VENDA                 PIC 9(07)V99.
           03 LQ-VALOR-BRUTO                 PIC 9(07)V99.
           03 LQ-VALOR-MDR                   PIC 9(05)V99.
           03 LQ-VALOR-LIQUIDO               PIC 9(07)V99.
           03 LQ-DATA-CREDITO                PIC 9(08).
