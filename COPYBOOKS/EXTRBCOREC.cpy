      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do arquivo de extrato do banco
      *          (EXTRBCO.DAT): um credito por linha - banco, data,
      *          nosso-numero e valor. O credito de cobranca e casado
      *          com as baixas pelo FINCONCB; o deposito em dinheiro
      *          do caixa (tipo 'D', com o numero do comprovante no
      *          documento) e casado com os fechamentos de caixa pelo
      *          FINDEPC.
      ******************************************************************
           03 EB-COD-BANCO                   PIC 9(03).
           03 EB-DATA                        PIC 9(08).
           03 EB-NOSSO-NUMERO                PIC 9(10).
           03 EB-VALOR                       PIC 9(09)V99.
           03 EB-TIPO-LANCAMENTO             PIC X(01).
               88 EB-CREDITO-COBRANCA            VALUE ' ' 'C'.
               88 EB-DEPOSITO-DINHEIRO           VALUE 'D'.
           03 EB-NUM-DOCUMENTO               PIC X(10).
