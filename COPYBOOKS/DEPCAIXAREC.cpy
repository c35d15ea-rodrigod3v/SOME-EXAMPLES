      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do controle de deposito do caixa
      *          (DEPCAIXA.DAT, INDEXED, chave operador+data do
      *          fechamento): um registro por fechamento do CAIXA com
      *          o dinheiro da gaveta, o saldo trazido do fechamento
      *          anterior do operador, o deposito feito (comprovante,
      *          banco, data e valor) e o saldo que fica para o
      *          proximo fechamento quando so parte do dinheiro e
      *          depositada. O FINDEPC casa o deposito com o credito
      *          do extrato (EXTRBCO.DAT) e aponta dinheiro fechado e
      *          nao depositado no prazo.
      ******************************************************************
           03 DX-CHAVE.
               05 DX-OPERADOR                PIC X(08).
               05 DX-DATA-FECHAMENTO         PIC 9(08).
           03 DX-VALOR-GAVETA                PIC 9(09)V99.
           03 DX-SALDO-ANTERIOR              PIC 9(09)V99.
           03 DX-DATA-ORIGEM-SALDO           PIC 9(08).
           03 DX-VALOR-A-DEPOSITAR           PIC 9(09)V99.
           03 DX-NUM-DEPOSITO                PIC X(10).
           03 DX-COD-BANCO                   PIC 9(03).
           03 DX-DATA-DEPOSITO               PIC 9(08).
           03 DX-VALOR-DEPOSITADO            PIC 9(09)V99.
           03 DX-SALDO-TRANSPORTADO          PIC 9(09)V99.
           03 DX-SALDO-ABSORVIDO             PIC X(01).
               88 DX-SALDO-NO-PROXIMO            VALUE 'S'.
           03 DX-SITUACAO                    PIC X(01).
               88 DX-SEM-DEPOSITO                VALUE 'S'.
               88 DX-AGUARDA-EXTRATO             VALUE 'D'.
               88 DX-CONCILIADO                  VALUE 'C'.
               88 DX-DIVERGENTE                  VALUE 'V'.
           03 DX-DATA-EXTRATO                PIC 9(08).
           03 DX-VALOR-EXTRATO               PIC 9(09)V99.
           03 DX-DATA-CONCILIACAO            PIC 9(08).
