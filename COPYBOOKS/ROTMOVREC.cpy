      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the revolving account movement
      *          file (ROTMOV.DAT), chave conta + sequencia: compras
      *          lancadas no ROTMNT e juros do rotativo cobrados no
      *          fechamento (FINROT). Movimento com fatura zerada e
      *          do ciclo aberto; o FINROT carimba o numero da
      *          fatura em que ele saiu.
      ******************************************************************
           03 RM-CHAVE.
               05 RM-NUM-CONTA               PIC 9(08).
               05 RM-SEQ                     PIC 9(05).
           03 RM-TIPO                        PIC X(01).
               88 RM-COMPRA                      VALUE 'C'.
               88 RM-JUROS                       VALUE 'J'.
           03 RM-DATA                        PIC 9(08).
           03 RM-VALOR                       PIC 9(07)V99.
           03 RM-DESCRICAO                   PIC X(30).
           03 RM-NUM-FATURA                  PIC 9(03).
           03 RM-USUARIO                     PIC X(08).
