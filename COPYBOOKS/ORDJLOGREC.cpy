      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the legal hold skip log
      *          (ORDJLOG.DAT, LINE SEQUENTIAL, so gravacao): cada
      *          vez que uma rotina deixou de agir sobre um cliente
      *          ou contrato por causa de ordem judicial ativa, o
      *          ORDJCHK grava data, hora, programa, cliente,
      *          contrato, a ordem que segurou e o alcance
      *          consultado - a prova para o juizo de que a ordem
      *          foi cumprida. O FINORDJ totaliza por ordem no mes.
      ******************************************************************
           03 OL-DATA                        PIC 9(08).
           03 OL-HORA                        PIC 9(08).
           03 OL-PROGRAMA                    PIC X(08).
           03 OL-COD-CLIENTE                 PIC 9(06).
           03 OL-NUM-CONTRATO                PIC 9(08).
           03 OL-NUM-ORDEM                   PIC 9(08).
           03 OL-ESCOPO                      PIC X(01).
