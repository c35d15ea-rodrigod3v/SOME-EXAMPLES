      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the contracts placed under a
      *          moratorium (MORACTR.DAT), chave contrato+moratoria,
      *          gravado pelo FINMORA a cada contrato adiado. E o que
      *          o MORACHK le (chave parcial pelo contrato) para
      *          dizer se o contrato esta na janela da pausa, e o que
      *          impede o FINMORA de adiar duas vezes o mesmo
      *          contrato numa retomada.
      ******************************************************************
           03 MC-CHAVE.
               05 MC-NUM-CONTRATO            PIC 9(08).
               05 MC-NUM-MORAT               PIC 9(06).
           03 MC-COD-CLIENTE                 PIC 9(06).
           03 MC-DATA-APLICACAO              PIC 9(08).
           03 MC-QTD-PARCELAS                PIC 9(03).
           03 MC-VENCTO-ANTERIOR             PIC 9(08).
           03 MC-VENCTO-NOVO                 PIC 9(08).
           03 MC-VR-JUROS-PAUSA              PIC 9(07)V99.
