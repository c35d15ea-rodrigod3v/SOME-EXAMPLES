      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the customer document lines
      *          (DOCLIN.DAT), chave documento+sequencia: cada linha
      *          do documento exatamente como saiu na emissao, para
      *          a 2a via do DOCREPR sair igual a original.
      ******************************************************************
           03 DL-CHAVE.
               05 DL-NUM-DOC                 PIC 9(08).
               05 DL-SEQ                     PIC 9(05).
           03 DL-LINHA                       PIC X(132).
