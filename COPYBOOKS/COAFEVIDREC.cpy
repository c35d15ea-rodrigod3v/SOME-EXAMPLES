      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro da evidencia dos casos de monitoramento
      *          (COAFEVID.DAT, LINE SEQUENTIAL, gravado em EXTEND pelo
      *          FINCOAF): uma linha por movimento que sustentou o
      *          alerta, copiada do arquivo de origem (CAIXAMOV,
      *          PIXMOV, PAGTOLOG, CREDMOV ou MOVDIA) no momento da
      *          geracao do caso - os logs de origem tem retencao
      *          curta no LOGHOUSE, e a evidencia precisa durar os
      *          cinco anos do caso.
      ******************************************************************
           03 EV-NUM-CASO                    PIC 9(08).
           03 EV-DATA-GERACAO                PIC 9(08).
           03 EV-ORIGEM                      PIC X(08).
           03 EV-DATA-MOVIMENTO              PIC 9(08).
           03 EV-HORA-MOVIMENTO              PIC 9(08).
           03 EV-NUM-CONTRATO                PIC 9(08).
           03 EV-NUM-PARCELA                 PIC 9(03).
           03 EV-VALOR                       PIC 9(09)V99.
           03 EV-DETALHE                     PIC X(40).
