      *          buscados em CADPF.DAT. Chamado por quem marca o
      *          contrato como QUITADO: FINRET (baixa do retorno),
      *          FINAN2 (liquidacao antecipada) e FINQUIT (varredura
      *          noturna de regularizacao) - e pelo PORTMNT, que
      *          encerra o contrato como PORTADO.
      ******************************************************************
       01 TQ-NUM-CONTRATO                    PIC 9(08).
       01 TQ-COD-CLIENTE                     PIC 9(06).
