      *          negativacoes no bureau (NEGCTL.DAT). O
      *          CRITICA-PAINEL-CONTRATO do FINAN2 mostra o score na
      *          entrada de contrato novo e, abaixo do minimo
      *          (SCORE-MINIMO), exige alcada de supervisor.
      ******************************************************************
           03 SC-COD-CLIENTE                 PIC 9(06).
           03 SC-PONTOS                      PIC 9(03).
