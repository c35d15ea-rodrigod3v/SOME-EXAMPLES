      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the interest accrual history
      *          (JUROSAPR.DAT), chave competencia AAAAMM + contrato:
      *          os juros que o FINACC apropriou para o contrato na
      *          competencia - parte ja recebida (parcela 'G') e
      *          parte apropriada a receber. Reexecucao do FINACC na
      *          mesma competencia regrava o registro; e daqui que a
      *          rentabilidade (FINRENT) tira a receita de juros.
      ******************************************************************
           03 JA-CHAVE.
               05 JA-COMPETENCIA             PIC 9(06).
               05 JA-NUM-CONTRATO            PIC 9(08).
           03 JA-DATA-EXECUCAO               PIC 9(08).
           03 JA-JUROS-RECEBIDO              PIC 9(09)V99.
           03 JA-JUROS-A-RECEBER             PIC 9(09)V99.
