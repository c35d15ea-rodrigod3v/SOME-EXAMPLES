      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do arquivo de parametro da rentabilidade
      *          (RENTPARM.DAT, LINE SEQUENTIAL, um registro so), lido
      *          pelo FINRENT e semeado na primeira execucao (mesma
      *          tecnica do TOLPARM do FINRET): custo de captacao em
      *          percentual ao ano, aplicado sobre o saldo medio do
      *          contrato no mes, e a parte do premio do seguro
      *          prestamista que fica com a casa (o resto e repassado
      *          a seguradora no bordero do FINSEGB). A tesouraria
      *          ajusta editando o arquivo, sem recompilar.
      ******************************************************************
           03 RU-PCT-CAPTACAO-ANO            PIC 9(03)V99.
           03 RU-PCT-MARGEM-SEGURO           PIC 9(03)V99.
