      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the data-quality history
      *          (QUALHIST.DAT), chave competencia AAAAMM: a foto do
      *          FINQUAL em cada mes - clientes lidos e avaliados,
      *          quantos com algum defeito, o score medio e a
      *          quantidade de clientes por tipo de defeito (a
      *          posicao na tabela e o codigo do defeito, 01 a 10).
      *          Reexecucao no mesmo mes regrava a competencia; e a
      *          partir daqui que o relatorio monta a tendencia mes a
      *          mes.
      ******************************************************************
           03 QH-COMPETENCIA                 PIC 9(06).
           03 QH-DATA-EXECUCAO               PIC 9(08).
           03 QH-QTD-LIDOS                   PIC 9(06).
           03 QH-QTD-AVALIADOS               PIC 9(06).
           03 QH-QTD-COM-DEFEITO             PIC 9(06).
           03 QH-SCORE-MEDIO                 PIC 9(03)V99.
           03 QH-QTD-DEFEITO                 PIC 9(06) OCCURS 10 TIMES.
