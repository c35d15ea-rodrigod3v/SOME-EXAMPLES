      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the KPI dashboard parameter
      *          file (KPIPARM.DAT, um registro, semeado pelo FINKPI
      *          na primeira execucao): tolerancia de variacao acima
      *          da qual o indicador sai marcado na pagina mensal -
      *          em percentual sobre o valor comparado, para valores
      *          e quantidades, e em pontos percentuais para os
      *          indicadores que ja sao percentuais.
      ******************************************************************
           03 KT-PCT-TOLERANCIA              PIC 9(03)V99.
           03 KT-PONTOS-TOLERANCIA           PIC 9(03)V99.
