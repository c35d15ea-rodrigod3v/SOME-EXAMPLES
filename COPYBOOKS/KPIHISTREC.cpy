      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the monthly KPI history
      *          (KPIHIST.DAT), chave competencia AAAAMM + indicador
      *          + produto (000 fora da producao por produto). Gravado
      *          pelo FINKPI a cada competencia apurada - reexecucao
      *          regrava - e lido de volta por ele para comparar o
      *          mes com o anterior e com o mesmo mes do ano passado.
      ******************************************************************
           03 KH-CHAVE.
               05 KH-COMPETENCIA             PIC 9(06).
               05 KH-INDICADOR               PIC 9(02).
               05 KH-COD-PRODUTO             PIC 9(03).
           03 KH-QUANTIDADE                  PIC 9(09).
           03 KH-VALOR                       PIC S9(13)V99.
      *    Indicadores de percentual (atraso, provisao) guardam aqui
      *    o percentual sobre o saldo da carteira da competencia.
           03 KH-PERCENTUAL                  PIC 9(03)V99.
           03 KH-DATA-APURACAO               PIC 9(08).
