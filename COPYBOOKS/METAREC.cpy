      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the production goals master
      *          (META.DAT), chave competencia (AAAAMM) + agente +
      *          produto: quantidade e valor financiado que o agente
      *          deve vender do produto no mes - ate aqui as metas
      *          viviam numa planilha da gerencia comercial. Mantido
      *          pelo supervisor no METAMNT; o FINMETA confronta a
      *          meta com o realizado do mes todo dia.
      ******************************************************************
           03 MT-CHAVE.
               05 MT-COMPETENCIA             PIC 9(06).
               05 MT-COD-AGENTE              PIC 9(04).
               05 MT-COD-PRODUTO             PIC 9(03).
           03 MT-QTD-META                    PIC 9(05).
           03 MT-VALOR-META                  PIC 9(11)V99.
           03 MT-USUARIO                     PIC X(08).
           03 MT-DATA-ALTERACAO              PIC 9(08).
