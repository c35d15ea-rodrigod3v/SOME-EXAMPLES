      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma MORACHK (contrato na
      *>          janela de uma moratoria regional): quem chama
      *>          informa o contrato; volta L liberado ou S suspenso,
      *>          com a moratoria e o fim da janela, para a rotina
      *>          segurar atraso, carta ou negativacao ate la.
      *>***************************************************************
       01 MK-NUM-CONTRATO                    PIC 9(08).
       01 MK-RESULTADO                       PIC X(01).
           88 MK-LIBERADO                            VALUE 'L'.
           88 MK-SUSPENSO                            VALUE 'S'.
       01 MK-NUM-MORAT                       PIC 9(06).
       01 MK-DATA-FIM                        PIC 9(08).
