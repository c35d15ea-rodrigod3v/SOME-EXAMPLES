      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma FONTELEG (elegibilidade
      *>          de um contrato as regras de uma fonte de recursos):
      *>          alem da fonte (FONTEREC) e do contrato (FINANREC),
      *>          a data base do atraso. Devolve se o contrato e
      *>          elegivel e, se nao for, o tipo da falha - com os
      *>          mesmos codigos da situacao da alocacao (ALOCFTEREC):
      *>          'R' recompra (atraso acima do maximo ou contrato
      *>          fora da carteira ativa), 'S' substituicao (produto,
      *>          prazo ou tipo de contrato fora da regra), 'L'
      *>          liquidado (quitado, portado ou sem saldo) - e o
      *>          motivo em texto. Devolve sempre o saldo em aberto e
      *>          o pior atraso apurados no plano. A concentracao por
      *>          devedor depende da carteira ja alocada e fica com
      *>          quem chama.
      *>***************************************************************
       01 FL-DATA-BASE                       PIC 9(08).
       01 FL-ELEGIVEL                        PIC X(01).
           88 FL-CONTRATO-ELEGIVEL                   VALUE 'S'.
           88 FL-CONTRATO-INELEGIVEL                 VALUE 'N'.
       01 FL-TIPO-FALHA                      PIC X(01).
           88 FL-FALHA-RECOMPRA                      VALUE 'R'.
           88 FL-FALHA-SUBSTITUICAO                  VALUE 'S'.
           88 FL-FALHA-LIQUIDADO                     VALUE 'L'.
       01 FL-MOTIVO                          PIC X(30).
       01 FL-VR-SALDO                        PIC 9(09)V99.
       01 FL-PIOR-ATRASO                     PIC 9(05).
