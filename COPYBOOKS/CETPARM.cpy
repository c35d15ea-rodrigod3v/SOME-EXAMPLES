      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma CETCALC (custo efetivo
      *>          total): data base da operacao, valor efetivamente
      *>          liberado ao cliente (ja liquido de IOF e encargos
      *>          cobrados no ato) e o fluxo real de parcelas, valor e
      *>          vencimento de cada uma. Devolve o CET ao mes e ao ano
      *>          em percentual. Status 'N' quando o fluxo nao fecha
      *>          uma taxa dentro da faixa representavel.
      *>***************************************************************
       01 CE-DATA-BASE                       PIC 9(08).
       01 CE-VR-LIBERADO                     PIC 9(09)V99.
       01 CE-QTD-FLUXOS                      PIC 9(03).
       01 CE-FLUXOS.
           03 CE-FLUXO OCCURS 420 TIMES.
               05 CE-FLX-VALOR               PIC 9(07)V99.
               05 CE-FLX-DATA                PIC 9(08).

       01 CE-CET-MENSAL                      PIC 9(02)V9(04).
       01 CE-CET-ANUAL                       PIC 9(05)V99.
       01 CE-STATUS                          PIC X(01).
           88 CE-CALCULO-OK                          VALUE 'S'.
           88 CE-CALCULO-ERRO                        VALUE 'N'.
