      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do controle de conciliacao de
      *          cartao (CARTCONC.DAT, INDEXED, chave numero do
      *          recibo), mantido pelo FINCART: um registro por
      *          recibo em cartao do CAIXA, carregado do CAIXAMOV.DAT,
      *          com o liquido esperado (valor menos o MDR do
      *          contrato com a adquirente) e o que a adquirente ja
      *          pagou, parcela a parcela. Chave alternada por
      *          autorizacao+data da venda, por onde a liquidacao
      *          casa com o recibo.
      ******************************************************************
           03 CC-NUM-RECIBO                  PIC 9(08).
           03 CC-CHAVE-VENDA.
               05 CC-COD-AUTORIZACAO         PIC X(06).
               05 CC-DATA-VENDA              PIC 9(08).
           03 CC-OPERADOR                    PIC X(08).
           03 CC-NUM-CONTRATO                PIC 9(08).
           03 CC-NUM-PARCELA                 PIC 9(03).
           03 CC-BANDEIRA                    PIC X(10).
           03 CC-MODALIDADE                  PIC X(01).
               88 CC-DEBITO                      VALUE 'D'.
               88 CC-CREDITO                     VALUE 'C'.
           03 CC-QTD-PARCELAS                PIC 9(02).
           03 CC-VALOR-VENDA                 PIC 9(07)V99.
           03 CC-VALOR-MDR-PREVISTO          PIC 9(05)V99.
           03 CC-VALOR-LIQ-PREVISTO          PIC 9(07)V99.
           03 CC-VALOR-MDR-COBRADO           PIC 9(05)V99.
           03 CC-VALOR-LIQ-RECEBIDO          PIC 9(07)V99.
           03 CC-QTD-RECEBIDAS               PIC 9(02).
           03 CC-PARCELA-RECEBIDA OCCURS 12 TIMES
                                             PIC X(01).
           03 CC-DATA-ULT-CREDITO            PIC 9(08).
           03 CC-SITUACAO                    PIC X(01).
               88 CC-PENDENTE                    VALUE ' '.
               88 CC-CONCILIADO                  VALUE 'C'.
               88 CC-DIVERGENTE                  VALUE 'D'.
