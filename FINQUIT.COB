               END-EVALUATE
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA AND WS-HA-PARC-PAGA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               REWRITE FD-CONTRATO-REC
               PERFORM GRAVA-AUDIT-CONTRATO
