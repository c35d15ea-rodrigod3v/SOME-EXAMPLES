      *          auditoria de sempre, ou marca para (D)evolucao ao
      *          banco. Todo item resolvido guarda operador, data e,
      *          quando aplicado, o contrato/parcela de destino -
      *          nenhum credito do banco fica sem explicacao. Os PIX
      *          sem cobranca casada pelo FINPIX entram na mesma mesa
      *          com origem PIX; a devolucao destes e feita ao pagador
      *          pelo PSP, pelo E2E do PIX recebido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         01 WS-LINHA-ITEM.
           03 FILLER                PIC X(05) VALUE 'SEQ. '.
           03 WS-LI-SEQ             PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LI-ORIGEM          PIC X(06).
           03 FILLER                PIC X(07) VALUE ' BANCO '.
           03 WS-LI-BANCO           PIC 9(03).
           03 FILLER                PIC X(07) VALUE ' CONTR '.
           03 WS-LI-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' VALOR '.
           03 WS-LI-VALOR           PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LI-MOTIVO          PIC X(28).

                       IF SU-PENDENTE
                           ADD 1 TO WS-QTD-PENDENTES
                           MOVE SU-SEQ          TO WS-LI-SEQ
                           IF SU-ORIGEM-PIX
                               MOVE 'PIX'       TO WS-LI-ORIGEM
                           ELSE
                               MOVE 'BOLETO'    TO WS-LI-ORIGEM
                           END-IF
                           MOVE SU-COD-BANCO    TO WS-LI-BANCO
                           MOVE SU-NUM-CONTRATO TO WS-LI-CONTRATO
                           MOVE SU-VALOR-PAGO   TO WS-LI-VALOR
                   MOVE WS-DATA-HOJE TO SU-DATA-RESOLUCAO
                   MOVE SN-USUARIO   TO SU-RESOLVIDO-POR
                   REWRITE FD-SUSPENSO-REC
                   IF SU-ORIGEM-PIX
                       DISPLAY 'ITEM MARCADO PARA DEVOLUCAO PIX AO '
                               'PAGADOR - E2E ' SU-E2E-ID
                   ELSE
                       DISPLAY 'ITEM MARCADO PARA DEVOLUCAO AO BANCO.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'RESOLUCAO INVALIDA - ITEM CONTINUA '
                           'PENDENTE.'
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE
