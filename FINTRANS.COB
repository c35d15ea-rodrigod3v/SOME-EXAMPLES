                       IF TI-NUM-CONTRATO NOT = WS-NUM-CONTRATO
                           SET WS-EOF-TITULO TO TRUE
                       ELSE
                           IF TI-ABERTO OR TI-SUBSTITUIDO
                               MOVE 'C' TO TI-STATUS
                               MOVE WS-DATA-HOJE TO TI-DATA-BAIXA
                               REWRITE FD-TITULO-REC
      *    A assuncao exige instrumento novo assinado pelo comprador
      *    e, quando ha garantia, gravame re-registrado no nome
      *    dele: o checklist reabre e o contrato fica fora de
      *    remessa/cobranca ate a baixa no FORMMNT. A situacao da
      *    apolice do seguro do bem acompanha o bem e nao muda.
           MOVE 'N' TO WS-TEM-GARANTIA
           OPEN INPUT FD-GARANTIA
           IF WS-FS-GARANTIA = '00'
               INVALID KEY
                   MOVE WS-NUM-CONTRATO TO FM-NUM-CONTRATO
                   MOVE WS-DATA-HOJE    TO FM-DATA-ABERTURA
                   MOVE 'D'             TO FM-APOLICE
                   PERFORM MONTA-ITENS-TRANSFERENCIA
                   WRITE FD-FORMCTL-REC
               NOT INVALID KEY
               MOVE 'N' TO FM-GRAVAME
           ELSE
               MOVE 'D' TO FM-GRAVAME
               MOVE 'D' TO FM-APOLICE
           END-IF
           MOVE 'P'   TO FM-STATUS
           MOVE ZEROS TO FM-DATA-COMPLETO
