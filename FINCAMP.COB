      *          OFERTA: as parcelas em aberto baixam via PAGTOSTAT
      *          (como na LIQUIDACAO-ANTECIPADA do FINAN2) e o
      *          contrato sai quitado com termo via TERMOQUIT - nada
      *          e redigitado. Contrato alcancado por ordem judicial
      *          que suspende ofertas (ORDJCHK) fica fora da campanha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY NOMEFMTPARM.
         COPY ORDJCHKPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINCAMP'.
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-NUM-OFERTA           PIC 9(08).
         01 WS-OFERTA-ESCOLHIDA     PIC 9(08).
         01 WS-QTD-OFERTAS          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-RETIDAS          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-LISTADAS         PIC 9(05) VALUE ZEROS.

         01 WS-RESTA-ABERTA         PIC X(01).

           DISPLAY 'FINCAMP: ' WS-QTD-OFERTAS ' OFERTA(S) GERADA(S). '
                   'CARTAS EM CAMPCART.PRT.'
           IF WS-QTD-RETIDAS > ZEROS
               DISPLAY 'FINCAMP: ' WS-QTD-RETIDAS ' CONTRATO(S) SEM '
                       'OFERTA POR ORDEM JUDICIAL (ORDJLOG.DAT).'
           END-IF
           .

       CARREGA-DESCONTOS.
                   AND WS-FAIXA-CONTRATO NOT > WS-FAIXA-ATE
                   AND WS-VR-SALDO-ABERTO NOT < WS-VALOR-DE
                   AND WS-VR-SALDO-ABERTO NOT > WS-VALOR-ATE
                   PERFORM VERIFICA-ORDEM-JUDICIAL
                   IF JD-RETIDO
                       ADD 1 TO WS-QTD-RETIDAS
                   ELSE
                       PERFORM GERA-OFERTA
                   END-IF
               END-IF
           END-IF
           .

       VERIFICA-ORDEM-JUDICIAL.
      *    Cliente em recuperacao judicial nao recebe oferta: a
      *    divida dele se negocia no plano aprovado pelo juizo.
           MOVE FD-COD-CLIENTE  TO JD-COD-CLIENTE
           MOVE FD-NUM-CONTRATO TO JD-NUM-CONTRATO
           MOVE 'O'             TO JD-ESCOPO
           MOVE WS-PROGRAMA     TO JD-PROGRAMA
           CALL 'ORDJCHK' USING JD-COD-CLIENTE JD-NUM-CONTRATO
                                JD-ESCOPO JD-PROGRAMA JD-RESULTADO
                                JD-NUM-ORDEM JD-TIPO-ORDEM JD-MOTIVO
           .

       GERA-OFERTA.
           COMPUTE WS-VR-DESCONTO ROUNDED = WS-VR-SALDO-ABERTO
               * WS-TD-PCT(WS-FAIXA-CONTRATO) / 100
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
           END-IF
           REWRITE FD-CONTRATO-REC
