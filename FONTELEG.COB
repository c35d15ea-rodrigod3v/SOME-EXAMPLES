      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ELEGIBILIDADE DE UM CONTRATO AS REGRAS DE UMA FONTE
      *          DE RECURSOS (FONTE.DAT): apura saldo em aberto e pior
      *          atraso das parcelas pendentes/atrasadas do plano na
      *          data base e confronta com a regra do financiador -
      *          contrato ativo, atraso ate o maximo, produto na lista
      *          aceita, prazo ate o maximo, sem conta rotativa. A
      *          falha de credito (atraso, saida da carteira ativa)
      *          pede recompra; a falha de regra pede substituicao.
      *          Usado na alocacao (FONTMNT) e na reapuracao mensal
      *          (FINFONTE), para as duas pontas aplicarem a mesma
      *          regra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONTELEG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 WS-IND                  PIC 999.
         01 WS-DIAS-BASE            PIC 9(08).
         01 WS-DIAS-ATRASO          PIC S9(08).
         01 WS-PIOR-ATRASO          PIC S9(08).
         01 WS-PRODUTO-OK           PIC X(01).
         01 WS-LISTA-VAZIA          PIC X(01).

       LINKAGE SECTION.
         01 FE-FONTE-REC.
           COPY FONTEREC.
         01 FD-CONTRATO-REC.
           COPY FINANREC.
         COPY FONTELEGPARM.

       PROCEDURE DIVISION USING FE-FONTE-REC FD-CONTRATO-REC
                                 FL-DATA-BASE FL-ELEGIVEL
                                 FL-TIPO-FALHA FL-MOTIVO
                                 FL-VR-SALDO FL-PIOR-ATRASO.
       MAIN-PROCEDURE.
           SET FL-CONTRATO-ELEGIVEL TO TRUE
           MOVE SPACES TO FL-TIPO-FALHA FL-MOTIVO
           MOVE ZEROS  TO FL-VR-SALDO FL-PIOR-ATRASO

           PERFORM APURA-SALDO-ATRASO

      *    Contrato encerrado pelo pagamento sai da fonte sem
      *    recompra; os demais status fora de ATIVO sao problema de
      *    credito e o cedente recompra.
           EVALUATE TRUE
               WHEN FD-CONTR-QUITADO OR FD-CONTR-PORTADO
                   SET FL-FALHA-LIQUIDADO TO TRUE
                   MOVE 'CONTRATO LIQUIDADO' TO FL-MOTIVO
               WHEN FD-CONTR-CANCELADO
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'CONTRATO CANCELADO' TO FL-MOTIVO
               WHEN FD-CONTR-RENEGOCIADO
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'CONTRATO RENEGOCIADO' TO FL-MOTIVO
               WHEN FD-CONTR-PREJUIZO
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'CONTRATO BAIXADO A PREJUIZO' TO FL-MOTIVO
               WHEN FD-CONTR-CEDIDO
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'CONTRATO CEDIDO' TO FL-MOTIVO
               WHEN NOT FD-CONTR-ATIVO
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'CONTRATO FORA DA CARTEIRA ATIVA'
                       TO FL-MOTIVO
               WHEN FL-VR-SALDO = ZEROS
                   SET FL-FALHA-LIQUIDADO TO TRUE
                   MOVE 'CONTRATO SEM SALDO EM ABERTO' TO FL-MOTIVO
               WHEN FL-PIOR-ATRASO > FE-MAX-DIAS-ATRASO
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'ATRASO ACIMA DO MAXIMO' TO FL-MOTIVO
               WHEN FD-CONTA-ROTATIVA
                   SET FL-FALHA-SUBSTITUICAO TO TRUE
                   MOVE 'CONTA ROTATIVA NAO ELEGIVEL' TO FL-MOTIVO
               WHEN FE-MAX-PRAZO > ZEROS
                       AND FD-NUM-PARCELAS > FE-MAX-PRAZO
                   SET FL-FALHA-SUBSTITUICAO TO TRUE
                   MOVE 'PRAZO ACIMA DO MAXIMO' TO FL-MOTIVO
               WHEN OTHER
                   PERFORM VERIFICA-PRODUTO
                   IF WS-PRODUTO-OK = 'N'
                       SET FL-FALHA-SUBSTITUICAO TO TRUE
                       MOVE 'PRODUTO NAO ACEITO PELA FONTE'
                           TO FL-MOTIVO
                   END-IF
           END-EVALUATE

           IF FL-TIPO-FALHA NOT = SPACES
               SET FL-CONTRATO-INELEGIVEL TO TRUE
           END-IF
           GOBACK.

       APURA-SALDO-ATRASO.
           COMPUTE WS-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(FL-DATA-BASE)
           MOVE ZEROS TO WS-PIOR-ATRASO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                  FD-PARC-STATUS(WS-IND) = 'A'
                   ADD FD-PARC-VALOR(WS-IND) TO FL-VR-SALDO
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-BASE -
                       FUNCTION INTEGER-OF-DATE
                           (FD-PARC-VENCTO(WS-IND))
                   IF WS-DIAS-ATRASO > WS-PIOR-ATRASO
                       MOVE WS-DIAS-ATRASO TO WS-PIOR-ATRASO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PIOR-ATRASO > 99999
               MOVE 99999 TO WS-PIOR-ATRASO
           END-IF
           MOVE WS-PIOR-ATRASO TO FL-PIOR-ATRASO
           .

       VERIFICA-PRODUTO.
      *    Lista de produtos toda zerada: a fonte aceita qualquer
      *    produto, inclusive o contrato legado sem codigo.
           MOVE 'N' TO WS-PRODUTO-OK
           MOVE 'S' TO WS-LISTA-VAZIA
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF FE-PRODUTO(WS-IND) > ZEROS
                   MOVE 'N' TO WS-LISTA-VAZIA
                   IF FE-PRODUTO(WS-IND) = FD-COD-PRODUTO
                       MOVE 'S' TO WS-PRODUTO-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LISTA-VAZIA = 'S'
               MOVE 'S' TO WS-PRODUTO-OK
           END-IF
           .

       END PROGRAM FONTELEG.
