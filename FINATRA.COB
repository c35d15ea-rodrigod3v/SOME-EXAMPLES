      *          um contrato especifico, e a inadimplencia real ficava
      *          subcontada em todo relatorio por status. Imprime o
      *          resumo diario de quantas parcelas mudaram, por
      *          contrato (FINATRA.PRT). Contrato na janela de uma
      *          moratoria regional (MORACHK) nao e marcado ate o fim
      *          da pausa.
      *          Na noite de ensaio (ENSAIO) os mestres sao abertos
      *          so para leitura e nao sai resumo: as transicoes de
      *          parcela, as mudancas do contrato e o desfecho das
      *          promessas viram linhas da lista de mudancas
      *          previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY MORACHKPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINATRA'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-IND                  PIC 999.
         01 WS-DATA-PROCESSAMENTO   PIC 9(08).

         01 WS-QTD-EM-MORATORIA     PIC 9(06) VALUE ZEROS.
         01 WS-QTD-CONTRATO         PIC 9(03) VALUE ZEROS.
         01 WS-QTD-TOTAL            PIC 9(06) VALUE ZEROS.
         01 WS-QTD-CONTRATOS-MOVIDOS PIC 9(06) VALUE ZEROS.
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-PROCESSAMENTO

      *    Noite de ensaio (ENSAIO): mestres so para leitura, nada
      *    de resumo - cada gravacao vira uma linha da lista de
      *    mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           IF EP-EM-ENSAIO
               OPEN INPUT FD-CONTRATO
           ELSE
               OPEN I-O FD-CONTRATO
           END-IF
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT EP-EM-ENSAIO
               OPEN OUTPUT FD-RESUMO
           END-IF

           IF FS-OK
               PERFORM UNTIL WS-EOF-CONTRATO
                           SET WS-EOF-CONTRATO TO TRUE
                       NOT AT END
                           IF FD-CONTR-ATIVO
                               MOVE FD-NUM-CONTRATO TO MK-NUM-CONTRATO
                               CALL 'MORACHK' USING MK-NUM-CONTRATO
                                       MK-RESULTADO MK-NUM-MORAT
                                       MK-DATA-FIM
                               IF MK-SUSPENSO
                                   ADD 1 TO WS-QTD-EM-MORATORIA
                               ELSE
                                   PERFORM MARCA-ATRASO-CONTRATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'FINATRA: ' FS-MENSAGEM
           END-IF

           IF NOT EP-EM-ENSAIO
               MOVE WS-QTD-TOTAL TO WS-LT-QTD
               WRITE FD-RESUMO-REG FROM WS-LINHA-TOTAL
               CLOSE FD-RESUMO
           END-IF

           PERFORM AVALIA-PROMESSAS-VENCIDAS

           DISPLAY 'FINATRA: ' WS-QTD-TOTAL ' PARCELA(S) EM '
                   WS-QTD-CONTRATOS-MOVIDOS ' CONTRATO(S) MARCADAS '
                   'COMO ATRASADAS.'
           IF WS-QTD-EM-MORATORIA > ZEROS
               DISPLAY 'FINATRA: ' WS-QTD-EM-MORATORIA ' CONTRATO(S) '
                       'SUSPENSO(S) POR MORATORIA REGIONAL.'
           END-IF
           IF WS-QTD-PROM-CUMPRIDAS > ZEROS
               OR WS-QTD-PROM-QUEBRADAS > ZEROS
               DISPLAY 'FINATRA: PROMESSAS VENCIDAS - '
           END-PERFORM

           IF WS-QTD-CONTRATO > ZEROS
               IF NOT EP-EM-ENSAIO
                   REWRITE FD-CONTRATO-REC
               END-IF
               PERFORM GRAVA-AUDIT-CONTRATO
               ADD WS-QTD-CONTRATO TO WS-QTD-TOTAL
               ADD 1 TO WS-QTD-CONTRATOS-MOVIDOS
               MOVE FD-NUM-CONTRATO TO WS-LR-CONTRATO
               MOVE WS-QTD-CONTRATO TO WS-LR-QTD
               IF NOT EP-EM-ENSAIO
                   WRITE FD-RESUMO-REG FROM WS-LINHA-RESUMO
               END-IF
           END-IF
           .

      *    o desfecho - cumprida ou quebrada.
           MOVE ZEROS TO WS-QTD-PROMESSAS
           MOVE 'N'   TO WS-FIM-PROM
           IF EP-EM-ENSAIO
               OPEN INPUT FD-PROMESSA
           ELSE
               OPEN I-O FD-PROMESSA
           END-IF
           IF WS-FS-PROMESSA NOT = '00'
      *        Sem arquivo de promessas (PROMMNT nunca rodou) nao
      *        ha o que conferir.
                       END-IF
                       MOVE WS-DATA-PROCESSAMENTO
                           TO PM-DATA-DESFECHO
                       IF EP-EM-ENSAIO
                           PERFORM REGISTRA-ENSAIO-PROMESSA
                       ELSE
                           REWRITE FD-PROMESSA-REC
                       END-IF
               END-READ
           END-PERFORM
           .

       REGISTRA-ENSAIO-PROMESSA.
           MOVE SPACES          TO EP-REGISTRO
           MOVE WS-JOB-NOME     TO EP-PASSO
           MOVE 'A'             TO EP-TIPO
           MOVE PM-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE PM-NUM-PARCELA  TO EP-NUM-PARCELA
           MOVE PM-COD-CLIENTE  TO EP-COD-CLIENTE
           MOVE PM-VR-PROMETIDO TO EP-VALOR
           MOVE 'PROMESSA'      TO EP-CAMPO
           MOVE 'P'             TO EP-ANTES
           MOVE PM-STATUS       TO EP-DEPOIS
           MOVE 'DESFECHO DA PROMESSA DE PAGAMENTO'
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT) para o
      *    REWRITE feito por este programa.
