      *          120, F ate 150, G ate 180, H acima), aplica o
      *          percentual de provisao da faixa (0 / 0,5 / 1 / 3 /
      *          10 / 30 / 50 / 70 / 100) sobre o saldo em aberto e
      *          grava rating e provisao no proprio contrato. Saldo,
      *          pior atraso e saldo do rotativo vem da posicao da
      *          noite (POSCART.DAT, gravada pelo FINPOSI com a mesma
      *          tabela RATINGTAB); posicao de outra data derruba o
      *          passo. A DIFERENCA contra a provisao do mes anterior
      *          vira movimento em MOVDIA.DAT ('P' constituicao, 'Z'
      *          reversao), que o FINCTB contabiliza na mesma noite
      *          pelo mecanismo de eventos do PLANOCTA - o contador
      *          deixa de fazer a provisao de regua sobre o print do
      *          FINAGE. Contrato que saiu de ATIVO com provisao
      *          constituida tem a provisao revertida a zero. Fecha
      *          com o resumo por faixa (geracao datada PROVISAO do
      *          RPTWRT, confidencial no catalogo de distribuicao
      *          de relatorios). Recalcular
      *          de novo na mesma noite nao faz estrago: a diferenca
      *          da segunda passada e zero. Na noite de ensaio
      *          (ENSAIO) nada e gravado - rating, provisao e
      *          lancamento viram linhas da lista de mudancas
      *          previstas - e a posicao da ultima noite real serve.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.

       DATA DIVISION.
       FILE SECTION.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY ENSAIOPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINPROV'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.

         01 WS-IND                  PIC 999.
         01 WS-VR-SALDO-ABERTO      PIC 9(09)V99.
         01 WS-RATING               PIC X(02).
         01 WS-FAIXA-IDX            PIC 99.
         01 WS-VR-PROVISAO-NOVA     PIC 9(09)V99.
         01 WS-VR-DELTA             PIC S9(09)V99.
         01 WS-POSICAO-ANTIGA       PIC X(01) VALUE 'N'.
             88 WS-AVISOU-POSICAO           VALUE 'S'.

         COPY RATINGTAB.

      *  Totais por faixa para o resumo.
         01 WS-TAB-TOTAIS.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           MOVE ZEROS TO WS-TAB-TOTAIS

      *    Noite de ensaio (ENSAIO): mestre so para leitura, sem
      *    resumo; provisao e lancamento viram linhas da lista de
      *    mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           OPEN INPUT FD-POSCART
           MOVE WS-FS-POSCART TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINPROV: POSCART.DAT - ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF EP-EM-ENSAIO
                   OPEN INPUT FD-CONTRATO
               ELSE
                   OPEN I-O FD-CONTRATO
               END-IF
               MOVE WS-FS-CONTRATO TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                                    FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINPROV: ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-EOF-POSICAO
                       READ FD-POSCART NEXT RECORD
                           AT END
                               SET WS-EOF-POSICAO TO TRUE
                           NOT AT END
                               PERFORM TRATA-POSICAO
                       END-READ
                   END-PERFORM
                   CLOSE FD-CONTRATO
                   IF RETURN-CODE = ZERO AND NOT EP-EM-ENSAIO
                       PERFORM IMPRIME-RESUMO
                   END-IF
               END-IF
               CLOSE FD-POSCART
           END-IF

           DISPLAY 'FINPROV: ' WS-QTD-CLASSIFICADOS ' CONTRATO(S) '
           END-IF
           GOBACK.

       TRATA-POSICAO.
      *    Provisao calculada sobre posicao velha (FINPOSI nao rodou
      *    ou parou na conferencia) seria provisao errada gravada no
      *    mestre: para no primeiro registro de outra data. No
      *    ensaio nada e gravado e a posicao e sempre a da ultima
      *    noite real: so avisa e segue.
           IF PK-DATA-POSICAO NOT = WS-DATA-MOVIMENTO
               AND EP-EM-ENSAIO AND NOT WS-AVISOU-POSICAO
               DISPLAY 'FINPROV: ENSAIO SOBRE POSCART.DAT DE '
                       PK-DATA-POSICAO '.'
               SET WS-AVISOU-POSICAO TO TRUE
           END-IF
           IF PK-DATA-POSICAO NOT = WS-DATA-MOVIMENTO
               AND NOT EP-EM-ENSAIO
               DISPLAY 'FINPROV: POSCART.DAT E DE ' PK-DATA-POSICAO
                       ', NAO DO MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' - RODE O FINPOSI.'
               MOVE 8 TO RETURN-CODE
               SET WS-EOF-POSICAO TO TRUE
           ELSE
               MOVE PK-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       DISPLAY 'FINPROV: CONTRATO ' PK-NUM-CONTRATO
                               ' DA POSICAO NAO ESTA NO MESTRE.'
                   NOT INVALID KEY
                       IF PK-CONTR-ATIVO
                           PERFORM CLASSIFICA-CONTRATO
                       ELSE
                           IF FD-VR-PROVISAO IS NUMERIC
                               AND FD-VR-PROVISAO > ZEROS
                               PERFORM REVERTE-PROVISAO-SAIDA
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       CLASSIFICA-CONTRATO.
      *    Conta do crediario rotativo: alem das faturas em aberto,
      *    o saldo financiado e as compras do ciclo ainda nao
      *    faturadas (PK-SALDO-ROTATIVO) tambem sao carteira e
      *    entram na provisao, na faixa do pior atraso das faturas.
           MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           COMPUTE WS-VR-SALDO-ABERTO =
               PK-SALDO-ABERTO + PK-SALDO-ROTATIVO

           PERFORM DEFINE-FAIXA-RATING
           COMPUTE WS-VR-PROVISAO-NOVA ROUNDED =

           MOVE WS-RATING           TO FD-RATING
           MOVE WS-VR-PROVISAO-NOVA TO FD-VR-PROVISAO
           IF NOT EP-EM-ENSAIO
               REWRITE FD-CONTRATO-REC
           END-IF
           PERFORM GRAVA-AUDIT-CONTRATO

           ADD 1 TO WS-QTD-CLASSIFICADOS
           .

       DEFINE-FAIXA-RATING.
      *    Mesma busca do FINPOSI sobre o pior atraso da posicao.
           MOVE 9 TO WS-FAIXA-IDX
           PERFORM VARYING WS-IND FROM 9 BY -1
                   UNTIL WS-IND < 1
               IF PK-MAIOR-ATRASO NOT > WS-FX-DIAS-ATE(WS-IND)
                   MOVE WS-IND TO WS-FAIXA-IDX
               END-IF
           END-PERFORM
           COMPUTE WS-VR-DELTA = ZERO - FD-VR-PROVISAO
           PERFORM GRAVA-MOVDIA-PROVISAO
           MOVE ZEROS TO FD-VR-PROVISAO
           IF NOT EP-EM-ENSAIO
               REWRITE FD-CONTRATO-REC
           END-IF
           PERFORM GRAVA-AUDIT-CONTRATO
           ADD 1 TO WS-QTD-REVERTIDOS
           .
      *    Mesmo padrao de EXTEND com criacao na primeira gravacao
      *    do GRAVA-MOVDIA do FINAN2; delta positivo constitui
      *    ('P'), negativo reverte ('Z'), sempre em valor absoluto.
           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO-PROVISAO
           ELSE
               PERFORM GRAVA-MOVDIA-PROVISAO-ARQ
           END-IF
           .

       REGISTRA-ENSAIO-PROVISAO.
           MOVE SPACES            TO EP-REGISTRO
           MOVE WS-JOB-NOME       TO EP-PASSO
           MOVE 'M'               TO EP-TIPO
           MOVE FD-NUM-CONTRATO   TO EP-NUM-CONTRATO
           MOVE ZEROS             TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE    TO EP-COD-CLIENTE
           MOVE 'MOVDIA'          TO EP-CAMPO
           IF WS-VR-DELTA > ZEROS
               MOVE WS-VR-DELTA TO EP-VALOR
               MOVE 'CONSTITUICAO DE PROVISAO (MOVDIA P)'
                   TO EP-DESCRICAO
           ELSE
               COMPUTE EP-VALOR = ZERO - WS-VR-DELTA
               MOVE 'REVERSAO DE PROVISAO (MOVDIA Z)'
                   TO EP-DESCRICAO
           END-IF
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       GRAVA-MOVDIA-PROVISAO-ARQ.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           .

       IMPRIME-RESUMO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'PROVISAO' TO RW-RELATORIO
           MOVE 'PROVISAO POR FAIXA DE RISCO (AA-H)' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 9
               MOVE WS-FX-RATING(WS-FAIXA-IDX) TO WS-LF-RATING
               MOVE WS-TOT-SALDO(WS-FAIXA-IDX) TO WS-LF-SALDO
               MOVE WS-TOT-PROVISAO(WS-FAIXA-IDX)
                   TO WS-LF-PROVISAO
               MOVE WS-LINHA-FAIXA TO RW-LINHA
               CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                                   RW-LINHA
           END-PERFORM
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-AUDIT-CONTRATO.
