      *          arquivo de dinheiro, do que GRAVA-AUDITORIA do CADPF
      *          ja fazia para o cadastro. A consulta e o FINHIST
      *          (estilo CADHIST).
      *          Na noite de ensaio (ENSAIO) nada vai para a trilha:
      *          as diferencas de status, rating, provisao e saldo em
      *          aberto viram linhas da lista de mudancas previstas.
      *          Cada linha sai selada pelo SELALOG (sequencia e
      *          valor encadeado), conferida pelo VERILOG; linha que
      *          nao gravou, ou saiu sem selo porque o controle do
      *          selo nao respondeu, termina o passo com condition
      *          code 8.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL, como
      *           os demais subprogramas)

       WORKING-STORAGE SECTION.
         01 WS-FS-AUDITFIN          PIC X(02) VALUE '00'.
         01 WS-FALHA-TRILHA         PIC X(01).
             88 WS-TRILHA-FALHOU            VALUE 'S'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.

         01 WS-IND                  PIC 999.
         01 WS-MAX-PARC             PIC 999.
         COPY ENSAIOPARM.

      *  Noite de ensaio: saldo em aberto antes/depois e campos
      *  editados para a lista de mudancas previstas.
         01 WS-SALDO-ANTES          PIC 9(09)V99.
         01 WS-SALDO-DEPOIS         PIC 9(09)V99.
         01 WS-ED-VALOR             PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
         COPY AUDITFINPARM.
                                 AF-PARM-PROGRAMA AF-ANTES-REC
                                 AF-DEPOIS-REC.
       MAIN-PROCEDURE.
      *    Noite de ensaio: nada vai para a trilha; o que mudaria
      *    no contrato vai para a lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO
               GOBACK
           END-IF

           OPEN EXTEND FD-AUDITFIN
           MOVE WS-FS-AUDITFIN TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
               PERFORM COMPARA-PARCELAS
           END-IF

      *    Controle do selo indisponivel conta como falha de
      *    gravacao da trilha, igual a status de arquivo ruim: a
      *    linha sai sem selo (o VERILOG aponta) e o passo termina
      *    com condition code 8.
           MOVE 'N' TO WS-FALHA-TRILHA
           MOVE 'AUDITFIN' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITFIN-REC
           IF SL-FALHA-CONTROLE
               SET WS-TRILHA-FALHOU TO TRUE
           END-IF
           WRITE FD-AUDITFIN-REC
           IF WS-FS-AUDITFIN NOT = '00'
               SET WS-TRILHA-FALHOU TO TRUE
           END-IF
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITFIN-REC
           IF SL-FALHA-CONTROLE
               SET WS-TRILHA-FALHOU TO TRUE
           END-IF
           CLOSE FD-AUDITFIN
           IF WS-TRILHA-FALHOU
               DISPLAY 'AUDITFIN: FALHA NA GRAVACAO DE AUDITFIN.DAT ('
                       WS-FS-AUDITFIN ') - CONTRATO ' AF-NUM-CONTRATO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       COMPARA-PARCELAS.
           END-PERFORM
           .

       REGISTRA-ENSAIO.
           MOVE SPACES           TO EP-REGISTRO
           MOVE AF-PARM-PROGRAMA TO EP-PASSO
           MOVE 'C'              TO EP-TIPO
           MOVE DP-NUM-CONTRATO  TO EP-NUM-CONTRATO
           MOVE ZEROS            TO EP-NUM-PARCELA EP-VALOR
           MOVE DP-COD-CLIENTE   TO EP-COD-CLIENTE

           PERFORM SOMA-SALDOS-ENSAIO
           IF AF-PARM-INCLUSAO
               MOVE 'INCLUSAO'        TO EP-CAMPO
               MOVE DP-STATUS-CONTRATO TO EP-DEPOIS
               MOVE DP-VALOR          TO EP-VALOR
               MOVE 'CONTRATO INCLUIDO' TO EP-DESCRICAO
               PERFORM GRAVA-ENSAIO
           ELSE
               IF AT-STATUS-CONTRATO NOT = DP-STATUS-CONTRATO
                   MOVE 'STATUS'           TO EP-CAMPO
                   MOVE AT-STATUS-CONTRATO TO EP-ANTES
                   MOVE DP-STATUS-CONTRATO TO EP-DEPOIS
                   MOVE 'STATUS DO CONTRATO' TO EP-DESCRICAO
                   PERFORM GRAVA-ENSAIO
               END-IF
               IF AT-RATING NOT = DP-RATING
                   MOVE 'RATING'           TO EP-CAMPO
                   MOVE AT-RATING          TO EP-ANTES
                   MOVE DP-RATING          TO EP-DEPOIS
                   MOVE 'CLASSIFICACAO DE RISCO' TO EP-DESCRICAO
                   PERFORM GRAVA-ENSAIO
               END-IF
               IF AT-VR-PROVISAO NOT = DP-VR-PROVISAO
                   MOVE 'PROVISAO'         TO EP-CAMPO
                   IF AT-VR-PROVISAO IS NUMERIC
                       MOVE AT-VR-PROVISAO TO WS-ED-VALOR
                   ELSE
                       MOVE ZEROS          TO WS-ED-VALOR
                   END-IF
                   MOVE WS-ED-VALOR        TO EP-ANTES
                   MOVE DP-VR-PROVISAO     TO WS-ED-VALOR
                   MOVE WS-ED-VALOR        TO EP-DEPOIS
                   MOVE DP-VR-PROVISAO     TO EP-VALOR
                   MOVE 'PROVISAO CONSTITUIDA' TO EP-DESCRICAO
                   PERFORM GRAVA-ENSAIO
               END-IF
               IF WS-SALDO-ANTES NOT = WS-SALDO-DEPOIS
                   MOVE 'SALDO'            TO EP-CAMPO
                   MOVE WS-SALDO-ANTES     TO WS-ED-VALOR
                   MOVE WS-ED-VALOR        TO EP-ANTES
                   MOVE WS-SALDO-DEPOIS    TO WS-ED-VALOR
                   MOVE WS-ED-VALOR        TO EP-DEPOIS
                   MOVE WS-SALDO-DEPOIS    TO EP-VALOR
                   MOVE 'SALDO EM ABERTO (P/A)' TO EP-DESCRICAO
                   PERFORM GRAVA-ENSAIO
               END-IF
           END-IF
           .

       SOMA-SALDOS-ENSAIO.
           MOVE ZEROS TO WS-SALDO-ANTES WS-SALDO-DEPOIS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > DP-NUM-PARCELAS OR WS-IND > 420
               IF DP-PARC-STATUS(WS-IND) = 'P'
                   OR DP-PARC-STATUS(WS-IND) = 'A'
                   ADD DP-PARC-VALOR(WS-IND) TO WS-SALDO-DEPOIS
               END-IF
           END-PERFORM
           IF NOT AF-PARM-INCLUSAO
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > AT-NUM-PARCELAS
                          OR WS-IND > 420
                   IF AT-PARC-STATUS(WS-IND) = 'P'
                       OR AT-PARC-STATUS(WS-IND) = 'A'
                       ADD AT-PARC-VALOR(WS-IND) TO WS-SALDO-ANTES
                   END-IF
               END-PERFORM
           END-IF
           .

       GRAVA-ENSAIO.
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           MOVE SPACES TO EP-ANTES EP-DEPOIS
           MOVE ZEROS  TO EP-VALOR
           .

       END PROGRAM AUDITFIN.
