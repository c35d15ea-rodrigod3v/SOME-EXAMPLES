      *          vencimento pelas variaveis FINDEB-VENCTO-DE/-ATE
      *          (AAAAMMDD); sem elas, da data do dia ate um mes
      *          adiante, como no FINREM. Roda como passo do
      *          JOBNOTURNO logo apos o FINREM. Remessa gerada e
      *          retorno lido vao para o diario de interfaces
      *          (GRAVAINT). Nos ciclos diurnos do JOBDIURNO
      *          (CICLO-DIURNO=S) so o retorno e processado - a
      *          remessa continua sendo da noite - e o relatorio e
      *          estendido; linha de retorno cujo desfecho ja esta
      *          no DEBCTL com a mesma ocorrencia nesta data de
      *          movimento e pulada, entao o DEBRET.DAT acumulado do
      *          dia nao baixa duas vezes.
      *          Na noite de ensaio (ENSAIO) nao sai remessa nem
      *          relatorio e DEBCTL.DAT/FDCONTR.DAT ficam so para
      *          leitura: cada detalhe de debito, recusa por teto,
      *          desfecho de retorno e a propria remessa viram
      *          linhas da lista de mudancas previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY UPDJRNPARM.
         COPY TERMOPARM.
         COPY NOMEFMTPARM.
         COPY GRAVAINTPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINDEB'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-QTD-DEBITADAS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-RECUSADAS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EXCECOES         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-JA-POSTADAS      PIC 9(06) VALUE ZEROS.

      *  Ciclo diurno de baixas (JOBDIURNO poe CICLO-DIURNO=S).
         01 WS-ENV-CICLO            PIC X(01).
             88 WS-EM-CICLO-DIURNO          VALUE 'S'.
         01 WS-RETORNO-POSTADO      PIC X(01).
             88 WS-JA-POSTADO-HOJE          VALUE 'S'.
      *  Teto do valor da parcela no layout da remessa de debito
      *  (DE-PARC-VALOR); acima dele a parcela fica fora do canal.
         01 WS-VR-MAXIMO-DEBITO     PIC 9(05)V99 VALUE 99999,99.

         01 WS-RESTA-ABERTA         PIC X(01).
             88 WS-HA-PARC-ABERTA           VALUE 'S'.
         01 WS-LINHA-RELATO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LR-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' PARC. '.
           03 WS-LR-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(08) VALUE ' VALOR: '.
           03 WS-LR-VALOR           PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LR-MOTIVO          PIC X(30).

           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           MOVE SPACES TO WS-ENV-CICLO
           ACCEPT WS-ENV-CICLO FROM ENVIRONMENT 'CICLO-DIURNO'

      *    Noite de ensaio (ENSAIO): nada de remessa nem de
      *    relatorio, controles so para leitura - cada gravacao
      *    vira uma linha da lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           PERFORM DEFINE-JANELA-VENCTO
           IF WS-EM-CICLO-DIURNO
               OPEN EXTEND FD-RELATO
               IF WS-FS-RELATO = '35'
                   OPEN OUTPUT FD-RELATO
               END-IF
           ELSE
               IF NOT EP-EM-ENSAIO
                   OPEN OUTPUT FD-RELATO
               END-IF
               PERFORM GERA-REMESSA-DEBITO
           END-IF
           PERFORM PROCESSA-RETORNO-DEBITO
           IF WS-EM-CICLO-DIURNO OR NOT EP-EM-ENSAIO
               CLOSE FD-RELATO
           END-IF

           DISPLAY 'FINDEB: ' WS-QTD-ENVIADAS ' PARCELA(S) NA '
                   'REMESSA (TOTAL ' WS-VR-TOTAL-REMESSA '), '
                   WS-QTD-DEBITADAS ' DEBITADA(S), '
                   WS-QTD-RECUSADAS ' RECUSADA(S).'
           IF WS-QTD-JA-POSTADAS > ZEROS
               DISPLAY 'FINDEB: ' WS-QTD-JA-POSTADAS ' LINHA(S) DE '
                       'RETORNO JA POSTADA(S) HOJE - PULADA(S).'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
               DISPLAY 'FINDEB: FDPARC.DAT INDISPONIVEL - RODE O '
                       'FINPARC.'
           END-IF
           PERFORM ABRE-DEBCTL
           OPEN INPUT FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               CLOSE FD-SINISTRO
               OPEN INPUT FD-SINISTRO
           END-IF
           IF NOT EP-EM-ENSAIO
               OPEN OUTPUT FD-DEBREM
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DH-DATA-GERACAO
           MOVE WS-VENCTO-DE  TO WS-DH-VENCTO-DE
           MOVE WS-VENCTO-ATE TO WS-DH-VENCTO-ATE
           IF NOT EP-EM-ENSAIO
               WRITE FD-DEBREM-REC FROM WS-DEB-HEADER
           END-IF

           MOVE 'N' TO WS-FIM-DEBAUT
           IF WS-FS-DEBAUT NOT = '00'

           MOVE WS-QTD-ENVIADAS     TO WS-DT-QTD-DETALHES
           MOVE WS-VR-TOTAL-REMESSA TO WS-DT-VR-TOTAL
           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO-REMESSA
           ELSE
               WRITE FD-DEBREM-REC FROM WS-DEB-TRAILER
               CLOSE FD-DEBREM
           END-IF
           MOVE 'G'                 TO IN-PARM-EVENTO
           MOVE 'DEBREM'            TO IN-PARM-INTERFACE
           MOVE 'DEBREM.DAT'        TO IN-PARM-ARQUIVO
           MOVE WS-QTD-ENVIADAS     TO IN-PARM-QTD IN-PARM-QTD-TRAILER
           MOVE WS-VR-TOTAL-REMESSA TO IN-PARM-VALOR IN-PARM-VR-TRAILER
           MOVE 'S'                 TO IN-PARM-TRAILER
           PERFORM REGISTRA-INTERFACE
           CLOSE FD-DEBCTL
           CLOSE FD-FORMCTL
           CLOSE FD-SINISTRO
                   MOVE ZEROS  TO WS-LR-PARCELA WS-LR-VALOR
                   MOVE 'ADESAO DE CONTRATO INEXISTENTE'
                       TO WS-LR-MOTIVO
                   PERFORM GRAVA-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               NOT INVALID KEY
                   IF FD-CONTR-ATIVO
                               AND PR-VENCTO NOT > WS-VENCTO-ATE
                               PERFORM VERIFICA-JA-ENVIADA
                               IF NOT WS-JA-ENVIADA
                                   IF PR-VALOR > WS-VR-MAXIMO-DEBITO
                                       PERFORM RECUSA-VALOR-DEBITO
                                   ELSE
                                       PERFORM GRAVA-DETALHE-DEBITO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           MOVE DB-CONTA            TO DE-CONTA
           MOVE FD-COD-CLIENTE      TO DE-COD-CLIENTE
           MOVE WS-NOME-TITULAR     TO DE-NOME-TITULAR
           IF NOT EP-EM-ENSAIO
               WRITE FD-DEBREM-REC
           END-IF

           MOVE PR-NUM-CONTRATO   TO DC-NUM-CONTRATO
           MOVE PR-NUM-PARCELA    TO DC-NUM-PARCELA
           MOVE 'E'               TO DC-SITUACAO
           MOVE SPACES            TO DC-OCORRENCIA
           MOVE ZEROS             TO DC-DATA-RETORNO
           IF EP-EM-ENSAIO
               MOVE SPACES        TO EP-REGISTRO
               MOVE FD-COD-CLIENTE TO EP-COD-CLIENTE
               MOVE PR-VALOR      TO EP-VALOR
               MOVE 'PARCELA PARA DEBITO EM CONTA (DEBREM)'
                   TO EP-DESCRICAO
               PERFORM REGISTRA-ENSAIO-DEBCTL
           ELSE
               WRITE FD-DEBCTL-REC
                   INVALID KEY
                       REWRITE FD-DEBCTL-REC
               END-WRITE
           END-IF

           ADD 1        TO WS-QTD-ENVIADAS
           ADD PR-VALOR TO WS-VR-TOTAL-REMESSA
           .

       RECUSA-VALOR-DEBITO.
      *    Parcela acima do teto do layout do banco nao vai ao
      *    debito: fica no relatorio e no DEBCTL como recusada
      *    (ocorrencia 'VL'), fora do canal, e segue em aberto para
      *    o FINATRA/FINCOB como uma recusa do banco.
           MOVE PR-NUM-CONTRATO TO WS-LR-CONTRATO
           MOVE PR-NUM-PARCELA  TO WS-LR-PARCELA
           MOVE PR-VALOR        TO WS-LR-VALOR
           MOVE 'PARCELA ACIMA DO TETO DO BANCO'
               TO WS-LR-MOTIVO
           PERFORM GRAVA-LINHA-RELATO
           ADD 1 TO WS-QTD-EXCECOES

           MOVE PR-NUM-CONTRATO   TO DC-NUM-CONTRATO
           MOVE PR-NUM-PARCELA    TO DC-NUM-PARCELA
           MOVE WS-DATA-MOVIMENTO TO DC-DATA-ENVIO
           MOVE 'R'               TO DC-SITUACAO
           MOVE 'VL'              TO DC-OCORRENCIA
           MOVE WS-DATA-MOVIMENTO TO DC-DATA-RETORNO
           IF EP-EM-ENSAIO
               MOVE SPACES        TO EP-REGISTRO
               MOVE FD-COD-CLIENTE TO EP-COD-CLIENTE
               MOVE PR-VALOR      TO EP-VALOR
               MOVE 'PARCELA ACIMA DO TETO - FORA DO DEBITO'
                   TO EP-DESCRICAO
               PERFORM REGISTRA-ENSAIO-DEBCTL
           ELSE
               WRITE FD-DEBCTL-REC
                   INVALID KEY
                       REWRITE FD-DEBCTL-REC
               END-WRITE
           END-IF
           .

       ABRE-DEBCTL.
      *    Controle de envio: criado vazio na primeira execucao; no
      *    ensaio so para leitura.
           IF EP-EM-ENSAIO
               OPEN INPUT FD-DEBCTL
           ELSE
               OPEN I-O FD-DEBCTL
           END-IF
           IF WS-FS-DEBCTL = '35'
               OPEN OUTPUT FD-DEBCTL
               CLOSE FD-DEBCTL
               IF EP-EM-ENSAIO
                   OPEN INPUT FD-DEBCTL
               ELSE
                   OPEN I-O FD-DEBCTL
               END-IF
           END-IF
           .

       REGISTRA-ENSAIO-DEBCTL.
      *    Cliente, valor e descricao ja montados por quem chama;
      *    o resto sai do registro de controle que seria gravado.
           MOVE WS-JOB-NOME     TO EP-PASSO
           MOVE 'A'             TO EP-TIPO
           MOVE DC-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE DC-NUM-PARCELA  TO EP-NUM-PARCELA
           MOVE 'DEBCTL'        TO EP-CAMPO
           MOVE DC-OCORRENCIA   TO EP-ANTES
           MOVE DC-SITUACAO     TO EP-DEPOIS
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       REGISTRA-ENSAIO-REMESSA.
           MOVE SPACES              TO EP-REGISTRO
           MOVE WS-JOB-NOME         TO EP-PASSO
           MOVE 'A'                 TO EP-TIPO
           MOVE ZEROS               TO EP-NUM-CONTRATO EP-NUM-PARCELA
                                       EP-COD-CLIENTE
           MOVE 'REMESSA'           TO EP-CAMPO
           MOVE WS-QTD-ENVIADAS     TO EP-DEPOIS
           MOVE WS-VR-TOTAL-REMESSA TO EP-VALOR
           MOVE 'ARQUIVO DEBREM.DAT (DETALHES DE DEBITO)'
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       GRAVA-LINHA-RELATO.
      *    Relatorio de excecoes: no ensaio so o ciclo diurno, que
      *    acumula sobre o da noite, continua escrevendo.
           IF WS-EM-CICLO-DIURNO OR NOT EP-EM-ENSAIO
               WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
           END-IF
           .

       BUSCA-NOME-TITULAR.
           MOVE SPACES TO WS-NOME-TITULAR
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               DISPLAY 'FINDEB: DEBRET.DAT NAO EXISTE - SEM RETORNO '
                       'DE DEBITO.'
           ELSE
               IF EP-EM-ENSAIO
                   OPEN INPUT FD-CONTRATO
               ELSE
                   OPEN I-O FD-CONTRATO
               END-IF
               PERFORM ABRE-DEBCTL
               MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
               PERFORM UNTIL WS-EOF-DEBRET
                   READ FD-DEBRET
                       AT END
                           SET WS-EOF-DEBRET TO TRUE
                       NOT AT END
                           ADD 1 TO IN-PARM-QTD
                           IF DR-VALOR-DEBITADO IS NUMERIC
                               ADD DR-VALOR-DEBITADO TO IN-PARM-VALOR
                           END-IF
                           PERFORM PROCESSA-UM-DEBITO
                   END-READ
               END-PERFORM
               CLOSE FD-DEBRET
      *        Retorno de debito nao tem trailer.
               MOVE 'R'          TO IN-PARM-EVENTO
               MOVE 'DEBRET'     TO IN-PARM-INTERFACE
               MOVE 'DEBRET.DAT' TO IN-PARM-ARQUIVO
               MOVE 'N'          TO IN-PARM-TRAILER
               MOVE ZEROS        TO IN-PARM-QTD-TRAILER
                                    IN-PARM-VR-TRAILER
               PERFORM REGISTRA-INTERFACE
               CLOSE FD-DEBCTL
               CLOSE FD-CONTRATO
           END-IF
           .

       REGISTRA-INTERFACE.
           MOVE WS-JOB-NOME TO IN-PARM-PROGRAMA
           MOVE SPACES      TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       PROCESSA-UM-DEBITO.
           IF DR-NUM-CONTRATO NOT NUMERIC
               OR DR-NUM-PARCELA NOT NUMERIC
               MOVE ZEROS TO WS-LR-CONTRATO WS-LR-PARCELA WS-LR-VALOR
               MOVE 'REGISTRO DE RETORNO INVALIDO' TO WS-LR-MOTIVO
               PERFORM GRAVA-LINHA-RELATO
               ADD 1 TO WS-QTD-EXCECOES
           ELSE
               PERFORM VERIFICA-JA-POSTADO
               EVALUATE TRUE
                   WHEN WS-JA-POSTADO-HOJE
                       ADD 1 TO WS-QTD-JA-POSTADAS
                   WHEN DR-DEBITADO
                       PERFORM BAIXA-PARCELA-DEBITO
                   WHEN OTHER
                       PERFORM REGISTRA-RECUSA-DEBITO
               END-EVALUATE
           END-IF
           .

       VERIFICA-JA-POSTADO.
      *    O mesmo desfecho (debitada ou recusada, com a mesma
      *    ocorrencia) ja gravado no DEBCTL nesta data de movimento
      *    = linha postada por um ciclo diurno ou passada anterior.
           MOVE 'N' TO WS-RETORNO-POSTADO
           MOVE DR-NUM-CONTRATO TO DC-NUM-CONTRATO
           MOVE DR-NUM-PARCELA  TO DC-NUM-PARCELA
           READ FD-DEBCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (DC-DEBITADO OR DC-RECUSADO)
                       AND DC-OCORRENCIA = DR-OCORRENCIA
                       AND DC-DATA-RETORNO = WS-DATA-MOVIMENTO
                       SET WS-JA-POSTADO-HOJE TO TRUE
                   END-IF
           END-READ
           .

       BAIXA-PARCELA-DEBITO.
           MOVE DR-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
                   MOVE DR-NUM-PARCELA  TO WS-LR-PARCELA
                   MOVE DR-VALOR-DEBITADO TO WS-LR-VALOR
                   MOVE 'CONTRATO INEXISTENTE' TO WS-LR-MOTIVO
                   PERFORM GRAVA-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               NOT INVALID KEY
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
               MOVE DR-NUM-PARCELA  TO WS-LR-PARCELA
               MOVE DR-VALOR-DEBITADO TO WS-LR-VALOR
               MOVE 'PARCELA INEXISTENTE' TO WS-LR-MOTIVO
               PERFORM GRAVA-LINHA-RELATO
               ADD 1 TO WS-QTD-EXCECOES
           ELSE
               MOVE FD-PARC-STATUS(DR-NUM-PARCELA) TO PS-STATUS-ATUAL
                   MOVE DR-NUM-PARCELA  TO WS-LR-PARCELA
                   MOVE DR-VALOR-DEBITADO TO WS-LR-VALOR
                   MOVE 'TRANSICAO INVALIDA' TO WS-LR-MOTIVO
                   PERFORM GRAVA-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               ELSE
                   MOVE 'G' TO FD-PARC-STATUS(DR-NUM-PARCELA)
                   PERFORM VERIFICA-QUITACAO-DEBITO
                   IF NOT EP-EM-ENSAIO
                       REWRITE FD-CONTRATO-REC
                   END-IF
                   PERFORM GRAVA-AUDIT-CONTRATO
                   ADD 1 TO WS-QTD-DEBITADAS
                   PERFORM MARCA-DEBCTL-RETORNO
           MOVE SPACES TO WS-LR-MOTIVO
           STRING 'DEBITO RECUSADO - OCORR. ' DR-OCORRENCIA
               DELIMITED BY SIZE INTO WS-LR-MOTIVO
           PERFORM GRAVA-LINHA-RELATO
           ADD 1 TO WS-QTD-RECUSADAS
           PERFORM MARCA-DEBCTL-RETORNO
           .
           END-IF
           MOVE DR-OCORRENCIA     TO DC-OCORRENCIA
           MOVE WS-DATA-MOVIMENTO TO DC-DATA-RETORNO
           IF EP-EM-ENSAIO
               MOVE SPACES            TO EP-REGISTRO
      *        Na recusa o contrato nao foi lido.
               IF DR-DEBITADO
                   MOVE FD-COD-CLIENTE TO EP-COD-CLIENTE
               ELSE
                   MOVE ZEROS          TO EP-COD-CLIENTE
               END-IF
               MOVE ZEROS TO EP-VALOR
               IF DR-VALOR-DEBITADO IS NUMERIC
                   MOVE DR-VALOR-DEBITADO TO EP-VALOR
               END-IF
               MOVE 'DESFECHO DO RETORNO DE DEBITO (DEBRET)'
                   TO EP-DESCRICAO
               PERFORM REGISTRA-ENSAIO-DEBCTL
           ELSE
               REWRITE FD-DEBCTL-REC
                   INVALID KEY
                       WRITE FD-DEBCTL-REC
               END-REWRITE
           END-IF
           .

       VERIFICA-QUITACAO-DEBITO.
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE
