      *          promessas vencidas sao conferidas antes, para a
      *          quebrada retomar a escalada na mesma noite. Os tres
      *          programas antigos continuam compilados para rodada
      *          manual avulsa; a noite chama so este. Ordem
      *          judicial que suspende a cobranca (ORDJCHK) segura
      *          carta e estagio do contrato alcancado. O aviso do
      *          estagio vai tambem por e-mail/SMS ao cliente que
      *          autorizou (NOTIFICA), como no FINCOB. Contrato na
      *          janela de uma moratoria regional (MORACHK) nao e
      *          marcado em atraso nem cobrado ate o fim da pausa.
      *          Na noite de ensaio (ENSAIO) os mestres sao abertos
      *          so para leitura e estagio, carta e desfecho de
      *          promessa viram linhas da lista de mudancas previstas.
      *          Cada carta impressa fica tambem no arquivo de
      *          documentos do cliente (DOCARQ), para a 2a via pelo
      *          DOCREPR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-CARTA         PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ORDJCHKPARM.
         COPY MORACHKPARM.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY TERMOPARM.
         COPY NOMEFMTPARM.
         COPY NOTIFPARM.
         COPY ENSAIOPARM.
         COPY DOCARQPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINVARRE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-CLIENTE-CORRESP      PIC X(01).
             88 WS-CORRESP-DEVOLVIDA        VALUE 'S'.

      *  Ordem judicial que suspende a cobranca: consultada uma vez
      *  por contrato, na primeira carta devida.
         01 WS-ORDJ-CONSULTA        PIC X(01).
             88 WS-ORDJ-JA-CONSULTADA       VALUE 'S'.
         01 WS-CONTR-ORDJUD         PIC X(01).
             88 WS-CONTRATO-RETIDO          VALUE 'S'.
         01 WS-QTD-RETIDAS          PIC 9(06) VALUE ZEROS.

      *  Contrato na janela de uma moratoria regional (MORACHK):
      *  sem marca de atraso e sem cobranca ate o fim da pausa.
         01 WS-QTD-EM-MORATORIA     PIC 9(06) VALUE ZEROS.

      *  Aviso do estagio por e-mail/SMS (NOTIFICA): segue mesmo com
      *  a correspondencia devolvida, para o canal que o cliente
      *  autorizou.
         01 WS-AVISO-ESTAGIO        PIC X(01).
             88 WS-AVISO-ESTAGIO-DEVIDO     VALUE 'S'.
         01 WS-QTD-ELETRONICOS      PIC 9(06) VALUE ZEROS.
         01 WS-MENSAGEM-AVISO.
           03 WS-MA-TITULO          PIC X(30).
           03 FILLER                PIC X(09) VALUE ' PARCELA '.
           03 WS-MA-PARCELA         PIC 999.
           03 FILLER                PIC X(10) VALUE ' CONTRATO '.
           03 WS-MA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-MA-DIAS            PIC ZZZ9.
           03 FILLER                PIC X(15) VALUE ' DIAS DE ATRASO'.

      *  Promessas vencidas da noite (mesma mecanica do FINATRA):
      *  tabela + uma passada no PAGTOLOG, desfecho gravado antes da
      *  varredura para a quebrada retomar a escalada hoje.
           03 FILLER                PIC X(08) VALUE ' VENC.: '.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' VALOR: '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZZ,99.

         01 WS-LINHA-ATRASO.
           03 FILLER                PIC X(17) VALUE 'DIAS DE ATRASO: '.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSAMENTO)

      *    Noite de ensaio (ENSAIO): mestres so para leitura, nada
      *    de resumo, carta ou ocorrencia - cada gravacao vira uma
      *    linha da lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

      *    Promessas vencidas primeiro: a quebrada desta noite ja
      *    libera a escalada na varredura logo abaixo.
           PERFORM AVALIA-PROMESSAS-VENCIDAS
               PERFORM FECHA-ARQUIVOS
           END-IF

           IF NOT EP-EM-ENSAIO
               MOVE WS-QTD-TOTAL TO WS-LT-QTD
               WRITE FD-RESUMO-REG FROM WS-LINHA-TOTAL
               CLOSE FD-RESUMO
           END-IF

           DISPLAY 'FINVARRE: ' WS-QTD-TOTAL ' PARCELA(S) EM '
                   WS-QTD-CONTRATOS-MOVIDOS ' CONTRATO(S) MARCADAS '
               DISPLAY 'FINVARRE: ' WS-QTD-SUPRIMIDAS ' CARTA(S) '
                       'SUPRIMIDA(S) POR CORRESPONDENCIA DEVOLVIDA.'
           END-IF
           IF WS-QTD-RETIDAS > ZEROS
               DISPLAY 'FINVARRE: ' WS-QTD-RETIDAS ' CARTA(S) '
                       'RETIDA(S) POR ORDEM JUDICIAL (ORDJLOG.DAT).'
           END-IF
           IF WS-QTD-EM-MORATORIA > ZEROS
               DISPLAY 'FINVARRE: ' WS-QTD-EM-MORATORIA ' CONTRATO(S) '
                       'SUSPENSO(S) POR MORATORIA REGIONAL.'
           END-IF
           IF WS-QTD-ELETRONICOS > ZEROS
               DISPLAY 'FINVARRE: ' WS-QTD-ELETRONICOS ' AVISO(S) DE '
                       'COBRANCA NA FILA DE E-MAIL/SMS.'
           END-IF
           IF WS-QTD-PROM-CUMPRIDAS > ZEROS
               OR WS-QTD-PROM-QUEBRADAS > ZEROS
               DISPLAY 'FINVARRE: PROMESSAS VENCIDAS - '
                       'FINPARC.'
           END-IF

           IF EP-EM-ENSAIO
               OPEN INPUT FD-CONTRATO
           ELSE
               OPEN I-O FD-CONTRATO
           END-IF

           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN INPUT FD-CADASTRO
           END-IF

           IF EP-EM-ENSAIO
               OPEN INPUT FD-COBCTL
           ELSE
               OPEN I-O FD-COBCTL
           END-IF
           IF WS-FS-COBCTL = '35'
               OPEN OUTPUT FD-COBCTL
               CLOSE FD-COBCTL
               IF EP-EM-ENSAIO
                   OPEN INPUT FD-COBCTL
               ELSE
                   OPEN I-O FD-COBCTL
               END-IF
           END-IF

           OPEN INPUT FD-FORMCTL
               OPEN INPUT FD-PROMESSA
           END-IF

      *    Na noite de ensaio nao ha carta, ocorrencia nem resumo.
           IF NOT EP-EM-ENSAIO
               PERFORM ABRE-ARQUIVOS-SAIDA
           END-IF
           .

       ABRE-ARQUIVOS-SAIDA.
           OPEN I-O FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
           CLOSE FD-SINISTRO
           CLOSE FD-JURCASO
           CLOSE FD-PROMESSA
           IF NOT EP-EM-ENSAIO
               CLOSE FD-OCORR
               CLOSE FD-NUMCTL
               CLOSE FD-CARTA
           END-IF
           .

       VARRE-ARQUIVO-PARCELAS.
           .

       PROCESSA-CONTRATO-NOITE.
           PERFORM VERIFICA-MORATORIA
           IF FD-CONTR-ATIVO
               MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
               MOVE 'N' TO WS-CONTRATO-MUDOU
               IF NOT MK-SUSPENSO
                   PERFORM MARCA-ATRASO-CONTRATO
               END-IF
               PERFORM AVALIA-QUITACAO
               IF WS-MESTRE-ALTERADO
                   IF NOT EP-EM-ENSAIO
                       REWRITE FD-CONTRATO-REC
                   END-IF
                   PERFORM GRAVA-AUDIT-CONTRATO
               END-IF
           END-IF
               IF WS-FORMALIZACAO-OK
                   AND NOT WS-CONTRATO-EM-SINISTRO
                   AND NOT WS-CONTRATO-EM-JUIZO
                   AND NOT MK-SUSPENSO
                   PERFORM COBRA-CONTRATO
               END-IF
           END-IF
               ADD 1 TO WS-QTD-CONTRATOS-MOVIDOS
               MOVE FD-NUM-CONTRATO TO WS-LR-CONTRATO
               MOVE WS-QTD-CONTRATO TO WS-LR-QTD
               IF NOT EP-EM-ENSAIO
                   WRITE FD-RESUMO-REG FROM WS-LINHA-RESUMO
               END-IF
           END-IF
           .

               END-EVALUATE
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA AND WS-HA-PARC-PAGA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               SET WS-MESTRE-ALTERADO TO TRUE
               ADD 1 TO WS-QTD-QUITADOS
           END-READ
           .

       VERIFICA-MORATORIA.
           MOVE FD-NUM-CONTRATO TO MK-NUM-CONTRATO
           CALL 'MORACHK' USING MK-NUM-CONTRATO MK-RESULTADO
                   MK-NUM-MORAT MK-DATA-FIM
           IF MK-SUSPENSO
               ADD 1 TO WS-QTD-EM-MORATORIA
           END-IF
           .

       VERIFICA-JURIDICO.
           MOVE 'N' TO WS-CONTR-JURIDICO
           MOVE FD-NUM-CONTRATO TO JU-NUM-CONTRATO
       COBRA-CONTRATO.
      *    Logica do FINCOB sobre o plano ja em memoria: parcela
      *    aberta com mais de 14 dias avanca o estagio devido.
           MOVE 'N' TO WS-ORDJ-CONSULTA
           MOVE 'N' TO WS-CONTR-ORDJUD
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P'
               MOVE WS-ESTAGIO-DEVIDO TO WS-ESTAGIO-ATUAL
           END-IF

      *    Correspondencia devolvida (CORRMNT) segura a carta de
      *    papel; com e-mail ou celular autorizado o aviso segue
      *    por eles e o estagio avanca, como no FINCOB. Sem canal
      *    nenhum, carta e estagio ficam: o cliente esta na lista
      *    de telefone do FINLISTA.
           PERFORM VERIFICA-CORRESP-CLIENTE
           MOVE 'N' TO WS-AVISO-ESTAGIO
           SET NE-SEM-CANAL TO TRUE
           IF WS-ESTAGIO-DEVIDO > WS-ESTAGIO-ATUAL
               PERFORM VERIFICA-CANAL-ELETRONICO
               IF WS-CORRESP-DEVOLVIDA AND NE-SEM-CANAL
                   ADD 1 TO WS-QTD-SUPRIMIDAS
               ELSE
                   SET WS-AVISO-ESTAGIO-DEVIDO TO TRUE
               END-IF
           END-IF

      *    Ordem judicial ativa que suspende a cobranca (ORDJCHK -
      *    recuperacao judicial, em geral) segura a carta e o
      *    estagio; a retencao fica em ORDJLOG.DAT para o juridico.
           IF WS-AVISO-ESTAGIO-DEVIDO
               PERFORM VERIFICA-ORDEM-JUDICIAL
               IF WS-CONTRATO-RETIDO
                   ADD 1 TO WS-QTD-RETIDAS
               END-IF
           END-IF

           IF WS-AVISO-ESTAGIO-DEVIDO AND NOT WS-CONTRATO-RETIDO
               IF NOT WS-CORRESP-DEVOLVIDA
                   PERFORM EMITE-CARTA
               END-IF
               IF NOT NE-SEM-CANAL
                   PERFORM ENFILEIRA-AVISO-ESTAGIO
               END-IF
               MOVE FD-NUM-CONTRATO    TO CB-NUM-CONTRATO
               MOVE WS-IND             TO CB-NUM-PARCELA
               MOVE WS-ESTAGIO-DEVIDO  TO CB-ESTAGIO
               MOVE WS-DATA-PROCESSAMENTO TO CB-DATA-ESTAGIO
               EVALUATE TRUE
                   WHEN EP-EM-ENSAIO
                       PERFORM REGISTRA-ENSAIO-ESTAGIO
                   WHEN WS-ESTAGIO-ATUAL = ZEROS
                       WRITE FD-COBCTL-REC
                           INVALID KEY
                               REWRITE FD-COBCTL-REC
                       END-WRITE
                   WHEN OTHER
                       REWRITE FD-COBCTL-REC
               END-EVALUATE
           END-IF
           .

       REGISTRA-ENSAIO-ESTAGIO.
           MOVE SPACES            TO EP-REGISTRO
           MOVE WS-JOB-NOME       TO EP-PASSO
           MOVE 'E'               TO EP-TIPO
           MOVE FD-NUM-CONTRATO   TO EP-NUM-CONTRATO
           MOVE WS-IND            TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE    TO EP-COD-CLIENTE
           MOVE 'ESTAGIO'         TO EP-CAMPO
           MOVE WS-ESTAGIO-ATUAL  TO EP-ANTES
           MOVE WS-ESTAGIO-DEVIDO TO EP-DEPOIS
           MOVE FD-PARC-VALOR(WS-IND) TO EP-VALOR
           MOVE WS-TAB-ESTAGIO-TITULO(WS-ESTAGIO-DEVIDO)
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       VERIFICA-PROMESSA-PARCELA.
           MOVE 'N' TO WS-PARC-PROMETIDA
           MOVE FD-NUM-CONTRATO TO PM-NUM-CONTRATO
           END-READ
           .

       VERIFICA-ORDEM-JUDICIAL.
           IF NOT WS-ORDJ-JA-CONSULTADA
               SET WS-ORDJ-JA-CONSULTADA TO TRUE
               MOVE FD-COD-CLIENTE  TO JD-COD-CLIENTE
               MOVE FD-NUM-CONTRATO TO JD-NUM-CONTRATO
               MOVE 'C'             TO JD-ESCOPO
               MOVE WS-JOB-NOME     TO JD-PROGRAMA
               CALL 'ORDJCHK' USING JD-COD-CLIENTE JD-NUM-CONTRATO
                                    JD-ESCOPO JD-PROGRAMA JD-RESULTADO
                                    JD-NUM-ORDEM JD-TIPO-ORDEM
                                    JD-MOTIVO
               IF JD-RETIDO
                   SET WS-CONTRATO-RETIDO TO TRUE
               END-IF
           END-IF
           .

       VERIFICA-CANAL-ELETRONICO.
           MOVE 'V'             TO NE-FUNCAO
           PERFORM CHAMA-NOTIFICA
           .

       ENFILEIRA-AVISO-ESTAGIO.
      *    Mesmo estagio da carta, pelo canal autorizado; a
      *    ocorrencia 'E' sai no despacho (FINNOTE).
           MOVE 'E'             TO NE-FUNCAO
           PERFORM CHAMA-NOTIFICA
           IF NOT NE-SEM-CANAL
               ADD 1 TO WS-QTD-ELETRONICOS
           END-IF
           .

       CHAMA-NOTIFICA.
           MOVE FD-COD-CLIENTE  TO NE-COD-CLIENTE
           MOVE FD-NUM-CONTRATO TO NE-NUM-CONTRATO
           MOVE 'C'             TO NE-TIPO-AVISO
           MOVE WS-JOB-NOME     TO NE-PROGRAMA
           MOVE WS-TAB-ESTAGIO-TITULO(WS-ESTAGIO-DEVIDO)
               TO WS-MA-TITULO
           MOVE WS-IND          TO WS-MA-PARCELA
           MOVE FD-NUM-CONTRATO TO WS-MA-CONTRATO
           MOVE WS-DIAS-ATRASO  TO WS-MA-DIAS
           MOVE WS-MENSAGEM-AVISO TO NE-MENSAGEM
           CALL 'NOTIFICA' USING NE-FUNCAO NE-COD-CLIENTE
                                 NE-NUM-CONTRATO NE-TIPO-AVISO
                                 NE-PROGRAMA NE-MENSAGEM
                                 NE-RESULTADO
           .

       VERIFICA-CORRESP-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-CORRESP
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
       EMITE-CARTA.
      *    Mesmo bloco de endereco e corpo do FINCOB (etiquetas do
      *    CADETQ), seguido do registro da ocorrencia tipo 'C'.
      *    Na noite de ensaio so a previsao da carta.
           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO-CARTA
           ELSE
               PERFORM IMPRIME-CARTA
           END-IF
           ADD 1 TO WS-QTD-CARTAS
           .

       REGISTRA-ENSAIO-CARTA.
           MOVE SPACES          TO EP-REGISTRO
           MOVE WS-JOB-NOME     TO EP-PASSO
           MOVE 'L'             TO EP-TIPO
           MOVE FD-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE WS-IND          TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE  TO EP-COD-CLIENTE
           MOVE 'CARTA'         TO EP-CAMPO
           MOVE FD-PARC-VALOR(WS-IND) TO EP-VALOR
           MOVE WS-TAB-ESTAGIO-TITULO(WS-ESTAGIO-DEVIDO)
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       IMPRIME-CARTA.
           PERFORM BUSCA-ENDERECO-CLIENTE

           MOVE 'CARTA'    TO DQ-TIPO
           MOVE WS-TAB-ESTAGIO-TITULO(WS-ESTAGIO-DEVIDO) TO DQ-TITULO
           MOVE FD-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE FD-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE WS-TAB-ESTAGIO-TITULO(WS-ESTAGIO-DEVIDO)
               TO WS-LT-TITULO
           MOVE WS-LINHA-TITULO TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA
           MOVE WS-LINHA-NOME TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA
           MOVE WS-LINHA-ENDERECO TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA
           MOVE WS-LINHA-CIDADE TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA

           MOVE FD-NUM-CONTRATO        TO WS-LP-CONTRATO
           MOVE WS-IND                 TO WS-LP-PARCELA
           MOVE FD-PARC-VENCTO(WS-IND) TO WS-LP-VENCTO
           MOVE FD-PARC-VALOR(WS-IND)  TO WS-LP-VALOR
           MOVE WS-LINHA-PARCELA TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-DIAS-ATRASO TO WS-LA-DIAS
           MOVE WS-LINHA-ATRASO TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA

      *    Do aviso final (60 dias) em diante o avalista passa a
      *    ser citado na carta, ja que responde pela divida.
           IF WS-ESTAGIO-DEVIDO > 2 AND FD-COD-AVALISTA > ZEROS
               PERFORM BUSCA-NOME-AVALISTA
               MOVE WS-LINHA-AVALISTA TO FD-CARTA-REG
               PERFORM GRAVA-LINHA-CARTA
           END-IF

           MOVE SPACES TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA

           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           PERFORM GRAVA-OCORRENCIA-CARTA
           .

       GRAVA-LINHA-CARTA.
      *    Cada linha impressa vai tambem para o arquivo de
      *    documentos do cliente (DOCARQ).
           WRITE FD-CARTA-REG
           MOVE FD-CARTA-REG TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       GRAVA-OCORRENCIA-CARTA.
      *    as cumpridas, desfecho gravado no arquivo de promessas.
           MOVE ZEROS TO WS-QTD-PROMESSAS
           MOVE 'N'   TO WS-FIM-PROM
           IF EP-EM-ENSAIO
               OPEN INPUT FD-PROMESSA
           ELSE
               OPEN I-O FD-PROMESSA
           END-IF
           IF WS-FS-PROMESSA NOT = '00'
               SET WS-EOF-PROM TO TRUE
           ELSE
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
