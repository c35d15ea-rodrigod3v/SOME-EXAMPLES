      *          monta as etiquetas. O estagio gravado sobrevive entre
      *          execucoes, entao a mesma carta nunca sai duas vezes
      *          para a mesma parcela - ate aqui nada registrava o que
      *          ja foi feito sobre uma parcela atrasada. Contrato
      *          alcancado por ordem judicial que suspende a cobranca
      *          (ORDJCHK) nao recebe carta nem avanca estagio, e
      *          o contrato na janela de uma moratoria regional
      *          (MORACHK) tambem nao, ate o fim da pausa.
      *          Cliente com e-mail ou celular autorizado
      *          (CONTATO.DAT) recebe o aviso do estagio tambem por
      *          eles (fila do NOTIFICA), mesmo com a correspondencia
      *          devolvida. Na noite de ensaio (ENSAIO) estagio e
      *          carta viram linhas da lista de mudancas previstas,
      *          sem gravar COBCTL.DAT, carta ou ocorrencia. Cada
      *          carta impressa fica tambem no arquivo de documentos
      *          do cliente (DOCARQ), para a 2a via pelo DOCREPR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
      *    Liberacao do credito: contrato cujo dinheiro ainda nao
      *    foi pago ao favorecido (TED do FINLIB nao confirmada)
      *    fica fora da cobranca.
           SELECT FD-LIBERACAO      ASSIGN TO "LIBERACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-NUM-CONTRATO
               FILE STATUS IS WS-FS-LIBERACAO.
      *    Sinistro aberto (SINMNT) suspende a cobranca: a familia
      *    nao recebe carta enquanto a seguradora analisa.
           SELECT FD-SINISTRO       ASSIGN TO "SINISTRO.DAT"
               FILE STATUS IS WS-FS-PROMESSA.
      *    Cada carta emitida vira ocorrencia no log de contatos
      *    (OCORR.DAT), na mesma historia das conversas do OCORMNT.
      *    Titulo em cartorio (FINPROT) segura o encaminhamento
      *    juridico da parcela ate o cartorio devolver.
           SELECT FD-PROTESTO       ASSIGN TO "PROTESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               FILE STATUS IS WS-FS-PROTESTO.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-LIBERACAO.
       01  FD-LIBERACAO-REC.
           COPY LIBERREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-PROTESTO.
       01  FD-PROTESTO-REC.
           COPY PROTREC.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.
           03 WS-FS-COBCTL        PIC X(02) VALUE '00'.
           03 WS-FS-CARTA         PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-LIBERACAO     PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-FS-JURCASO       PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-PROTESTO      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ORDJCHKPARM.
         COPY MORACHKPARM.
         COPY NOMEFMTPARM.
         COPY NOTIFPARM.
         COPY ENSAIOPARM.
         COPY DOCARQPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCOB'.
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

      *  Contrato na janela de uma moratoria regional (MORACHK).
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

         01 WS-TEXTO-OCORR.
           03 FILLER                PIC X(07) VALUE 'CARTA: '.
           03 WS-TO-TITULO          PIC X(30).

         01 WS-CONTR-FORMALIZADO    PIC X(01).
             88 WS-FORMALIZACAO-OK          VALUE 'S'.
         01 WS-CONTR-LIBERADO       PIC X(01).
             88 WS-LIBERACAO-OK             VALUE 'S'.
         01 WS-CONTR-SINISTRO       PIC X(01).
             88 WS-CONTRATO-EM-SINISTRO     VALUE 'S'.
         01 WS-CONTR-JURIDICO       PIC X(01).
             88 WS-CONTRATO-EM-JUIZO        VALUE 'S'.
         01 WS-PARC-PROMETIDA       PIC X(01).
             88 WS-HA-PROMESSA-PENDENTE     VALUE 'S'.
         01 WS-PARC-EM-CARTORIO     PIC X(01).
             88 WS-TITULO-EM-CARTORIO       VALUE 'S'.

         01 WS-TAB-ESTAGIOS.
           05 FILLER  PIC X(30) VALUE 'LEMBRETE DE PAGAMENTO'.
           03 FILLER                PIC X(08) VALUE ' VENC.: '.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' VALOR: '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZZ,99.

         01 WS-LINHA-ATRASO.
           03 FILLER                PIC X(17) VALUE 'DIAS DE ATRASO: '.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

      *    Noite de ensaio (ENSAIO): COBCTL so para leitura, sem
      *    carta nem ocorrencia - estagio e carta viram linhas da
      *    lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           PERFORM ABRE-ARQUIVOS

           IF FS-OK
      *                    cobranca, na trilha propria do FINPREJ.
                           IF FD-CONTR-ATIVO OR FD-CONTR-PREJUIZO
                               PERFORM VERIFICA-FORMALIZACAO
                               PERFORM VERIFICA-LIBERACAO
                               PERFORM VERIFICA-SINISTRO
                               PERFORM VERIFICA-JURIDICO
                               PERFORM VERIFICA-MORATORIA
                               IF WS-FORMALIZACAO-OK
                                   AND WS-LIBERACAO-OK
                                   AND NOT WS-CONTRATO-EM-SINISTRO
                                   AND NOT WS-CONTRATO-EM-JUIZO
                                   AND NOT MK-SUSPENSO
                                   PERFORM COBRA-CONTRATO
                               END-IF
                           END-IF
           CLOSE FD-PARCELA
           CLOSE FD-COBCTL
           CLOSE FD-FORMCTL
           CLOSE FD-LIBERACAO
           CLOSE FD-SINISTRO
           CLOSE FD-JURCASO
           CLOSE FD-PROMESSA
           CLOSE FD-PROTESTO
           IF NOT EP-EM-ENSAIO
               CLOSE FD-OCORR
               CLOSE FD-NUMCTL
               CLOSE FD-CARTA
           END-IF

           DISPLAY 'FINCOB: ' WS-QTD-CARTAS ' CARTA(S) DE COBRANCA '
                   'EMITIDA(S).'
               DISPLAY 'FINCOB: ' WS-QTD-SUPRIMIDAS ' CARTA(S) '
                       'SUPRIMIDA(S) POR CORRESPONDENCIA DEVOLVIDA.'
           END-IF
           IF WS-QTD-RETIDAS > ZEROS
               DISPLAY 'FINCOB: ' WS-QTD-RETIDAS ' CARTA(S) '
                       'RETIDA(S) POR ORDEM JUDICIAL (ORDJLOG.DAT).'
           END-IF
           IF WS-QTD-EM-MORATORIA > ZEROS
               DISPLAY 'FINCOB: ' WS-QTD-EM-MORATORIA ' CONTRATO(S) '
                       'SUSPENSO(S) POR MORATORIA REGIONAL.'
           END-IF
           IF WS-QTD-ELETRONICOS > ZEROS
               DISPLAY 'FINCOB: ' WS-QTD-ELETRONICOS ' AVISO(S) DE '
                       'COBRANCA NA FILA DE E-MAIL/SMS.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.
                       'FINPARC.'
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
               OPEN INPUT FD-FORMCTL
           END-IF

           OPEN INPUT FD-LIBERACAO
           IF WS-FS-LIBERACAO = '35'
               OPEN OUTPUT FD-LIBERACAO
               CLOSE FD-LIBERACAO
               OPEN INPUT FD-LIBERACAO
           END-IF

           OPEN INPUT FD-SINISTRO
           IF WS-FS-SINISTRO = '35'
               OPEN OUTPUT FD-SINISTRO
               OPEN INPUT FD-PROMESSA
           END-IF

           OPEN INPUT FD-PROTESTO
           IF WS-FS-PROTESTO = '35'
               OPEN OUTPUT FD-PROTESTO
               CLOSE FD-PROTESTO
               OPEN INPUT FD-PROTESTO
           END-IF

      *    Na noite de ensaio nao ha carta nem ocorrencia.
           IF NOT EP-EM-ENSAIO
               PERFORM ABRE-ARQUIVOS-SAIDA
           END-IF
           .

       ABRE-ARQUIVOS-SAIDA.
           OPEN I-O FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
           OPEN OUTPUT FD-CARTA
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
      *    Caso ativo ou em acordo judicial suspende as cartas
      *    ordinarias; caso encerrado devolve o fluxo normal.
           END-READ
           .

       VERIFICA-LIBERACAO.
      *    Liberacao de credito sem TED confirmada segura o contrato
      *    fora da escalada de cobranca; contrato sem registro
      *    (estoque anterior ao controle ou renegociacao) vale como
      *    liberado.
           MOVE 'S' TO WS-CONTR-LIBERADO
           MOVE FD-NUM-CONTRATO TO LB-NUM-CONTRATO
           READ FD-LIBERACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LB-CONFIRMADA
                       MOVE 'N' TO WS-CONTR-LIBERADO
                   END-IF
           END-READ
           .

       COBRA-CONTRATO.
      *    Parcelas do contrato corrente lidas por chave parcial no
      *    arquivo de parcelas, em vez da varredura das 420 posicoes
      *    do registro do mestre.
           MOVE 'N' TO WS-ORDJ-CONSULTA
           MOVE 'N' TO WS-CONTR-ORDJUD
           MOVE 'N' TO WS-FIM-PARCELAS
           IF WS-FS-PARCELA NOT = '00'
               SET WS-FIM-DAS-PARCELAS TO TRUE
               MOVE WS-ESTAGIO-DEVIDO TO WS-ESTAGIO-ATUAL
           END-IF

      *    Titulo apontado em cartorio e ainda sem resposta segura o
      *    encaminhamento juridico: o protesto e o degrau mais barato
      *    e o devedor ainda pode pagar no tabelionato. Protestado e
      *    nao pago, o juridico segue.
           IF WS-ESTAGIO-DEVIDO > 3
               PERFORM VERIFICA-PROTESTO-PARCELA
               IF WS-TITULO-EM-CARTORIO
                   MOVE 3 TO WS-ESTAGIO-DEVIDO
               END-IF
           END-IF

      *    Correspondencia devolvida (CORRMNT) segura a carta de
      *    papel: imprimir para endereco morto e custo jogado fora.
      *    Com e-mail ou celular autorizado o aviso segue por eles e
      *    o estagio avanca; sem canal nenhum, carta e estagio ficam
      *    - o cliente esta na lista de telefone do FINLISTA.
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
               MOVE WS-DATA-HOJE       TO CB-DATA-ESTAGIO
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
           MOVE PR-VALOR          TO EP-VALOR
           MOVE WS-TAB-ESTAGIO-TITULO(WS-ESTAGIO-DEVIDO)
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
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
      *    Le o cadastro do cliente do contrato so para a marca de
      *    devolucao; invalida o cache de endereco, que sera relido
           END-READ
           .

       VERIFICA-PROTESTO-PARCELA.
           MOVE 'N' TO WS-PARC-EM-CARTORIO
           MOVE FD-NUM-CONTRATO TO PO-NUM-CONTRATO
           MOVE WS-IND          TO PO-NUM-PARCELA
           READ FD-PROTESTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PO-ENVIADO
                       SET WS-TITULO-EM-CARTORIO TO TRUE
                   END-IF
           END-READ
           .

       EMITE-CARTA.
      *    Bloco de endereco no mesmo formato das etiquetas do CADETQ
      *    (nome, rua+bairro, cidade/UF+CEP), seguido do titulo do
      *    estagio e da identificacao da parcela cobrada. Na noite
      *    de ensaio so a previsao da carta.
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
           MOVE PR-VALOR        TO EP-VALOR
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
           MOVE PR-VENCTO              TO WS-LP-VENCTO
           MOVE PR-VALOR               TO WS-LP-VALOR
           MOVE WS-LINHA-PARCELA TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA

           MOVE WS-DIAS-ATRASO TO WS-LA-DIAS
           MOVE WS-LINHA-ATRASO TO FD-CARTA-REG
           PERFORM GRAVA-LINHA-CARTA

      *    Do aviso final (60 dias) em diante o avalista passa a ser
      *    citado na carta, ja que responde pela divida.
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
