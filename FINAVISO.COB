      * Date:
      * Purpose: AVISO AMIGAVEL DE VENCIMENTO: varre as parcelas
      *          PENDENTES dos contratos ativos e, N dias antes de
      *          PR-VENCTO (N no parametro AVISO-DIAS do PARAM.DAT,
      *          padrao 5), imprime um lembrete de pagamento
      *          (AVISO.PRT) com valor e vencimento, com o bloco de
      *          endereco buscado em CADPF.DAT do mesmo jeito que o
      *          CADETQ monta as etiquetas. O aviso emitido fica
      *          ser lembrada duas vezes - ate aqui todo contato com
      *          o cliente era post-mortem (FINCOB so escreve a
      *          partir de 15 dias de atraso), e boa parte da
      *          inadimplencia e puro esquecimento. Cliente com
      *          e-mail ou celular autorizado (CONTATO.DAT) recebe o
      *          lembrete tambem por eles (fila do NOTIFICA), mesmo
      *          com a correspondencia devolvida. Roda como passo
      *          do JOBNOTURNO apos o FINCOB. Cada aviso impresso
      *          fica tambem no arquivo de documentos do cliente
      *          (DOCARQ), para a 2a via pelo DOCREPR.
      *          Na noite de ensaio (ENSAIO) nao sai lembrete nem
      *          registro em AVICTL.DAT: cada lembrete que sairia
      *          vira uma linha da lista de mudancas previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE
               FILE STATUS IS WS-FS-AVICTL.
           SELECT FD-AVISO          ASSIGN TO "AVISO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISO.
       01  FD-AVICTL-REC.
           COPY AVICTLREC.

       FD  FD-AVISO.
       01  FD-AVISO-REG             PIC X(80).

           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-AVICTL        PIC X(02) VALUE '00'.
           03 WS-FS-AVISO         PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.
         COPY NOTIFPARM.
         COPY PARAMGETPARM.
         COPY DOCARQPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINAVISO'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-CLIENTE-CARTA        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-AVISOS           PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SUPRIMIDOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ELETRONICOS      PIC 9(06) VALUE ZEROS.
         01 WS-CLIENTE-CORRESP      PIC X(01).
             88 WS-CORRESP-DEVOLVIDA        VALUE 'S'.

           03 FILLER                PIC X(08) VALUE ' VENC.: '.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' VALOR: '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZZ,99.

         01 WS-LINHA-MENSAGEM.
           03 FILLER                PIC X(44) VALUE
                   'SUA PARCELA VENCE EM BREVE - EVITE ENCARGOS'.

      *  Texto do lembrete por e-mail/SMS (NOTIFICA).
         01 WS-MENSAGEM-AVISO.
           03 FILLER                PIC X(08) VALUE 'PARCELA '.
           03 WS-MA-PARCELA         PIC 999.
           03 FILLER                PIC X(07) VALUE ' VENCE '.
           03 WS-MA-VENCTO          PIC 9(08).
           03 FILLER                PIC X(04) VALUE ' R$ '.
           03 WS-MA-VALOR           PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(10) VALUE ' CONTRATO '.
           03 WS-MA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(18) VALUE
                   ' - EVITE ENCARGOS.'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

      *    Noite de ensaio (ENSAIO): controle so para leitura,
      *    nada impresso - cada lembrete vira uma linha da lista de
      *    mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           PERFORM CARREGA-ANTECEDENCIA
           PERFORM ABRE-ARQUIVOS

           CLOSE FD-PARCELA
           CLOSE FD-AVICTL
           CLOSE FD-SINISTRO
           IF NOT EP-EM-ENSAIO
               CLOSE FD-AVISO
           END-IF

           DISPLAY 'FINAVISO: ' WS-QTD-AVISOS ' LEMBRETE(S) DE '
                   'VENCIMENTO EMITIDO(S) (' WS-DIAS-ANTECEDENCIA
               DISPLAY 'FINAVISO: ' WS-QTD-SUPRIMIDOS ' LEMBRETE(S) '
                       'SUPRIMIDO(S) POR CORRESPONDENCIA DEVOLVIDA.'
           END-IF
           IF WS-QTD-ELETRONICOS > ZEROS
               DISPLAY 'FINAVISO: ' WS-QTD-ELETRONICOS ' LEMBRETE(S) '
                       'NA FILA DE E-MAIL/SMS.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       CARREGA-ANTECEDENCIA.
      *    Dias de antecedencia em vigor na data de movimento, do
      *    mestre de parametros (PARAMNT); sem valor fica o padrao.
           MOVE 'AVISO-DIAS' TO PG-NOME
           MOVE ZEROS        TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-DIAS-ANTECEDENCIA
           END-IF
           .

       ABRE-ARQUIVOS.
                       'FINPARC.'
           END-IF

           IF EP-EM-ENSAIO
               OPEN INPUT FD-AVICTL
           ELSE
               OPEN I-O FD-AVICTL
           END-IF
           IF WS-FS-AVICTL = '35'
               OPEN OUTPUT FD-AVICTL
               CLOSE FD-AVICTL
               IF EP-EM-ENSAIO
                   OPEN INPUT FD-AVICTL
               ELSE
                   OPEN I-O FD-AVICTL
               END-IF
           END-IF

           OPEN INPUT FD-SINISTRO
               OPEN INPUT FD-SINISTRO
           END-IF

           IF NOT EP-EM-ENSAIO
               OPEN OUTPUT FD-AVISO
           END-IF
           .

       VERIFICA-SINISTRO.
                                       WS-DIAS-ANTECEDENCIA
                                   PERFORM VERIFICA-JA-AVISADA
                                   IF NOT WS-JA-AVISADA
                                       PERFORM ENFILEIRA-AVISO
                                       PERFORM VERIFICA-CORRESP
                                       IF WS-CORRESP-DEVOLVIDA
                                           PERFORM SUPRIME-AVISO
                                       ELSE
                                           PERFORM EMITE-AVISO
                                       END-IF
           END-PERFORM
           .

       ENFILEIRA-AVISO.
      *    Lembrete por e-mail/SMS para o canal que o cliente
      *    autorizou; sem canal, NOTIFICA devolve 'N' e nada entra
      *    na fila.
           MOVE 'E'             TO NE-FUNCAO
           MOVE FD-COD-CLIENTE  TO NE-COD-CLIENTE
           MOVE FD-NUM-CONTRATO TO NE-NUM-CONTRATO
           MOVE 'L'             TO NE-TIPO-AVISO
           MOVE WS-JOB-NOME     TO NE-PROGRAMA
           MOVE PR-NUM-PARCELA  TO WS-MA-PARCELA
           MOVE PR-VENCTO       TO WS-MA-VENCTO
           MOVE PR-VALOR        TO WS-MA-VALOR
           MOVE FD-NUM-CONTRATO TO WS-MA-CONTRATO
           MOVE WS-MENSAGEM-AVISO TO NE-MENSAGEM
           CALL 'NOTIFICA' USING NE-FUNCAO NE-COD-CLIENTE
                                 NE-NUM-CONTRATO NE-TIPO-AVISO
                                 NE-PROGRAMA NE-MENSAGEM
                                 NE-RESULTADO
           IF NOT NE-SEM-CANAL
               ADD 1 TO WS-QTD-ELETRONICOS
           END-IF
           .

       SUPRIME-AVISO.
      *    Endereco morto sem canal eletronico: o lembrete nao sai.
      *    Com canal, o aviso ja esta na fila e a parcela conta como
      *    lembrada.
           IF NE-SEM-CANAL
               ADD 1 TO WS-QTD-SUPRIMIDOS
           ELSE
               IF NOT EP-EM-ENSAIO
                   PERFORM GRAVA-AVICTL
               END-IF
           END-IF
           .

       VERIFICA-CORRESP.
      *    Correspondencia devolvida (CORRMNT) suprime o lembrete:
      *    nao se paga postagem para endereco morto. Invalida o
      *    Bloco de endereco no mesmo formato das etiquetas do
      *    CADETQ, como nas cartas do FINCOB; o registro em AVICTL
      *    sai na mesma passada para a parcela nao ser lembrada de
      *    novo amanha. Na noite de ensaio so a previsao do aviso.
           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO-AVISO
           ELSE
               PERFORM IMPRIME-AVISO
           END-IF
           ADD 1 TO WS-QTD-AVISOS
           .

       REGISTRA-ENSAIO-AVISO.
           MOVE SPACES          TO EP-REGISTRO
           MOVE WS-JOB-NOME     TO EP-PASSO
           MOVE 'L'             TO EP-TIPO
           MOVE FD-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE PR-NUM-PARCELA  TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE  TO EP-COD-CLIENTE
           MOVE 'AVISO'         TO EP-CAMPO
           MOVE PR-VENCTO       TO EP-DEPOIS
           MOVE PR-VALOR        TO EP-VALOR
           MOVE 'LEMBRETE DE VENCIMENTO (AVISO.PRT)'
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       IMPRIME-AVISO.
           PERFORM BUSCA-ENDERECO-CLIENTE

           MOVE 'AVISO'    TO DQ-TIPO
           MOVE 'AVISO DE VENCIMENTO' TO DQ-TITULO
           MOVE FD-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE FD-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE WS-LINHA-TITULO TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO
           MOVE WS-LINHA-NOME TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO
           MOVE WS-LINHA-ENDERECO TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO
           MOVE WS-LINHA-CIDADE TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO

           MOVE FD-NUM-CONTRATO TO WS-LP-CONTRATO
           MOVE PR-NUM-PARCELA  TO WS-LP-PARCELA
           MOVE PR-VENCTO       TO WS-LP-VENCTO
           MOVE PR-VALOR        TO WS-LP-VALOR
           MOVE WS-LINHA-PARCELA TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO
           MOVE WS-LINHA-MENSAGEM TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO
           MOVE SPACES TO FD-AVISO-REG
           PERFORM GRAVA-LINHA-AVISO
           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           PERFORM GRAVA-AVICTL
           .

       GRAVA-LINHA-AVISO.
      *    Cada linha impressa vai tambem para o arquivo de
      *    documentos do cliente (DOCARQ).
           WRITE FD-AVISO-REG
           MOVE FD-AVISO-REG TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       GRAVA-AVICTL.
      *    Parcela lembrada (papel ou so e-mail/SMS) nao e lembrada
      *    de novo amanha.
           MOVE PR-NUM-CONTRATO TO AV-NUM-CONTRATO
           MOVE PR-NUM-PARCELA  TO AV-NUM-PARCELA
           MOVE WS-DATA-HOJE    TO AV-DATA-AVISO
               INVALID KEY
                   REWRITE FD-AVICTL-REC
           END-WRITE
           .

       BUSCA-ENDERECO-CLIENTE.
