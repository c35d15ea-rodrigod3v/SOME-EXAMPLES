      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ATRIBUICAO DE CONTRATOS EM ATRASO AS ASSESSORIAS DE
      *          COBRANCA: (1) revisa a carteira atribuida em
      *          ASSCTL.DAT e devolve o contrato cujo prazo com a
      *          assessoria venceu, que foi para o juridico (caso
      *          ativo/em acordo no JURMNT), que se regularizou (sem
      *          parcela vencida), que saiu da cobranca (encerrado,
      *          sinistro aberto) ou cuja assessoria foi inativada;
      *          (2) atribui os contratos em atraso ainda sem
      *          assessoria pela regra do ASSESSOR.DAT - faixa de
      *          atraso do FINAGE da parcela mais antiga e UF do
      *          cliente -, escolhendo entre as que atendem a de
      *          menor carteira; contrato devolvido por prazo nao
      *          volta para a mesma assessoria, e o devolvido hoje so
      *          e reatribuido na noite seguinte; (3) grava o arquivo
      *          de cada assessoria (ASSEXP<ccc>.DAT) com a carteira
      *          atual e as devolucoes da noite - no lugar da
      *          planilha. Pagamento continua entrando so pelos
      *          canais da casa; o resultado das assessorias volta
      *          pelo FINASSR e os honorarios saem no FINASSH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINASSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-CADASTRO       ASSIGN TO "CADPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CAD-COD-CLIENTE
               ALTERNATE RECORD KEY IS FD-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-PARCELA        ASSIGN TO "FDPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PARCELA.
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
           SELECT FD-SINISTRO       ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-NUM-CONTRATO
               FILE STATUS IS WS-FS-SINISTRO.
           SELECT FD-JURCASO        ASSIGN TO "JURCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-NUM-CONTRATO
               FILE STATUS IS WS-FS-JURCASO.
           SELECT FD-ASSESSOR       ASSIGN TO "ASSESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-COD-ASSESSORIA
               FILE STATUS IS WS-FS-ASSESSOR.
           SELECT FD-ASSCTL         ASSIGN TO "ASSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               ALTERNATE RECORD KEY IS AX-COD-ASSESSORIA
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASSCTL.
           SELECT FD-ASSEXP         ASSIGN TO DYNAMIC WS-NOME-ASSEXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSEXP.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PARCELA.
       01  FD-PARCELA-REC.
           COPY PARCREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.

       FD  FD-JURCASO.
       01  FD-JURCASO-REC.
           COPY JURCASOREC.

       FD  FD-ASSESSOR.
       01  FD-ASSESSOR-REC.
           COPY ASSESSREC.

       FD  FD-ASSCTL.
       01  FD-ASSCTL-REC.
           COPY ASSCTLREC.

       FD  FD-ASSEXP.
       01  FD-ASSEXP-REC.
           COPY ASSEXPREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-FS-JURCASO       PIC X(02) VALUE '00'.
           03 WS-FS-ASSESSOR      PIC X(02) VALUE '00'.
           03 WS-FS-ASSCTL        PIC X(02) VALUE '00'.
           03 WS-FS-ASSEXP        PIC X(02) VALUE '00'.
           03 WS-CONTRATO-OK      PIC X(01) VALUE 'N'.
               88 WS-CONTRATO-ABERTO      VALUE 'S'.
           03 WS-PARCELAS-OK      PIC X(01) VALUE 'N'.
               88 WS-PARCELAS-ABERTO      VALUE 'S'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINASSE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).
         01 WS-DIAS-ATRASO          PIC S9(08).
         01 WS-NOME-ASSEXP          PIC X(16).

         01 WS-FIM-CONTRATO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-PARCELAS         PIC X(01).
             88 WS-FIM-DAS-PARCELAS         VALUE 'S'.
         01 WS-FIM-ASSCTL           PIC X(01).
             88 WS-EOF-ASSCTL               VALUE 'S'.
         01 WS-FIM-ASSESSOR         PIC X(01) VALUE 'N'.
             88 WS-EOF-ASSESSOR             VALUE 'S'.

      *  Assessorias do mestre, carregadas uma vez: regra de
      *  atribuicao, carteira ativa (para a escolha da de menor
      *  carteira) e contadores da noite.
         01 WS-TAB-ASSESSORIAS.
           03 WS-QTD-ASSESSORIAS    PIC 9(03) VALUE ZEROS.
           03 WS-TA-ITEM OCCURS 100 TIMES.
               05 WS-TA-CODIGO        PIC 9(03).
               05 WS-TA-ATIVA         PIC X(01).
                   88 WS-TA-ESTA-ATIVA        VALUE 'S'.
               05 WS-TA-FAIXA-INI     PIC 9(01).
               05 WS-TA-FAIXA-FIM     PIC 9(01).
               05 WS-TA-UF            PIC X(02) OCCURS 5 TIMES.
               05 WS-TA-PRAZO         PIC 9(03).
               05 WS-TA-QTD-CARTEIRA  PIC 9(06).
               05 WS-TA-QTD-NOVOS     PIC 9(06).
               05 WS-TA-QTD-DEVOLVIDOS PIC 9(06).
         01 WS-TA-IDX               PIC 9(03).
         01 WS-TA-ESCOLHIDA         PIC 9(03).
         01 WS-UF-IDX               PIC 9(01).
         01 WS-COD-PROCURADO        PIC 9(03).

         01 WS-CONTR-FORMALIZADO    PIC X(01).
             88 WS-FORMALIZACAO-OK          VALUE 'S'.
         01 WS-CONTR-SINISTRO       PIC X(01).
             88 WS-CONTRATO-EM-SINISTRO     VALUE 'S'.
         01 WS-CONTR-JURIDICO       PIC X(01).
             88 WS-CONTRATO-EM-JUIZO        VALUE 'S'.

      *  Situacao do contrato corrente em ASSCTL.DAT.
         01 WS-SITUACAO-ATRIBUICAO.
           03 WS-SA-TEM-ATIVA       PIC X(01).
               88 WS-SA-ATRIBUIDO             VALUE 'S'.
           03 WS-SA-DEVOLVIDO-HOJE  PIC X(01).
               88 WS-SA-SAIU-HOJE             VALUE 'S'.
           03 WS-SA-ULT-ASSESSORIA  PIC 9(03).
           03 WS-SA-ULT-MOTIVO      PIC X(01).
           03 WS-SA-ULT-INICIO      PIC 9(08).

      *  Atraso do contrato corrente, pela parcela vencida mais
      *  antiga, como no FINAGE.
         01 WS-ATRASO-CONTRATO.
           03 WS-AC-MAIOR-ATRASO    PIC 9(05).
           03 WS-AC-QTD-VENCIDAS    PIC 9(03).
           03 WS-AC-SALDO-VENCIDO   PIC 9(09)V99.
           03 WS-AC-FAIXA           PIC 9(01).
           03 WS-AC-UF              PIC X(02).

         01 WS-MOTIVO               PIC X(01).
         01 WS-UF-ATENDIDA          PIC X(01).
             88 WS-UF-OK                    VALUE 'S'.
         01 WS-UF-LISTADA           PIC X(01).
             88 WS-HA-UF-LISTADA            VALUE 'S'.

         01 WS-QTD-ATRIBUIDOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-DEVOLVIDOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SEM-ASSESSORIA   PIC 9(06) VALUE ZEROS.
         01 WS-QTD-CARTEIRA-ARQ     PIC 9(06).
         01 WS-QTD-DEVOLUCAO-ARQ    PIC 9(06).
         01 WS-VR-CARTEIRA-ARQ      PIC 9(11)V99.

         01 WS-ASS-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(06) VALUE 'ASSEXP'.
           03 WS-AH-COD-ASSESSORIA  PIC 9(03).
           03 WS-AH-DATA-GERACAO    PIC 9(08).

         01 WS-ASS-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-AT-QTD-CARTEIRA    PIC 9(06).
           03 WS-AT-QTD-DEVOLUCAO   PIC 9(06).
           03 WS-AT-VR-CARTEIRA     PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM ABRE-ARQUIVOS
           PERFORM CARREGA-ASSESSORIAS

           IF WS-CONTRATO-ABERTO AND WS-PARCELAS-ABERTO
               PERFORM REVISA-ATRIBUICOES
               PERFORM ATRIBUI-CONTRATOS
               PERFORM GERA-ARQUIVOS-ASSESSORIAS
           END-IF

           PERFORM FECHA-ARQUIVOS

           DISPLAY 'FINASSE: ' WS-QTD-ATRIBUIDOS ' CONTRATO(S) '
                   'ATRIBUIDO(S), ' WS-QTD-DEVOLVIDOS
                   ' DEVOLVIDO(S).'
           IF WS-QTD-SEM-ASSESSORIA > ZEROS
               DISPLAY 'FINASSE: ' WS-QTD-SEM-ASSESSORIA
                       ' CONTRATO(S) EM ATRASO SEM ASSESSORIA QUE '
                       'ATENDA A FAIXA/UF.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FDCONTR.DAT NAO EXISTE - NADA A ATRIBUIR.'
           ELSE
               SET WS-CONTRATO-ABERTO TO TRUE
           END-IF

           OPEN INPUT FD-PARCELA
           IF WS-FS-PARCELA = '35'
               DISPLAY 'FINASSE: FDPARC.DAT NAO EXISTE - RODE O '
                       'FINPARC.'
           ELSE
               SET WS-PARCELAS-ABERTO TO TRUE
           END-IF

           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           OPEN INPUT FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               CLOSE FD-FORMCTL
               OPEN INPUT FD-FORMCTL
           END-IF

           OPEN INPUT FD-SINISTRO
           IF WS-FS-SINISTRO = '35'
               OPEN OUTPUT FD-SINISTRO
               CLOSE FD-SINISTRO
               OPEN INPUT FD-SINISTRO
           END-IF

           OPEN INPUT FD-JURCASO
           IF WS-FS-JURCASO = '35'
               OPEN OUTPUT FD-JURCASO
               CLOSE FD-JURCASO
               OPEN INPUT FD-JURCASO
           END-IF

           OPEN INPUT FD-ASSESSOR
           IF WS-FS-ASSESSOR = '35'
               OPEN OUTPUT FD-ASSESSOR
               CLOSE FD-ASSESSOR
               OPEN INPUT FD-ASSESSOR
           END-IF

           OPEN I-O FD-ASSCTL
           IF WS-FS-ASSCTL = '35'
               OPEN OUTPUT FD-ASSCTL
               CLOSE FD-ASSCTL
               OPEN I-O FD-ASSCTL
           END-IF
           .

       FECHA-ARQUIVOS.
           IF WS-CONTRATO-ABERTO
               CLOSE FD-CONTRATO
           END-IF
           IF WS-PARCELAS-ABERTO
               CLOSE FD-PARCELA
           END-IF
           CLOSE FD-CADASTRO
           CLOSE FD-FORMCTL
           CLOSE FD-SINISTRO
           CLOSE FD-JURCASO
           CLOSE FD-ASSESSOR
           CLOSE FD-ASSCTL
           .

       CARREGA-ASSESSORIAS.
           MOVE ZEROS TO AS-COD-ASSESSORIA
           START FD-ASSESSOR KEY NOT < AS-COD-ASSESSORIA
               INVALID KEY
                   SET WS-EOF-ASSESSOR TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ASSESSOR
               READ FD-ASSESSOR NEXT RECORD
                   AT END
                       SET WS-EOF-ASSESSOR TO TRUE
                   NOT AT END
                       IF WS-QTD-ASSESSORIAS < 100
                           ADD 1 TO WS-QTD-ASSESSORIAS
                           MOVE WS-QTD-ASSESSORIAS TO WS-TA-IDX
                           PERFORM GUARDA-ASSESSORIA
                       ELSE
                           DISPLAY 'FINASSE: TABELA DE ASSESSORIAS '
                                   'CHEIA - ' AS-COD-ASSESSORIA
                                   ' IGNORADA.'
                       END-IF
               END-READ
           END-PERFORM
           .

       GUARDA-ASSESSORIA.
           MOVE AS-COD-ASSESSORIA TO WS-TA-CODIGO(WS-TA-IDX)
           IF AS-ATIVA
               MOVE 'S' TO WS-TA-ATIVA(WS-TA-IDX)
           ELSE
               MOVE 'N' TO WS-TA-ATIVA(WS-TA-IDX)
           END-IF
           MOVE AS-FAIXA-INICIAL TO WS-TA-FAIXA-INI(WS-TA-IDX)
           MOVE AS-FAIXA-FINAL   TO WS-TA-FAIXA-FIM(WS-TA-IDX)
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1 UNTIL WS-UF-IDX > 5
               MOVE AS-UF(WS-UF-IDX)
                   TO WS-TA-UF(WS-TA-IDX WS-UF-IDX)
           END-PERFORM
           MOVE AS-PRAZO-DIAS TO WS-TA-PRAZO(WS-TA-IDX)
           MOVE ZEROS TO WS-TA-QTD-CARTEIRA(WS-TA-IDX)
                         WS-TA-QTD-NOVOS(WS-TA-IDX)
                         WS-TA-QTD-DEVOLVIDOS(WS-TA-IDX)
           .

       LOCALIZA-ASSESSORIA.
      *    WS-COD-PROCURADO -> WS-TA-IDX (zeros = fora da tabela).
           MOVE ZEROS TO WS-TA-ESCOLHIDA
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-QTD-ASSESSORIAS
               IF WS-TA-CODIGO(WS-TA-IDX) = WS-COD-PROCURADO
                   MOVE WS-TA-IDX TO WS-TA-ESCOLHIDA
               END-IF
           END-PERFORM
           MOVE WS-TA-ESCOLHIDA TO WS-TA-IDX
           .

       REVISA-ATRIBUICOES.
      *    Primeira passada, sobre a carteira atribuida: o primeiro
      *    motivo que se aplicar devolve o contrato; o que fica
      *    conta na carteira da assessoria.
           MOVE 'N'   TO WS-FIM-ASSCTL
           MOVE ZEROS TO AX-CHAVE
           START FD-ASSCTL KEY NOT < AX-CHAVE
               INVALID KEY
                   SET WS-EOF-ASSCTL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ASSCTL
               READ FD-ASSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-ASSCTL TO TRUE
                   NOT AT END
                       IF AX-ATIVA
                           PERFORM REVISA-UMA-ATRIBUICAO
                       END-IF
               END-READ
           END-PERFORM
           .

       REVISA-UMA-ATRIBUICAO.
           MOVE SPACES TO WS-MOTIVO
           MOVE AX-COD-ASSESSORIA TO WS-COD-PROCURADO
           PERFORM LOCALIZA-ASSESSORIA
           IF WS-TA-IDX = ZEROS
               MOVE 'I' TO WS-MOTIVO
           ELSE
               IF NOT WS-TA-ESTA-ATIVA(WS-TA-IDX)
                   MOVE 'I' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE AX-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       MOVE 'E' TO WS-MOTIVO
               END-READ
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM VERIFICA-JURIDICO
               IF WS-CONTRATO-EM-JUIZO
                   MOVE 'J' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM VERIFICA-SINISTRO
               IF WS-CONTRATO-EM-SINISTRO
                   OR NOT (FD-CONTR-ATIVO OR FD-CONTR-PREJUIZO)
                   MOVE 'E' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM APURA-ATRASO-CONTRATO
               IF WS-AC-MAIOR-ATRASO = ZEROS
                   MOVE 'Q' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               IF WS-DATA-HOJE > AX-DATA-LIMITE
                   MOVE 'P' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-TA-QTD-CARTEIRA(WS-TA-IDX)
           ELSE
               SET AX-DEVOLVIDA      TO TRUE
               MOVE WS-DATA-HOJE     TO AX-DATA-FIM
               MOVE WS-MOTIVO        TO AX-MOTIVO-DEVOLUCAO
               REWRITE FD-ASSCTL-REC
               ADD 1 TO WS-QTD-DEVOLVIDOS
               IF WS-TA-IDX > ZEROS
                   ADD 1 TO WS-TA-QTD-DEVOLVIDOS(WS-TA-IDX)
               END-IF
           END-IF
           .

       ATRIBUI-CONTRATOS.
      *    Segunda passada, sobre o mestre: contrato em cobranca,
      *    sem assessoria e com parcela vencida procura a
      *    assessoria pela regra.
           MOVE 'N'   TO WS-FIM-CONTRATO
           MOVE ZEROS TO FD-NUM-CONTRATO
           START FD-CONTRATO KEY NOT < FD-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-CONTRATO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CONTRATO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CONTRATO TO TRUE
                   NOT AT END
                       IF FD-CONTR-ATIVO OR FD-CONTR-PREJUIZO
                           PERFORM AVALIA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-CONTRATO.
           PERFORM VERIFICA-FORMALIZACAO
           PERFORM VERIFICA-SINISTRO
           PERFORM VERIFICA-JURIDICO
           IF WS-FORMALIZACAO-OK
               AND NOT WS-CONTRATO-EM-SINISTRO
               AND NOT WS-CONTRATO-EM-JUIZO
               PERFORM VERIFICA-ATRIBUICAO-CONTRATO
               IF NOT WS-SA-ATRIBUIDO AND NOT WS-SA-SAIU-HOJE
                   PERFORM APURA-ATRASO-CONTRATO
                   IF WS-AC-MAIOR-ATRASO > ZEROS
                       PERFORM ESCOLHE-ASSESSORIA
                       IF WS-TA-ESCOLHIDA > ZEROS
                           PERFORM GRAVA-ATRIBUICAO
                       ELSE
                           ADD 1 TO WS-QTD-SEM-ASSESSORIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       VERIFICA-FORMALIZACAO.
           MOVE 'S' TO WS-CONTR-FORMALIZADO
           MOVE FD-NUM-CONTRATO TO FM-NUM-CONTRATO
           READ FD-FORMCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FM-PENDENTE
                       MOVE 'N' TO WS-CONTR-FORMALIZADO
                   END-IF
           END-READ
           .

       VERIFICA-SINISTRO.
           MOVE 'N' TO WS-CONTR-SINISTRO
           MOVE FD-NUM-CONTRATO TO SI-NUM-CONTRATO
           READ FD-SINISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-ABERTO
                       SET WS-CONTRATO-EM-SINISTRO TO TRUE
                   END-IF
           END-READ
           .

       VERIFICA-JURIDICO.
      *    Com caso ativo ou em acordo quem cobra e o advogado: o
      *    contrato nao vai (ou deixa de ficar) com assessoria.
           MOVE 'N' TO WS-CONTR-JURIDICO
           MOVE FD-NUM-CONTRATO TO JU-NUM-CONTRATO
           READ FD-JURCASO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JU-ATIVO OR JU-ACORDO
                       SET WS-CONTRATO-EM-JUIZO TO TRUE
                   END-IF
           END-READ
           .

       VERIFICA-ATRIBUICAO-CONTRATO.
      *    Percorre o historico do contrato em ASSCTL.DAT (chave
      *    parcial): atribuicao ativa, devolucao de hoje e a ultima
      *    assessoria que o teve, com o motivo da devolucao.
           MOVE 'N'   TO WS-SA-TEM-ATIVA WS-SA-DEVOLVIDO-HOJE
           MOVE ZEROS TO WS-SA-ULT-ASSESSORIA WS-SA-ULT-INICIO
           MOVE SPACES TO WS-SA-ULT-MOTIVO
           MOVE 'N'   TO WS-FIM-ASSCTL
           MOVE FD-NUM-CONTRATO TO AX-NUM-CONTRATO
           MOVE ZEROS           TO AX-DATA-INICIO
           START FD-ASSCTL KEY NOT < AX-CHAVE
               INVALID KEY
                   SET WS-EOF-ASSCTL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ASSCTL
               READ FD-ASSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-ASSCTL TO TRUE
                   NOT AT END
                       IF AX-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-EOF-ASSCTL TO TRUE
                       ELSE
                           IF AX-ATIVA
                               SET WS-SA-ATRIBUIDO TO TRUE
                           END-IF
                           IF AX-DEVOLVIDA
                                   AND AX-DATA-FIM = WS-DATA-HOJE
                               SET WS-SA-SAIU-HOJE TO TRUE
                           END-IF
                           IF AX-DATA-INICIO > WS-SA-ULT-INICIO
                               MOVE AX-DATA-INICIO
                                   TO WS-SA-ULT-INICIO
                               MOVE AX-COD-ASSESSORIA
                                   TO WS-SA-ULT-ASSESSORIA
                               MOVE AX-MOTIVO-DEVOLUCAO
                                   TO WS-SA-ULT-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       APURA-ATRASO-CONTRATO.
      *    Parcelas do contrato por chave parcial de FDPARC.DAT:
      *    maior atraso, quantidade e saldo das vencidas em aberto.
           MOVE ZEROS TO WS-AC-MAIOR-ATRASO WS-AC-QTD-VENCIDAS
                         WS-AC-SALDO-VENCIDO WS-AC-FAIXA
           MOVE 'N' TO WS-FIM-PARCELAS
           MOVE FD-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE 1               TO PR-NUM-PARCELA
           START FD-PARCELA KEY NOT < PR-CHAVE
               INVALID KEY
                   SET WS-FIM-DAS-PARCELAS TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-DAS-PARCELAS
               READ FD-PARCELA NEXT RECORD
                   AT END
                       SET WS-FIM-DAS-PARCELAS TO TRUE
                   NOT AT END
                       IF PR-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-FIM-DAS-PARCELAS TO TRUE
                       ELSE
                           IF (PR-PENDENTE OR PR-ATRASADA)
                                   AND PR-VENCTO < WS-DATA-HOJE
                               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
                                   FUNCTION INTEGER-OF-DATE(PR-VENCTO)
                               IF WS-DIAS-ATRASO > WS-AC-MAIOR-ATRASO
                                   MOVE WS-DIAS-ATRASO
                                       TO WS-AC-MAIOR-ATRASO
                               END-IF
                               ADD 1        TO WS-AC-QTD-VENCIDAS
                               ADD PR-VALOR TO WS-AC-SALDO-VENCIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *    Mesmas faixas do relatorio de aging (FINAGE).
           EVALUATE TRUE
               WHEN WS-AC-MAIOR-ATRASO = ZEROS
                   MOVE 0 TO WS-AC-FAIXA
               WHEN WS-AC-MAIOR-ATRASO NOT > 30
                   MOVE 1 TO WS-AC-FAIXA
               WHEN WS-AC-MAIOR-ATRASO NOT > 60
                   MOVE 2 TO WS-AC-FAIXA
               WHEN WS-AC-MAIOR-ATRASO NOT > 90
                   MOVE 3 TO WS-AC-FAIXA
               WHEN WS-AC-MAIOR-ATRASO NOT > 180
                   MOVE 4 TO WS-AC-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-AC-FAIXA
           END-EVALUATE
           .

       ESCOLHE-ASSESSORIA.
      *    Entre as ativas que atendem a faixa e a UF do cliente, a
      *    de menor carteira; a que devolveu o contrato por prazo
      *    vencido fica de fora.
           MOVE SPACES TO WS-AC-UF
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-UF TO WS-AC-UF
           END-READ

           MOVE ZEROS TO WS-TA-ESCOLHIDA
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-QTD-ASSESSORIAS
               IF WS-TA-ESTA-ATIVA(WS-TA-IDX)
                   AND WS-AC-FAIXA NOT < WS-TA-FAIXA-INI(WS-TA-IDX)
                   AND WS-AC-FAIXA NOT > WS-TA-FAIXA-FIM(WS-TA-IDX)
                   AND NOT (WS-TA-CODIGO(WS-TA-IDX) =
                            WS-SA-ULT-ASSESSORIA
                            AND WS-SA-ULT-MOTIVO = 'P')
                   PERFORM CONFERE-UF-ASSESSORIA
                   IF WS-UF-OK
                       IF WS-TA-ESCOLHIDA = ZEROS
                           MOVE WS-TA-IDX TO WS-TA-ESCOLHIDA
                       ELSE
                           IF WS-TA-QTD-CARTEIRA(WS-TA-IDX) <
                              WS-TA-QTD-CARTEIRA(WS-TA-ESCOLHIDA)
                               MOVE WS-TA-IDX TO WS-TA-ESCOLHIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       CONFERE-UF-ASSESSORIA.
      *    Nenhuma UF listada = a assessoria atende qualquer UF.
           MOVE 'N' TO WS-UF-ATENDIDA WS-UF-LISTADA
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1 UNTIL WS-UF-IDX > 5
               IF WS-TA-UF(WS-TA-IDX WS-UF-IDX) NOT = SPACES
                   SET WS-HA-UF-LISTADA TO TRUE
                   IF WS-TA-UF(WS-TA-IDX WS-UF-IDX) = WS-AC-UF
                       SET WS-UF-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-HA-UF-LISTADA
               SET WS-UF-OK TO TRUE
           END-IF
           .

       GRAVA-ATRIBUICAO.
           MOVE SPACES               TO FD-ASSCTL-REC
           MOVE FD-NUM-CONTRATO      TO AX-NUM-CONTRATO
           MOVE WS-DATA-HOJE         TO AX-DATA-INICIO
           MOVE WS-TA-CODIGO(WS-TA-ESCOLHIDA) TO AX-COD-ASSESSORIA
           MOVE FD-COD-CLIENTE       TO AX-COD-CLIENTE
           MOVE WS-AC-FAIXA          TO AX-FAIXA
           MOVE WS-AC-MAIOR-ATRASO   TO AX-DIAS-ATRASO
           MOVE WS-AC-SALDO-VENCIDO  TO AX-SALDO-ATRIBUIDO
           COMPUTE AX-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE + WS-TA-PRAZO(WS-TA-ESCOLHIDA))
           SET AX-ATIVA              TO TRUE
           MOVE ZEROS                TO AX-DATA-FIM
           WRITE FD-ASSCTL-REC
               INVALID KEY
                   DISPLAY 'FINASSE: ATRIBUICAO DUPLICADA - CONTRATO '
                           FD-NUM-CONTRATO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ATRIBUIDOS
                   ADD 1 TO WS-TA-QTD-CARTEIRA(WS-TA-ESCOLHIDA)
                   ADD 1 TO WS-TA-QTD-NOVOS(WS-TA-ESCOLHIDA)
           END-WRITE
           .

       GERA-ARQUIVOS-ASSESSORIAS.
      *    Um arquivo por assessoria ativa (e pela inativada que
      *    teve devolucao na noite), lido pelo caminho alternado.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-QTD-ASSESSORIAS
               IF WS-TA-ESTA-ATIVA(WS-TA-IDX)
                   OR WS-TA-QTD-DEVOLVIDOS(WS-TA-IDX) > ZEROS
                   PERFORM GERA-ARQUIVO-ASSESSORIA
               END-IF
           END-PERFORM
           .

       GERA-ARQUIVO-ASSESSORIA.
           MOVE SPACES TO WS-NOME-ASSEXP
           STRING 'ASSEXP'                  DELIMITED BY SIZE
                  WS-TA-CODIGO(WS-TA-IDX)   DELIMITED BY SIZE
                  '.DAT'                    DELIMITED BY SIZE
                  INTO WS-NOME-ASSEXP
           OPEN OUTPUT FD-ASSEXP
           MOVE WS-TA-CODIGO(WS-TA-IDX) TO WS-AH-COD-ASSESSORIA
           MOVE WS-DATA-HOJE            TO WS-AH-DATA-GERACAO
           WRITE FD-ASSEXP-REC FROM WS-ASS-HEADER
           MOVE ZEROS TO WS-QTD-CARTEIRA-ARQ WS-QTD-DEVOLUCAO-ARQ
                         WS-VR-CARTEIRA-ARQ

           MOVE 'N' TO WS-FIM-ASSCTL
           MOVE WS-TA-CODIGO(WS-TA-IDX) TO AX-COD-ASSESSORIA
           START FD-ASSCTL KEY = AX-COD-ASSESSORIA
               INVALID KEY
                   SET WS-EOF-ASSCTL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ASSCTL
               READ FD-ASSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-ASSCTL TO TRUE
                   NOT AT END
                       IF AX-COD-ASSESSORIA NOT =
                               WS-TA-CODIGO(WS-TA-IDX)
                           SET WS-EOF-ASSCTL TO TRUE
                       ELSE
                           IF AX-ATIVA
                               OR AX-DATA-FIM = WS-DATA-HOJE
                               PERFORM GRAVA-DETALHE-ASSESSORIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-QTD-CARTEIRA-ARQ  TO WS-AT-QTD-CARTEIRA
           MOVE WS-QTD-DEVOLUCAO-ARQ TO WS-AT-QTD-DEVOLUCAO
           MOVE WS-VR-CARTEIRA-ARQ   TO WS-AT-VR-CARTEIRA
           WRITE FD-ASSEXP-REC FROM WS-ASS-TRAILER
           CLOSE FD-ASSEXP

           DISPLAY 'FINASSE: ' WS-NOME-ASSEXP ' CARTEIRA '
                   WS-QTD-CARTEIRA-ARQ ' (NOVOS '
                   WS-TA-QTD-NOVOS(WS-TA-IDX) ') DEVOLVIDOS '
                   WS-QTD-DEVOLUCAO-ARQ
           .

       GRAVA-DETALHE-ASSESSORIA.
      *    Carteira vai com atraso e saldo do dia (o que a
      *    assessoria cobra hoje); devolucao vai com o motivo.
           MOVE SPACES               TO FD-ASSEXP-REC
           SET AJ-REG-DETALHE        TO TRUE
           MOVE AX-NUM-CONTRATO      TO AJ-NUM-CONTRATO
           MOVE AX-COD-CLIENTE       TO AJ-COD-CLIENTE
           MOVE AX-DATA-INICIO       TO AJ-DATA-ATRIBUICAO
           MOVE AX-DATA-LIMITE       TO AJ-DATA-LIMITE
           MOVE ZEROS TO AJ-DIAS-ATRASO AJ-QTD-PARC-ATRASO
                         AJ-SALDO-ATRASO AJ-TELEFONE AJ-DOCUMENTO
           IF AX-ATIVA
               SET AJ-OPER-CARTEIRA  TO TRUE
               MOVE AX-NUM-CONTRATO  TO FD-NUM-CONTRATO
               PERFORM APURA-ATRASO-CONTRATO
               MOVE WS-AC-MAIOR-ATRASO  TO AJ-DIAS-ATRASO
               MOVE WS-AC-QTD-VENCIDAS  TO AJ-QTD-PARC-ATRASO
               MOVE WS-AC-SALDO-VENCIDO TO AJ-SALDO-ATRASO
               ADD 1                    TO WS-QTD-CARTEIRA-ARQ
               ADD WS-AC-SALDO-VENCIDO  TO WS-VR-CARTEIRA-ARQ
           ELSE
               SET AJ-OPER-DEVOLUCAO TO TRUE
               MOVE AX-MOTIVO-DEVOLUCAO TO AJ-MOTIVO-DEVOLUCAO
               ADD 1                    TO WS-QTD-DEVOLUCAO-ARQ
           END-IF

           MOVE AX-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO AJ-NOME-DEVEDOR
               NOT INVALID KEY
                   MOVE FD-TIPO-PESSOA       TO AJ-TIPO-PESSOA
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-CNPJ          TO AJ-DOCUMENTO
                       MOVE FD-RAZAO-SOCIAL  TO AJ-NOME-DEVEDOR
                   ELSE
                       MOVE FD-CPF           TO AJ-DOCUMENTO
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO AJ-NOME-DEVEDOR
                   END-IF
                   IF FD-TELEFONE IS NUMERIC
                       MOVE FD-TELEFONE      TO AJ-TELEFONE
                   END-IF
                   MOVE FD-RUA               TO AJ-RUA
                   MOVE FD-BAIRRO            TO AJ-BAIRRO
                   MOVE FD-CIDADE            TO AJ-CIDADE
                   MOVE FD-UF                TO AJ-UF
                   MOVE FD-CEP               TO AJ-CEP
           END-READ
           IF AJ-DOCUMENTO NOT NUMERIC
               MOVE ZEROS TO AJ-DOCUMENTO
           END-IF
           WRITE FD-ASSEXP-REC
           .

       END PROGRAM FINASSE.
