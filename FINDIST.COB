      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: DISTRIBUICAO NOTURNA DE RELATORIOS: le as geracoes
      *          datadas do dia no RPTGER.DAT (RPTWRT) e, pelo
      *          catalogo de distribuicao (RPTCAT.DAT, RPTCMNT),
      *          monta um pacote por destinatario - area, filial ou
      *          operador do RPTDEST.DAT - em
      *          PACOTE-<tipo><codigo>-<data>.PRT, com capa e cada
      *          relatorio repetido no numero de copias cadastrado.
      *          Relatorio confidencial (provisao, atividade de
      *          operador...) nao vai a destinatario abaixo do nivel
      *          exigido: fica bloqueado no registro de entregas; para
      *          operador vale o nivel corrente do OPERADOR.DAT. Cada
      *          geracao entregue ao pacote vira linha pendente em
      *          RPTENTR.DAT, que o ENTRMNT mostra como nao entregue
      *          ate a confirmacao. A mesma chave impede a geracao de
      *          ir duas vezes ao destinatario, entao a reexecucao da
      *          noite nao duplica pacote, e geracao aberta depois
      *          deste passo (ou em noite que ele nao rodou) entra no
      *          pacote da noite seguinte, dentro da janela de dias.
      *          Relatorio gerado hoje sem entrada no catalogo e
      *          apontado na geracao DISTRIB, com o resultado de
      *          cada envio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RPTGER         ASSIGN TO "RPTGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPTGER.
           SELECT FD-RPTCAT         ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RELATORIO
               FILE STATUS IS WS-FS-RPTCAT.
           SELECT FD-RPTDEST        ASSIGN TO "RPTDEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CHAVE
               FILE STATUS IS WS-FS-RPTDEST.
           SELECT FD-OPERADOR       ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT FD-RPTENTR        ASSIGN TO "RPTENTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RPTENTR.
           SELECT FD-GERACAO        ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.
           SELECT FD-PACOTE         ASSIGN TO DYNAMIC WS-NOME-PACOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT SD-ORDENACAO      ASSIGN TO "FINDIST.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RPTGER.
       01  FD-RPTGER-REC.
           COPY RPTGERREC.

       FD  FD-RPTCAT.
       01  FD-RPTCAT-REC.
           COPY RPTCATREC.

       FD  FD-RPTDEST.
       01  FD-RPTDEST-REC.
           COPY RPTDESTREC.

       FD  FD-OPERADOR.
       01  FD-OPERADOR-REC.
           COPY OPERREC.

       FD  FD-RPTENTR.
       01  FD-RPTENTR-REC.
           COPY RPTENTREC.

       FD  FD-GERACAO.
       01  FD-GERACAO-REG           PIC X(132).

       FD  FD-PACOTE.
       01  FD-PACOTE-REG            PIC X(132).

      *  Um registro por geracao x destinatario a distribuir; tipo
      *  em branco = relatorio de hoje sem entrada no catalogo.
       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-DESTINO.
               05 SD-DEST-TIPO               PIC X(01).
                   88 SD-SEM-CATALOGO                VALUE SPACE.
               05 SD-DEST-CODIGO             PIC X(08).
           03 SD-RELATORIO                   PIC X(08).
           03 SD-DATA-GERACAO                PIC 9(08).
           03 SD-ARQUIVO                     PIC X(22).
           03 SD-TITULO                      PIC X(40).
           03 SD-COPIAS                      PIC 9(02).
           03 SD-CONFIDENCIAL                PIC X(01).
           03 SD-NIVEL-EXIGIDO               PIC X(01).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-RPTGER        PIC X(02) VALUE '00'.
           03 WS-FS-RPTCAT        PIC X(02) VALUE '00'.
           03 WS-FS-RPTDEST       PIC X(02) VALUE '00'.
           03 WS-FS-OPERADOR      PIC X(02) VALUE '00'.
           03 WS-FS-RPTENTR       PIC X(02) VALUE '00'.
           03 WS-FS-GERACAO       PIC X(02) VALUE '00'.
           03 WS-FS-PACOTE        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINDIST'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIAS-INICIO          PIC 9(08).
         01 WS-DATA-INICIO          PIC 9(08).
      *  Geracoes de ate tantos dias atras ainda nao distribuidas
      *  entram no pacote de hoje (passo posterior a este, noite
      *  perdida).
         01 WS-JANELA-DIAS          PIC 9(02) VALUE 02.

         01 WS-NOME-GERACAO         PIC X(22).
         01 WS-NOME-PACOTE          PIC X(30).

         01 WS-FIM-RPTGER           PIC X(01) VALUE 'N'.
             88 WS-EOF-RPTGER               VALUE 'S'.
         01 WS-FIM-GERACAO          PIC X(01).
             88 WS-EOF-GERACAO              VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT                 VALUE 'S'.
         01 WS-OPERADOR-ABERTO      PIC X(01) VALUE 'N'.
             88 WS-TEM-OPERADOR             VALUE 'S'.
         01 WS-PACOTE-ABERTO        PIC X(01) VALUE 'N'.
             88 WS-HA-PACOTE-ABERTO         VALUE 'S'.

         01 WS-DS-IDX               PIC 9(02).
         01 WS-COPIA                PIC 9(02).

      *  Destinatario corrente da quebra (pacote aberto para ele).
         01 WS-DEST-CORRENTE.
           03 WS-DC-TIPO            PIC X(01).
           03 WS-DC-CODIGO          PIC X(08).
         01 WS-DEST-NOME            PIC X(30).
         01 WS-DEST-NIVEL           PIC X(01).
         01 WS-DEST-SITUACAO        PIC X(01).
             88 WS-DEST-ATIVO               VALUE 'A'.
             88 WS-DEST-INATIVO             VALUE 'I'.
             88 WS-DEST-NAO-CADASTRADO      VALUE 'N'.

      *  Nivel em escala numerica (C=1, O=2, S=3), como no RPTCMNT.
         01 WS-NIVEL-TESTE          PIC X(01).
         01 WS-NIVEL-NUM            PIC 9(01).
         01 WS-NIVEL-DEST-NUM       PIC 9(01).
         01 WS-NIVEL-EXIGIDO-NUM    PIC 9(01).

         01 WS-CONTADORES.
           03 WS-QTD-PACOTES        PIC 9(05) VALUE ZEROS.
           03 WS-QTD-DISTRIBUIDAS   PIC 9(06) VALUE ZEROS.
           03 WS-QTD-BLOQUEADAS     PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SEM-CATALOGO   PIC 9(06) VALUE ZEROS.
           03 WS-QTD-NAO-ENVIADAS   PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-CAPA-1.
           03 FILLER                PIC X(30)
                   VALUE 'PACOTE DE RELATORIOS EM '.
           03 WS-LC-DATA            PIC 9(08).
         01 WS-LINHA-CAPA-2.
           03 FILLER                PIC X(14) VALUE 'DESTINATARIO: '.
           03 WS-LC-TIPO            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-CODIGO          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-NOME            PIC X(30).
         01 WS-LINHA-IGUAL          PIC X(132) VALUE ALL '='.
         01 WS-LINHA-SEPARA.
           03 FILLER                PIC X(05) VALUE '==== '.
           03 WS-LS-RELATORIO       PIC X(08).
           03 FILLER                PIC X(09) VALUE ' GERACAO '.
           03 WS-LS-DATA            PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' - COPIA '.
           03 WS-LS-COPIA           PIC Z9.
           03 FILLER                PIC X(04) VALUE ' DE '.
           03 WS-LS-COPIAS          PIC Z9.
           03 FILLER                PIC X(05) VALUE ' ===='.

         01 WS-LINHA-DISTRIB.
           03 WS-LD-TIPO            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-CODIGO          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-RELATORIO       PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-DATA            PIC 9(08).
           03 FILLER                PIC X(08) VALUE ' COPIAS '.
           03 WS-LD-COPIAS          PIC Z9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-RESULTADO       PIC X(45).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-PACOTE          PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-JANELA-DIAS
           COMPUTE WS-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO)

           OPEN INPUT FD-RPTCAT
           IF WS-FS-RPTCAT = '35'
               DISPLAY 'FINDIST: CATALOGO DE DISTRIBUICAO (RPTCAT.DAT) '
                       'AINDA NAO CRIADO - CADASTRE NO RPTCMNT. '
                       'NENHUM PACOTE MONTADO.'
               CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
               GOBACK
           END-IF

           PERFORM ABRE-ARQUIVOS
           MOVE WS-FS-RPTENTR TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINDIST: RPTENTR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT SD-ORDENACAO
                   ON ASCENDING KEY SD-DEST-TIPO SD-DEST-CODIGO
                                    SD-RELATORIO SD-DATA-GERACAO
                   INPUT PROCEDURE IS SELECIONA-GERACOES
                   OUTPUT PROCEDURE IS MONTA-PACOTES
               CLOSE FD-RPTENTR
           END-IF
           PERFORM FECHA-ARQUIVOS

           DISPLAY 'FINDIST: ' WS-QTD-PACOTES ' PACOTE(S), '
                   WS-QTD-DISTRIBUIDAS ' GERACAO(OES) DISTRIBUIDA(S), '
                   WS-QTD-BLOQUEADAS ' BLOQUEADA(S) POR SIGILO, '
                   WS-QTD-NAO-ENVIADAS ' NAO ENVIADA(S), '
                   WS-QTD-SEM-CATALOGO ' SEM CATALOGO.'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT FD-RPTDEST
           IF WS-FS-RPTDEST = '35'
               OPEN OUTPUT FD-RPTDEST
               CLOSE FD-RPTDEST
               OPEN INPUT FD-RPTDEST
           END-IF

           OPEN INPUT FD-OPERADOR
           IF WS-FS-OPERADOR = '00'
               SET WS-TEM-OPERADOR TO TRUE
           END-IF

           OPEN I-O FD-RPTENTR
           IF WS-FS-RPTENTR = '35'
               OPEN OUTPUT FD-RPTENTR
               CLOSE FD-RPTENTR
               OPEN I-O FD-RPTENTR
           END-IF
           .

       FECHA-ARQUIVOS.
           CLOSE FD-RPTCAT
           CLOSE FD-RPTDEST
           IF WS-TEM-OPERADOR
               CLOSE FD-OPERADOR
           END-IF
           .

       SELECIONA-GERACOES.
      *    Geracoes da janela; para cada destinatario do catalogo,
      *    so a que ainda nao tem linha no registro de entregas.
           OPEN INPUT FD-RPTGER
           IF WS-FS-RPTGER = '35'
               SET WS-EOF-RPTGER TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-RPTGER
               READ FD-RPTGER
                   AT END
                       SET WS-EOF-RPTGER TO TRUE
                   NOT AT END
                       IF RG-DATA NOT < WS-DATA-INICIO
                           AND RG-DATA NOT > WS-DATA-HOJE
                           PERFORM AVALIA-GERACAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RPTGER = '00' OR WS-FS-RPTGER = '10'
               CLOSE FD-RPTGER
           END-IF
           .

       AVALIA-GERACAO.
           MOVE RG-RELATORIO    TO SD-RELATORIO
           MOVE RG-DATA         TO SD-DATA-GERACAO
           MOVE RG-ARQUIVO      TO SD-ARQUIVO
           MOVE RG-TITULO       TO SD-TITULO
           MOVE RG-RELATORIO    TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
      *            Aponta uma vez so, na noite da geracao.
                   IF RG-DATA = WS-DATA-HOJE
                       MOVE SPACES TO SD-DESTINO
                       MOVE ZEROS  TO SD-COPIAS
                       MOVE SPACES TO SD-CONFIDENCIAL
                                      SD-NIVEL-EXIGIDO
                       RELEASE SD-REGISTRO
                   END-IF
               NOT INVALID KEY
                   IF RC-ATIVO
                       PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                               UNTIL WS-DS-IDX > RC-QTD-DESTINOS
                           PERFORM AVALIA-DESTINO
                       END-PERFORM
                   END-IF
           END-READ
           .

       AVALIA-DESTINO.
           MOVE RC-DEST-TIPO(WS-DS-IDX)   TO RE-DEST-TIPO
           MOVE RC-DEST-CODIGO(WS-DS-IDX) TO RE-DEST-CODIGO
           MOVE RG-RELATORIO              TO RE-RELATORIO
           MOVE RG-DATA                   TO RE-DATA-GERACAO
           READ FD-RPTENTR
               INVALID KEY
                   MOVE RC-DEST-TIPO(WS-DS-IDX)   TO SD-DEST-TIPO
                   MOVE RC-DEST-CODIGO(WS-DS-IDX) TO SD-DEST-CODIGO
                   MOVE RC-COPIAS(WS-DS-IDX)      TO SD-COPIAS
                   MOVE RC-CONFIDENCIAL           TO SD-CONFIDENCIAL
                   MOVE RC-NIVEL-EXIGIDO          TO SD-NIVEL-EXIGIDO
                   RELEASE SD-REGISTRO
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

       MONTA-PACOTES.
      *    O RPTWRT so abre depois da fase de entrada do SORT: a
      *    abertura dele reescreve o RPTGER.DAT que ela le.
           PERFORM ABRE-RELATORIO
           MOVE HIGH-VALUES TO WS-DEST-CORRENTE
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                   NOT AT END
                       IF SD-SEM-CATALOGO
                           PERFORM APONTA-SEM-CATALOGO
                       ELSE
                           IF SD-DESTINO NOT = WS-DEST-CORRENTE
                               PERFORM TROCA-DESTINATARIO
                           END-IF
                           PERFORM DISTRIBUI-GERACAO
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM FECHA-PACOTE
           PERFORM FECHA-RELATORIO
           .

       APONTA-SEM-CATALOGO.
           ADD 1 TO WS-QTD-SEM-CATALOGO
           MOVE SPACES TO WS-LD-PACOTE
           MOVE 'RELATORIO SEM ENTRADA NO CATALOGO (RPTCMNT)'
               TO WS-LD-RESULTADO
           PERFORM GRAVA-LINHA-DISTRIB
           .

       TROCA-DESTINATARIO.
      *    Fecha o pacote do anterior e apura nome, nivel e
      *    situacao do novo; operador pelo mestre de operadores.
           PERFORM FECHA-PACOTE
           MOVE SD-DESTINO TO WS-DEST-CORRENTE
           MOVE SPACES     TO WS-DEST-NOME WS-DEST-NIVEL
           MOVE 'N'        TO WS-DEST-SITUACAO
           MOVE SD-DESTINO TO DT-CHAVE
           READ FD-RPTDEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DT-NOME     TO WS-DEST-NOME
                   MOVE DT-NIVEL    TO WS-DEST-NIVEL
                   MOVE DT-SITUACAO TO WS-DEST-SITUACAO
           END-READ
           IF DT-OPERADOR AND NOT WS-DEST-NAO-CADASTRADO
               AND WS-TEM-OPERADOR
               MOVE SD-DEST-CODIGO TO OP-CODIGO
               READ FD-OPERADOR
                   INVALID KEY
                       MOVE 'I' TO WS-DEST-SITUACAO
                   NOT INVALID KEY
                       MOVE OP-NIVEL TO WS-DEST-NIVEL
                       IF OP-INATIVO
                           MOVE 'I' TO WS-DEST-SITUACAO
                       END-IF
               END-READ
           END-IF
           .

       DISTRIBUI-GERACAO.
           MOVE SPACES TO WS-LD-PACOTE
           MOVE SD-NIVEL-EXIGIDO TO WS-NIVEL-TESTE
           PERFORM CONVERTE-NIVEL
           MOVE WS-NIVEL-NUM TO WS-NIVEL-EXIGIDO-NUM
           MOVE WS-DEST-NIVEL TO WS-NIVEL-TESTE
           PERFORM CONVERTE-NIVEL
           MOVE WS-NIVEL-NUM TO WS-NIVEL-DEST-NUM
           EVALUATE TRUE
               WHEN WS-DEST-NAO-CADASTRADO
                   MOVE 'DESTINATARIO NAO CADASTRADO (DESTMNT)'
                       TO WS-LD-RESULTADO
                   ADD 1 TO WS-QTD-NAO-ENVIADAS
               WHEN WS-DEST-INATIVO
                   MOVE 'DESTINATARIO INATIVO' TO WS-LD-RESULTADO
                   ADD 1 TO WS-QTD-NAO-ENVIADAS
               WHEN SD-CONFIDENCIAL = 'S'
                   AND WS-NIVEL-DEST-NUM < WS-NIVEL-EXIGIDO-NUM
                   MOVE 'B' TO RE-SITUACAO
                   MOVE SPACES TO RE-ARQUIVO-PACOTE
                   PERFORM GRAVA-ENTREGA
                   STRING 'BLOQUEADO: CONFIDENCIAL, NIVEL '
                          WS-DEST-NIVEL ' < ' SD-NIVEL-EXIGIDO
                       DELIMITED BY SIZE INTO WS-LD-RESULTADO
                   ADD 1 TO WS-QTD-BLOQUEADAS
               WHEN OTHER
                   PERFORM INCLUI-NO-PACOTE
           END-EVALUATE
           PERFORM GRAVA-LINHA-DISTRIB
           .

       INCLUI-NO-PACOTE.
      *    Arquivo da geracao sumido (faxina manual) nao grava
      *    entrega: a geracao volta a ser tentada na noite seguinte
      *    enquanto estiver na janela.
           MOVE SD-ARQUIVO TO WS-NOME-GERACAO
           OPEN INPUT FD-GERACAO
           IF WS-FS-GERACAO NOT = '00'
               MOVE 'ARQUIVO DA GERACAO NAO DISPONIVEL'
                   TO WS-LD-RESULTADO
               ADD 1 TO WS-QTD-NAO-ENVIADAS
           ELSE
               CLOSE FD-GERACAO
               IF NOT WS-HA-PACOTE-ABERTO
                   PERFORM ABRE-PACOTE
               END-IF
               PERFORM COPIA-GERACAO
                   VARYING WS-COPIA FROM 1 BY 1
                   UNTIL WS-COPIA > SD-COPIAS
               MOVE 'P'            TO RE-SITUACAO
               MOVE WS-NOME-PACOTE TO RE-ARQUIVO-PACOTE
               PERFORM GRAVA-ENTREGA
               MOVE 'INCLUIDO NO PACOTE' TO WS-LD-RESULTADO
               MOVE WS-NOME-PACOTE       TO WS-LD-PACOTE
               ADD 1 TO WS-QTD-DISTRIBUIDAS
           END-IF
           .

       ABRE-PACOTE.
      *    Segunda passada na mesma noite continua o pacote do dia,
      *    como a segunda abertura do RPTWRT continua a geracao.
           MOVE SPACES TO WS-NOME-PACOTE
           STRING 'PACOTE-'       DELIMITED BY SIZE
                  WS-DC-TIPO      DELIMITED BY SIZE
                  WS-DC-CODIGO    DELIMITED BY SPACE
                  '-'             DELIMITED BY SIZE
                  WS-DATA-HOJE    DELIMITED BY SIZE
                  '.PRT'          DELIMITED BY SIZE
                  INTO WS-NOME-PACOTE
           OPEN EXTEND FD-PACOTE
           IF WS-FS-PACOTE = '35'
               OPEN OUTPUT FD-PACOTE
           END-IF
           SET WS-HA-PACOTE-ABERTO TO TRUE
           ADD 1 TO WS-QTD-PACOTES

           MOVE WS-DATA-HOJE     TO WS-LC-DATA
           MOVE WS-DC-TIPO       TO WS-LC-TIPO
           MOVE WS-DC-CODIGO     TO WS-LC-CODIGO
           MOVE WS-DEST-NOME     TO WS-LC-NOME
           WRITE FD-PACOTE-REG FROM WS-LINHA-IGUAL
           WRITE FD-PACOTE-REG FROM WS-LINHA-CAPA-1
           WRITE FD-PACOTE-REG FROM WS-LINHA-CAPA-2
           WRITE FD-PACOTE-REG FROM WS-LINHA-IGUAL
           .

       COPIA-GERACAO.
           MOVE SD-RELATORIO    TO WS-LS-RELATORIO
           MOVE SD-DATA-GERACAO TO WS-LS-DATA
           MOVE WS-COPIA        TO WS-LS-COPIA
           MOVE SD-COPIAS       TO WS-LS-COPIAS
           WRITE FD-PACOTE-REG FROM WS-LINHA-SEPARA
           MOVE 'N' TO WS-FIM-GERACAO
           OPEN INPUT FD-GERACAO
           PERFORM UNTIL WS-EOF-GERACAO
               READ FD-GERACAO
                   AT END
                       SET WS-EOF-GERACAO TO TRUE
                   NOT AT END
                       MOVE FD-GERACAO-REG TO FD-PACOTE-REG
                       WRITE FD-PACOTE-REG
               END-READ
           END-PERFORM
           CLOSE FD-GERACAO
           .

       FECHA-PACOTE.
           IF WS-HA-PACOTE-ABERTO
               CLOSE FD-PACOTE
               MOVE 'N' TO WS-PACOTE-ABERTO
           END-IF
           .

       GRAVA-ENTREGA.
           MOVE SD-DEST-TIPO    TO RE-DEST-TIPO
           MOVE SD-DEST-CODIGO  TO RE-DEST-CODIGO
           MOVE SD-RELATORIO    TO RE-RELATORIO
           MOVE SD-DATA-GERACAO TO RE-DATA-GERACAO
           MOVE WS-DATA-HOJE    TO RE-DATA-PACOTE
           MOVE SD-COPIAS       TO RE-COPIAS
           MOVE ZEROS  TO RE-DATA-ENTREGA RE-HORA-ENTREGA
           MOVE SPACES TO RE-OPER-ENTREGA RE-RECEBEDOR
           WRITE FD-RPTENTR-REC
               INVALID KEY
                   REWRITE FD-RPTENTR-REC
           END-WRITE
           .

       CONVERTE-NIVEL.
           EVALUATE WS-NIVEL-TESTE
               WHEN 'S'
                   MOVE 3 TO WS-NIVEL-NUM
               WHEN 'O'
                   MOVE 2 TO WS-NIVEL-NUM
               WHEN 'C'
                   MOVE 1 TO WS-NIVEL-NUM
               WHEN OTHER
                   MOVE ZEROS TO WS-NIVEL-NUM
           END-EVALUATE
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'DISTRIB'  TO RW-RELATORIO
           MOVE 'DISTRIBUICAO DE RELATORIOS (PACOTES)' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-DISTRIB.
           MOVE SD-DEST-TIPO    TO WS-LD-TIPO
           MOVE SD-DEST-CODIGO  TO WS-LD-CODIGO
           MOVE SD-RELATORIO    TO WS-LD-RELATORIO
           MOVE SD-DATA-GERACAO TO WS-LD-DATA
           MOVE SD-COPIAS       TO WS-LD-COPIAS
           MOVE WS-LINHA-DISTRIB TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       END PROGRAM FINDIST.
