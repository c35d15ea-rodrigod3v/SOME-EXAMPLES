      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: IMPORTACAO DAS VENDAS DOS LOJISTAS PARCEIROS: para
      *          cada lojista ativo de LOJISTA.DAT, le o arquivo
      *          diario de vendas no crediario (VENDAS<cccc>.DAT,
      *          header com sequencia nova) e transforma cada venda
      *          num detalhe do FINLOTE.DAT, no lugar do formulario
      *          que a loja preenchia e a matriz redigitava no
      *          LOTENTRY. Cada venda passa pelas mesmas criticas do
      *          LOTENTRY - produto ativo no mestre (ou o padrao do
      *          lojista), prazo dentro do limite do objeto, 1o
      *          vencimento valido pelo VALDATA, cliente ativo - e o
      *          comprador que ainda nao existe no CADPF.DAT (pelo
      *          CPF) e incluido antes, com codigo da serie CLIENTE
      *          de NUMCTL.DAT, auditoria e jornal como no CADPF.
      *          Venda aprovada ou reprovada fica em LOJVENDA.DAT com
      *          a referencia que vai no detalhe do lote, para o
      *          FINLOJE casar depois do FINAN2 o contrato gravado ou
      *          o rejeito e emitir o extrato de repasse do lojista.
      *          O lote que ja estiver em FINLOTE.DAT (digitado no
      *          LOTENTRY) e preservado: os detalhes da loja entram
      *          no mesmo lote, com header/trailer refeitos; vendas
      *          de noites anteriores que ainda estejam no arquivo
      *          saem dele, para nao virarem contrato duas vezes.
      *          Lote existente desbalanceado, ou FINAN2 com
      *          checkpoint pendente, suspende a importacao inteira
      *          (RETURN-CODE 8) sem tocar em nada. Relatorio em
      *          FINLOJI.PRT. Roda no JOBNOTURNO antes do FINAN2.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINLOJI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOJISTA        ASSIGN TO "LOJISTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-COD-LOJISTA
               FILE STATUS IS WS-FS-LOJISTA.
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
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
           SELECT FD-LOJVENDA       ASSIGN TO "LOJVENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-NUM-REFERENCIA
               ALTERNATE RECORD KEY IS VN-CHAVE-VENDA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VN-NUM-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-LOJVENDA.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-CKPOINT        ASSIGN TO "CKPOINT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-PROGRAMA
               FILE STATUS IS WS-FS-CKPOINT.
           SELECT FD-AUDITORIA      ASSIGN TO "AUDITCAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT FD-VENDAS         ASSIGN TO DYNAMIC WS-NOME-VENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAS.
           SELECT FD-LOTE           ASSIGN TO "FINLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
      *    Areas de trabalho da montagem do lote: os detalhes do
      *    lote que ja estava no FINLOTE.DAT e os detalhes novos das
      *    lojas, juntados no fim num lote unico.
           SELECT FD-LOTEANT        ASSIGN TO "FINLOTE.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTEANT.
           SELECT FD-LOJLOTE        ASSIGN TO "LOJLOTE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOJLOTE.
           SELECT FD-RELATO         ASSIGN TO "FINLOJI.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LOJISTA.
       01  FD-LOJISTA-REC.
           COPY LOJISTAREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       FD  FD-LOJVENDA.
       01  FD-LOJVENDA-REC.
           COPY LOJVENDREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-CKPOINT.
       01  FD-CKPOINT-REC.
           COPY CKPOINTREC.

       FD  FD-AUDITORIA.
       01  FD-AUDITORIA-REC.
           COPY AUDITCAD.

       FD  FD-VENDAS.
       01  FD-VENDAS-REC.
           COPY VENDASREC.

       FD  FD-LOTE.
       01  FD-LOTE-REG.
           COPY LOTETRAN.
       01  FD-LOTE-CTL.
           03 LC-TIPO-REG            PIC X(01).
           03 LC-LOTE-ID             PIC 9(06).
           03 LC-QTD-DETALHES        PIC 9(05).
           03 LC-HASH-VALOR          PIC 9(11)V99.

       FD  FD-LOTEANT.
       01  FD-LOTEANT-REG           PIC X(93).

       FD  FD-LOJLOTE.
       01  FD-LOJLOTE-REG           PIC X(93).

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-LOJISTA       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-LOJVENDA      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-CKPOINT       PIC X(02) VALUE '00'.
           03 WS-FS-AUDITORIA     PIC X(02) VALUE '00'.
           03 WS-FS-VENDAS        PIC X(02) VALUE '00'.
           03 WS-FS-LOTE          PIC X(02) VALUE '00'.
           03 WS-FS-LOTEANT       PIC X(02) VALUE '00'.
           03 WS-FS-LOJLOTE       PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY UPDJRNPARM.
         COPY MAXPARC.
         COPY CEPTAB.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINLOJI'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-NOME-VENDAS          PIC X(20) VALUE SPACES.

         01 WS-FIM-LOJISTA          PIC X(01) VALUE 'N'.
             88 WS-EOF-LOJISTA              VALUE 'S'.
         01 WS-FIM-VENDAS           PIC X(01).
             88 WS-EOF-VENDAS               VALUE 'S'.
         01 WS-FIM-LOTE             PIC X(01).
             88 WS-EOF-LOTE                 VALUE 'S'.
         01 WS-FIM-TRABALHO         PIC X(01).
             88 WS-EOF-TRABALHO             VALUE 'S'.
         01 WS-FIM-CHAVE-VENDA      PIC X(01).
             88 WS-EOF-CHAVE-VENDA          VALUE 'S'.

      *  Situacao do lote que ja estava no FINLOTE.DAT.
         01 WS-LOTE-ANTERIOR.
           03 WS-LA-EXISTE          PIC X(01).
               88 WS-HA-LOTE-ANTERIOR         VALUE 'S'.
           03 WS-LA-TEM-HEADER      PIC X(01).
           03 WS-LA-TEM-TRAILER     PIC X(01).
           03 WS-LA-BALANCEADO      PIC X(01).
               88 WS-LA-LOTE-BALANCEADO       VALUE 'S'.
           03 WS-LA-LOTE-ID         PIC 9(06).
           03 WS-LA-COD-FILIAL      PIC 9(03).
           03 WS-LA-QTD-DETALHES    PIC 9(05).
           03 WS-LA-HASH-VALOR      PIC 9(11)V99.
           03 WS-LA-QTD-MANTIDOS    PIC 9(05).
           03 WS-LA-QTD-RETIRADOS   PIC 9(05).
         01 WS-IMPORTACAO-OK        PIC X(01) VALUE 'S'.
             88 WS-PODE-IMPORTAR            VALUE 'S'.

         01 WS-ARQUIVO-VALIDO       PIC X(01).
             88 WS-ARQUIVO-ACEITO           VALUE 'S'.
         01 WS-SEQ-RECEBIDA         PIC 9(06).
         01 WS-QTD-DETALHES-ARQ     PIC 9(06).
         01 WS-VR-DETALHES-ARQ      PIC 9(09)V99.

      *  Critica da venda: motivo 01/02/03/07 com o mesmo sentido
      *  dos motivos de rejeito do FINAN2; de 11 em diante sao da
      *  propria importacao.
         01 WS-VENDA-VALIDA         PIC X(01).
             88 WS-VENDA-OK                 VALUE 'S'.
         01 WS-MOTIVO-VENDA         PIC 9(02).
         01 WS-DESCR-MOTIVO         PIC X(30).
         01 WS-VENDA-REPETIDA       PIC X(01).
             88 WS-VENDA-JA-IMPORTADA       VALUE 'S'.
         01 WS-PRODUTO-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-MESTRE-PRODUTO-OK        VALUE 'S'.
         01 WS-COD-PRODUTO          PIC 9(03).
         01 WS-OBJETO               PIC X(20).
         01 WS-MAX-PRAZO-OBJETO     PIC 999.
         01 WS-TAB-IDX              PIC 9.
         01 WS-1A-VENCTO            PIC 9(08).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NOME-CLIENTE         PIC X(20).
         01 WS-CLIENTE-NOVO         PIC X(01).
             88 WS-INCLUIU-CLIENTE          VALUE 'S'.
         01 WS-GRAVOU-CLIENTE       PIC X(01).
             88 WS-CLIENTE-GRAVADO          VALUE 'S'.
         01 WS-TENTATIVAS           PIC 9(02).

      *  Digito verificador do CPF, como no CADPF.
         01 WS-CPF                  PIC 9(11).
         01 WS-CPF-R REDEFINES WS-CPF.
           03 WS-CPF-DIGITO         PIC 9 OCCURS 11 TIMES.
         01 WS-VALIDA-CPF.
           03 WS-CPF-SOMA           PIC 9(04).
           03 WS-CPF-RESTO          PIC 9(02).
           03 WS-CPF-DV             PIC 9.
           03 WS-CPF-IND            PIC 99.
           03 WS-CPF-PESO           PIC 99.
           03 WS-CPF-QTD-DIG        PIC 99.
           03 WS-CPF-OK             PIC X VALUE 'N'.
               88 WS-CPF-VALIDO             VALUE 'S'.

         01 WS-DETALHE-ED.
           COPY LOTETRAN REPLACING LEADING ==LT-== BY ==ED-==.

         01 WS-TELEFONE             PIC 9(09).
         01 WS-TELEFONE-R REDEFINES WS-TELEFONE.
           03 WS-TEL-PREFIXO        PIC 9(05).
           03 WS-TEL-SUFIXO         PIC 9(04).

         01 WS-QTD-GRAVADOS         PIC 9(05).
         01 WS-HASH-VALOR           PIC 9(11)V99.

         01 WS-QTD-ARQUIVOS         PIC 9(04) VALUE ZEROS.
         01 WS-QTD-VENDAS           PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ENVIADAS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-REJEITADAS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-CLIENTES-NOVOS   PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ENV-LOJISTA      PIC 9(06).
         01 WS-QTD-REJ-LOJISTA      PIC 9(06).
         01 WS-VR-ENV-LOJISTA       PIC 9(09)V99.

         01 WS-LINHA-LOJISTA.
           03 FILLER                PIC X(08) VALUE 'LOJISTA '.
           03 WS-LL-LOJISTA         PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LL-NOME            PIC X(30).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LL-TEXTO           PIC X(34).

         01 WS-LINHA-VENDA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LV-REF-VENDA       PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-CPF             PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-VALOR           PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-MOTIVO          PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-DESCRICAO       PIC X(30).

         01 WS-LINHA-TOTAL.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-ENVIADAS        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(17) VALUE
                                    ' VENDA(S) NO LOTE'.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LT-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LT-REJEITADAS      PIC ZZZ.ZZ9.
           03 FILLER                PIC X(14) VALUE
                                    ' REJEITADA(S)'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           OPEN OUTPUT FD-RELATO
           PERFORM VERIFICA-CHECKPOINT-FINAN2
           IF WS-PODE-IMPORTAR
               PERFORM SEPARA-LOTE-ANTERIOR
           END-IF

           IF WS-PODE-IMPORTAR
               PERFORM ABRE-ARQUIVOS
               PERFORM IMPORTA-VENDAS-LOJISTAS
               PERFORM FECHA-ARQUIVOS
               IF WS-QTD-ENVIADAS > ZEROS OR WS-LA-QTD-RETIRADOS > ZEROS
                   PERFORM MONTA-LOTE-NOVO
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE FD-RELATO

           DISPLAY 'FINLOJI: ' WS-QTD-ARQUIVOS ' ARQUIVO(S), '
                   WS-QTD-VENDAS ' VENDA(S), ' WS-QTD-ENVIADAS
                   ' NO LOTE, ' WS-QTD-REJEITADAS ' REJEITADA(S), '
                   WS-QTD-CLIENTES-NOVOS ' CLIENTE(S) NOVO(S).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       VERIFICA-CHECKPOINT-FINAN2.
      *    FINAN2 com checkpoint pendente vai retomar o lote atual
      *    pela posicao do detalhe; remontar o FINLOTE.DAT agora
      *    mudaria essa posicao.
           OPEN INPUT FD-CKPOINT
           IF WS-FS-CKPOINT = '00'
               MOVE 'FINAN2' TO CK-PROGRAMA
               READ FD-CKPOINT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-IMPORTACAO-OK
                       MOVE 'FINAN2 COM CHECKPOINT PENDENTE - '
                           TO FD-RELATO-REG
                       WRITE FD-RELATO-REG
                       MOVE 'IMPORTACAO SUSPENSA.' TO FD-RELATO-REG
                       WRITE FD-RELATO-REG
                       DISPLAY 'FINLOJI: FINAN2 COM CHECKPOINT '
                               'PENDENTE - IMPORTACAO SUSPENSA.'
               END-READ
               CLOSE FD-CKPOINT
           END-IF
           .

       SEPARA-LOTE-ANTERIOR.
      *    Confere o lote que ja esta no FINLOTE.DAT (mesma
      *    contagem e hash do CONFERE-LOTE do FINAN2) e separa em
      *    FINLOTE.ANT os detalhes que vao continuar nele; detalhe
      *    de venda de loja de noite anterior (referencia achada
      *    no LOJVENDA.DAT para o mesmo cliente e valor) sai.
           MOVE 'N'   TO WS-LA-EXISTE WS-LA-TEM-HEADER
                         WS-LA-TEM-TRAILER WS-LA-BALANCEADO
           MOVE ZEROS TO WS-LA-LOTE-ID WS-LA-QTD-DETALHES
                         WS-LA-HASH-VALOR WS-LA-QTD-MANTIDOS
                         WS-LA-COD-FILIAL
                         WS-LA-QTD-RETIRADOS
           OPEN INPUT FD-LOTE
           IF WS-FS-LOTE = '00'
               SET WS-HA-LOTE-ANTERIOR TO TRUE
               OPEN OUTPUT FD-LOTEANT
               OPEN INPUT FD-LOJVENDA
               MOVE 'N' TO WS-FIM-LOTE
               PERFORM UNTIL WS-EOF-LOTE
                   READ FD-LOTE
                       AT END
                           SET WS-EOF-LOTE TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LT-REG-HEADER
                                   MOVE 'S' TO WS-LA-TEM-HEADER
                                   MOVE LC-LOTE-ID TO WS-LA-LOTE-ID
                                   IF LT-COD-FILIAL IS NUMERIC
                                       MOVE LT-COD-FILIAL
                                           TO WS-LA-COD-FILIAL
                                   END-IF
                               WHEN LT-REG-TRAILER
                                   MOVE 'S' TO WS-LA-TEM-TRAILER
                                   IF LC-QTD-DETALHES =
                                           WS-LA-QTD-DETALHES
                                       AND LC-HASH-VALOR =
                                           WS-LA-HASH-VALOR
                                       MOVE 'S' TO WS-LA-BALANCEADO
                                   END-IF
                               WHEN LT-REG-DETALHE
                                   ADD 1 TO WS-LA-QTD-DETALHES
                                   IF LT-VALOR IS NUMERIC
                                       ADD LT-VALOR TO WS-LA-HASH-VALOR
                                   END-IF
                                   PERFORM SEPARA-DETALHE-ANTERIOR
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               IF WS-FS-LOJVENDA = '00'
                   CLOSE FD-LOJVENDA
               END-IF
               CLOSE FD-LOTEANT
               CLOSE FD-LOTE
               IF WS-LA-TEM-HEADER NOT = 'S'
                   OR WS-LA-TEM-TRAILER NOT = 'S'
                   MOVE 'N' TO WS-LA-BALANCEADO
               END-IF
               IF NOT WS-LA-LOTE-BALANCEADO
                   MOVE 'N' TO WS-IMPORTACAO-OK
                   MOVE 'FINLOTE.DAT DESBALANCEADO - IMPORTACAO '
                       TO FD-RELATO-REG
                   WRITE FD-RELATO-REG
                   MOVE 'SUSPENSA; CORRIJA O LOTE NO LOTENTRY.'
                       TO FD-RELATO-REG
                   WRITE FD-RELATO-REG
                   DISPLAY 'FINLOJI: FINLOTE.DAT DESBALANCEADO - '
                           'IMPORTACAO SUSPENSA.'
               END-IF
           END-IF
           .

       SEPARA-DETALHE-ANTERIOR.
           MOVE 'N' TO WS-VENDA-REPETIDA
           IF WS-FS-LOJVENDA = '00' AND LT-NUM-CONTRATO IS NUMERIC
               MOVE LT-NUM-CONTRATO TO VN-NUM-REFERENCIA
               READ FD-LOJVENDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VN-COD-CLIENTE = LT-COD-CLIENTE
                           AND VN-VALOR = LT-VALOR
                           SET WS-VENDA-JA-IMPORTADA TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-VENDA-JA-IMPORTADA
               ADD 1 TO WS-LA-QTD-RETIRADOS
           ELSE
               WRITE FD-LOTEANT-REG FROM FD-LOTE-REG
               ADD 1 TO WS-LA-QTD-MANTIDOS
           END-IF
           .

       ABRE-ARQUIVOS.
           OPEN I-O FD-LOJISTA
           IF WS-FS-LOJISTA = '35'
               OPEN OUTPUT FD-LOJISTA
               CLOSE FD-LOJISTA
               OPEN I-O FD-LOJISTA
           END-IF
           OPEN I-O FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN I-O FD-CADASTRO
           END-IF
           OPEN INPUT FD-PRODUTO
           IF WS-FS-PRODUTO = '00'
               SET WS-MESTRE-PRODUTO-OK TO TRUE
           END-IF
           OPEN I-O FD-LOJVENDA
           IF WS-FS-LOJVENDA = '35'
               OPEN OUTPUT FD-LOJVENDA
               CLOSE FD-LOJVENDA
               OPEN I-O FD-LOJVENDA
           END-IF
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           OPEN OUTPUT FD-LOJLOTE
           .

       FECHA-ARQUIVOS.
           CLOSE FD-LOJLOTE
           CLOSE FD-NUMCTL
           CLOSE FD-LOJVENDA
           IF WS-MESTRE-PRODUTO-OK
               CLOSE FD-PRODUTO
           END-IF
           CLOSE FD-CADASTRO
           CLOSE FD-LOJISTA
           .

       IMPORTA-VENDAS-LOJISTAS.
      *    Cada lojista ativo pode mandar o seu VENDAS<cccc>.DAT;
      *    sem o arquivo nao e erro - a loja nao vendeu no dia.
           MOVE ZEROS TO LJ-COD-LOJISTA
           MOVE 'N' TO WS-FIM-LOJISTA
           START FD-LOJISTA KEY NOT < LJ-COD-LOJISTA
               INVALID KEY
                   SET WS-EOF-LOJISTA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LOJISTA
               READ FD-LOJISTA NEXT RECORD
                   AT END
                       SET WS-EOF-LOJISTA TO TRUE
                   NOT AT END
                       IF LJ-ATIVO
                           PERFORM IMPORTA-ARQUIVO-LOJISTA
                       END-IF
               END-READ
           END-PERFORM
           .

       IMPORTA-ARQUIVO-LOJISTA.
           MOVE SPACES TO WS-NOME-VENDAS
           STRING 'VENDAS'          DELIMITED BY SIZE
                  LJ-COD-LOJISTA    DELIMITED BY SIZE
                  '.DAT'            DELIMITED BY SIZE
                  INTO WS-NOME-VENDAS
           OPEN INPUT FD-VENDAS
           MOVE WS-FS-VENDAS TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK
               PERFORM LE-ARQUIVO-VENDAS
               CLOSE FD-VENDAS
           END-IF
           .

       LE-ARQUIVO-VENDAS.
      *    Header primeiro: codigo do proprio lojista e sequencia
      *    nova; fora disso o arquivo inteiro fica de fora.
           MOVE 'N'   TO WS-ARQUIVO-VALIDO WS-FIM-VENDAS
           MOVE ZEROS TO WS-QTD-DETALHES-ARQ WS-VR-DETALHES-ARQ
                         WS-SEQ-RECEBIDA WS-QTD-ENV-LOJISTA
                         WS-QTD-REJ-LOJISTA WS-VR-ENV-LOJISTA
           MOVE LJ-COD-LOJISTA TO WS-LL-LOJISTA
           MOVE LJ-NOME        TO WS-LL-NOME
           READ FD-VENDAS
               AT END
                   SET WS-EOF-VENDAS TO TRUE
               NOT AT END
                   IF VD-REG-HEADER
                       AND VD-H-COD-LOJISTA = LJ-COD-LOJISTA
                       AND VD-H-SEQUENCIA IS NUMERIC
                       AND VD-H-SEQUENCIA > LJ-ULT-SEQ-VENDAS
                       SET WS-ARQUIVO-ACEITO TO TRUE
                       MOVE VD-H-SEQUENCIA TO WS-SEQ-RECEBIDA
                   END-IF
           END-READ

           IF NOT WS-ARQUIVO-ACEITO
               MOVE 'ARQUIVO REJEITADO: HEADER/SEQ.'
                   TO WS-LL-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-LOJISTA
               DISPLAY 'FINLOJI: ' WS-NOME-VENDAS ' REJEITADO - '
                       'HEADER INVALIDO OU SEQUENCIA JA IMPORTADA.'
           ELSE
               ADD 1 TO WS-QTD-ARQUIVOS
               MOVE SPACES TO WS-LL-TEXTO
               STRING 'VENDAS SEQUENCIA ' WS-SEQ-RECEBIDA
                   DELIMITED BY SIZE INTO WS-LL-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-LOJISTA
               PERFORM UNTIL WS-EOF-VENDAS
                   READ FD-VENDAS
                       AT END
                           SET WS-EOF-VENDAS TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN VD-REG-DETALHE
                                   ADD 1 TO WS-QTD-DETALHES-ARQ
                                   IF VD-VALOR IS NUMERIC
                                       ADD VD-VALOR
                                           TO WS-VR-DETALHES-ARQ
                                   END-IF
                                   PERFORM PROCESSA-UMA-VENDA
                               WHEN VD-REG-TRAILER
                                   PERFORM CONFERE-TRAILER
                                   SET WS-EOF-VENDAS TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE WS-QTD-ENV-LOJISTA TO WS-LT-ENVIADAS
               MOVE WS-VR-ENV-LOJISTA  TO WS-LT-VALOR
               MOVE WS-QTD-REJ-LOJISTA TO WS-LT-REJEITADAS
               WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
               MOVE WS-SEQ-RECEBIDA TO LJ-ULT-SEQ-VENDAS
               REWRITE FD-LOJISTA-REC
           END-IF
           .

       CONFERE-TRAILER.
      *    Divergencia no trailer e so apontada: cada venda ja foi
      *    criticada e controlada por si.
           IF VD-T-QTD-DETALHES NOT = WS-QTD-DETALHES-ARQ
               OR VD-T-VR-TOTAL NOT = WS-VR-DETALHES-ARQ
               MOVE 'TRAILER NAO CONFERE COM DETALHES'
                   TO WS-LL-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-LOJISTA
           END-IF
           .

       PROCESSA-UMA-VENDA.
      *    Criticas na ordem: dados da venda (11), CPF (12), venda
      *    repetida (13), produto (07), prazo (02), 1o vencimento
      *    (03) e so entao o cliente - achado pelo CPF tem de estar
      *    ativo (01); novo e incluido no CADPF (14/15 se nao der).
           ADD 1 TO WS-QTD-VENDAS
           MOVE 'S'    TO WS-VENDA-VALIDA
           MOVE ZEROS  TO WS-MOTIVO-VENDA WS-COD-CLIENTE
           MOVE SPACES TO WS-DESCR-MOTIVO
           MOVE 'N'    TO WS-CLIENTE-NOVO

           IF VD-VALOR NOT NUMERIC OR VD-VALOR = ZEROS
               OR VD-NUM-PARCELAS NOT NUMERIC
               OR VD-DATA-VENDA NOT NUMERIC
               OR VD-COD-PRODUTO NOT NUMERIC
               MOVE 11 TO WS-MOTIVO-VENDA
               MOVE 'DADOS DA VENDA INVALIDOS' TO WS-DESCR-MOTIVO
           ELSE
               MOVE VD-DATA-VENDA(7:2) TO DV-DIA
               MOVE VD-DATA-VENDA(5:2) TO DV-MES
               MOVE VD-DATA-VENDA(1:4) TO DV-ANO
               CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                     DV-DATA-VALIDA
               IF DV-DATA-E-INVALIDA
                   MOVE 11 TO WS-MOTIVO-VENDA
                   MOVE 'DATA DA VENDA INVALIDA' TO WS-DESCR-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               IF VD-CPF IS NUMERIC
                   MOVE VD-CPF TO WS-CPF
                   PERFORM VALIDA-CPF
               ELSE
                   MOVE 'N' TO WS-CPF-OK
               END-IF
               IF NOT WS-CPF-VALIDO
                   MOVE 12 TO WS-MOTIVO-VENDA
                   MOVE 'CPF INVALIDO' TO WS-DESCR-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               PERFORM VERIFICA-VENDA-REPETIDA
               IF WS-VENDA-JA-IMPORTADA
                   MOVE 13 TO WS-MOTIVO-VENDA
                   MOVE 'VENDA JA IMPORTADA' TO WS-DESCR-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               PERFORM CRITICA-PRODUTO-PRAZO
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               COMPUTE WS-1A-VENCTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(VD-DATA-VENDA)
                   + LJ-DIAS-1A-VENCTO)
               MOVE WS-1A-VENCTO(7:2) TO DV-DIA
               MOVE WS-1A-VENCTO(5:2) TO DV-MES
               MOVE WS-1A-VENCTO(1:4) TO DV-ANO
               CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                     DV-DATA-VALIDA
               IF DV-DATA-E-INVALIDA
                   MOVE 03 TO WS-MOTIVO-VENDA
                   MOVE 'DATA DO 1O VENCIMENTO INVALIDA'
                       TO WS-DESCR-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               PERFORM LOCALIZA-OU-INCLUI-CLIENTE
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               PERFORM GRAVA-DETALHE-LOTE
           ELSE
               PERFORM REJEITA-VENDA
           END-IF
           .

       VALIDA-CPF.
           MOVE 'N' TO WS-CPF-OK
           MOVE 9 TO WS-CPF-QTD-DIG
           PERFORM CALCULA-DV-CPF
           IF WS-CPF-DV = WS-CPF-DIGITO(10)
               MOVE 10 TO WS-CPF-QTD-DIG
               PERFORM CALCULA-DV-CPF
               IF WS-CPF-DV = WS-CPF-DIGITO(11)
                   MOVE 'S' TO WS-CPF-OK
               END-IF
           END-IF
           .

       CALCULA-DV-CPF.
           MOVE ZEROS TO WS-CPF-SOMA
           COMPUTE WS-CPF-PESO = WS-CPF-QTD-DIG + 1
           PERFORM VARYING WS-CPF-IND FROM 1 BY 1
                   UNTIL WS-CPF-IND > WS-CPF-QTD-DIG
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   (WS-CPF-DIGITO(WS-CPF-IND) * WS-CPF-PESO)
               SUBTRACT 1 FROM WS-CPF-PESO
           END-PERFORM
           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA * 10, 11)
           IF WS-CPF-RESTO > 9
               MOVE 0 TO WS-CPF-DV
           ELSE
               MOVE WS-CPF-RESTO TO WS-CPF-DV
           END-IF
           .

       VERIFICA-VENDA-REPETIDA.
      *    Mesmo cupom do mesmo lojista ja enviado ou aceito e
      *    repeticao; o que foi rejeitado pode voltar corrigido.
           MOVE 'N' TO WS-VENDA-REPETIDA WS-FIM-CHAVE-VENDA
           MOVE LJ-COD-LOJISTA TO VN-COD-LOJISTA
           MOVE VD-REF-VENDA   TO VN-REF-VENDA
           START FD-LOJVENDA KEY = VN-CHAVE-VENDA
               INVALID KEY
                   SET WS-EOF-CHAVE-VENDA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CHAVE-VENDA
               READ FD-LOJVENDA NEXT RECORD
                   AT END
                       SET WS-EOF-CHAVE-VENDA TO TRUE
                   NOT AT END
                       IF VN-COD-LOJISTA NOT = LJ-COD-LOJISTA
                           OR VN-REF-VENDA NOT = VD-REF-VENDA
                           SET WS-EOF-CHAVE-VENDA TO TRUE
                       ELSE
                           IF NOT VN-REJEITADA
                               SET WS-VENDA-JA-IMPORTADA TO TRUE
                               SET WS-EOF-CHAVE-VENDA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CRITICA-PRODUTO-PRAZO.
      *    Produto da venda ou, sem ele, o padrao do lojista; com
      *    codigo, descricao e prazo maximo oficiais do mestre; sem
      *    codigo, a descricao livre e a tabela por objeto (MAXPARC),
      *    como no LOTENTRY.
           IF VD-COD-PRODUTO > ZEROS
               MOVE VD-COD-PRODUTO TO WS-COD-PRODUTO
           ELSE
               MOVE LJ-COD-PRODUTO TO WS-COD-PRODUTO
           END-IF

           IF WS-COD-PRODUTO > ZEROS
               MOVE 'N' TO WS-VENDA-VALIDA
               IF WS-MESTRE-PRODUTO-OK
                   MOVE WS-COD-PRODUTO TO PT-COD-PRODUTO
                   READ FD-PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PT-ATIVO
                               SET WS-VENDA-OK TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF WS-VENDA-OK
                   MOVE PT-DESCRICAO TO WS-OBJETO
                   MOVE PT-MAX-PRAZO TO WS-MAX-PRAZO-OBJETO
               ELSE
                   MOVE 07 TO WS-MOTIVO-VENDA
                   MOVE 'PRODUTO INEXISTENTE/INATIVO'
                       TO WS-DESCR-MOTIVO
               END-IF
           ELSE
               MOVE VD-DESCRICAO TO WS-OBJETO
               MOVE 24 TO WS-MAX-PRAZO-OBJETO
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX > 6
                   IF WS-OBJETO = WS-TAB-OBJETO(WS-TAB-IDX)
                       MOVE WS-TAB-MAX-PRAZO(WS-TAB-IDX)
                           TO WS-MAX-PRAZO-OBJETO
                   END-IF
               END-PERFORM
           END-IF

           IF WS-MOTIVO-VENDA = ZEROS
               IF VD-NUM-PARCELAS = ZEROS
                   OR VD-NUM-PARCELAS > WS-MAX-PRAZO-OBJETO
                   MOVE 02 TO WS-MOTIVO-VENDA
                   MOVE 'PRAZO FORA DO LIMITE DO OBJETO'
                       TO WS-DESCR-MOTIVO
               END-IF
           END-IF
           .

       LOCALIZA-OU-INCLUI-CLIENTE.
           MOVE VD-CPF TO FD-CPF
           READ FD-CADASTRO KEY IS FD-CPF
               INVALID KEY
                   PERFORM INCLUI-CLIENTE-VENDA
               NOT INVALID KEY
                   IF FD-CLIENTE-INATIVO
                       MOVE 01 TO WS-MOTIVO-VENDA
                       MOVE 'CLIENTE INATIVO NO CADASTRO'
                           TO WS-DESCR-MOTIVO
                   ELSE
                       MOVE FD-CAD-COD-CLIENTE TO WS-COD-CLIENTE
                   END-IF
           END-READ
           IF WS-MOTIVO-VENDA = ZEROS
               MOVE SPACES TO WS-NOME-CLIENTE
               STRING FD-PRIMEIRO-NOME DELIMITED BY SPACE
                      ' '
                      FD-ULTIMO-NOME   DELIMITED BY SPACE
                      INTO WS-NOME-CLIENTE
           END-IF
           .

       INCLUI-CLIENTE-VENDA.
      *    Comprador novo: pessoa fisica ativa com os dados que a
      *    loja mandou; endereco pelo CEP quando ele esta na tabela
      *    do CADPF (CEPTAB), o resto e completado no balcao. O
      *    codigo sai da serie CLIENTE; codigo ja usado por
      *    inclusao manual no CADPF faz pegar o proximo.
           IF VD-PRIMEIRO-NOME = SPACES
               MOVE 14 TO WS-MOTIVO-VENDA
               MOVE 'CLIENTE NOVO SEM NOME' TO WS-DESCR-MOTIVO
           ELSE
               MOVE 'N'   TO WS-GRAVOU-CLIENTE
               MOVE ZEROS TO WS-TENTATIVAS
               PERFORM UNTIL WS-CLIENTE-GRAVADO OR WS-TENTATIVAS > 50
                   ADD 1 TO WS-TENTATIVAS
                   PERFORM MONTA-CLIENTE-VENDA
                   WRITE FD-CADASTRO-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLIENTE-GRAVADO TO TRUE
                   END-WRITE
               END-PERFORM
               IF WS-CLIENTE-GRAVADO
                   SET WS-INCLUIU-CLIENTE TO TRUE
                   MOVE FD-CAD-COD-CLIENTE TO WS-COD-CLIENTE
                   ADD 1 TO WS-QTD-CLIENTES-NOVOS
                   PERFORM GRAVA-AUDIT-CADASTRO
                   MOVE 'CADPF' TO JN-PARM-ARQUIVO
                   MOVE 'W'     TO JN-PARM-OPERACAO
                   MOVE FD-CADASTRO-REC TO JN-PARM-IMAGEM
                   CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO
                           JN-PARM-OPERACAO JN-PARM-IMAGEM
               ELSE
                   MOVE 15 TO WS-MOTIVO-VENDA
                   MOVE 'CLIENTE NAO INCLUIDO NO CADPF'
                       TO WS-DESCR-MOTIVO
               END-IF
           END-IF
           .

       MONTA-CLIENTE-VENDA.
           MOVE SPACES TO FD-CADASTRO-REC
           PERFORM OBTEM-CODIGO-CLIENTE
           MOVE 'F'              TO FD-TIPO-PESSOA
           MOVE VD-CPF           TO FD-CPF
           MOVE VD-PRIMEIRO-NOME TO FD-PRIMEIRO-NOME
           MOVE VD-ULTIMO-NOME   TO FD-ULTIMO-NOME
           MOVE 55               TO FD-PAIS
           MOVE ZEROS            TO FD-DDD FD-PREFIXO FD-SUFIXO
           IF VD-DDD IS NUMERIC
               MOVE VD-DDD TO FD-DDD
           END-IF
           IF VD-TELEFONE IS NUMERIC
               MOVE VD-TELEFONE    TO WS-TELEFONE
               MOVE WS-TEL-PREFIXO TO FD-PREFIXO
               MOVE WS-TEL-SUFIXO  TO FD-SUFIXO
           END-IF
           MOVE VD-CEP(1:5) TO FD-CEP-1
           MOVE VD-CEP(6:3) TO FD-CEP-2
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > 5
               IF FD-CEP-1 = WS-TAB-CEP-PREFIXO(WS-TAB-IDX)
                   MOVE WS-TAB-CEP-RUA(WS-TAB-IDX)    TO FD-RUA
                   MOVE WS-TAB-CEP-BAIRRO(WS-TAB-IDX) TO FD-BAIRRO
                   MOVE WS-TAB-CEP-CIDADE(WS-TAB-IDX) TO FD-CIDADE
                   MOVE WS-TAB-CEP-UF(WS-TAB-IDX)     TO FD-UF
               END-IF
           END-PERFORM
           MOVE 'BRASILEIRA' TO FD-NACIONALIDADE
           MOVE ZEROS TO FD-CNPJ FD-LIMITE-CREDITO FD-BUREAU-DATA
                         FD-DATA-CORRESP-DEV
           MOVE 'A' TO FD-SITUACAO-CLIENTE
           IF VD-DATA-NASC IS NUMERIC
               MOVE VD-DATA-NASC TO FD-DATA-NASC
           ELSE
               MOVE ZEROS TO FD-DATA-NASC
           END-IF
           .

       OBTEM-CODIGO-CLIENTE.
      *    Le, usa e incrementa a serie CLIENTE de NUMCTL.DAT; na
      *    primeira vez a serie e semeada com o maior codigo ja
      *    cadastrado + 1, como a serie CONTRATO do FINAN2.
           MOVE 'CLIENTE' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   PERFORM SEMEIA-SERIE-CLIENTE
                   MOVE 'CLIENTE' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO FD-CAD-COD-CLIENTE
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       SEMEIA-SERIE-CLIENTE.
           MOVE 1 TO NU-PROXIMO-NUMERO
           MOVE ZEROS TO FD-CAD-COD-CLIENTE
           MOVE 'N' TO WS-FIM-TRABALHO
           START FD-CADASTRO KEY NOT < FD-CAD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-TRABALHO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-TRABALHO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-TRABALHO TO TRUE
                   NOT AT END
                       IF FD-CAD-COD-CLIENTE NOT < NU-PROXIMO-NUMERO
                           COMPUTE NU-PROXIMO-NUMERO =
                               FD-CAD-COD-CLIENTE + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-AUDIT-CADASTRO.
      *    Inclusao auditada como no CADPF: imagem anterior em
      *    branco, o programa no campo de terminal.
           OPEN EXTEND FD-AUDITORIA
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT FD-AUDITORIA
               CLOSE FD-AUDITORIA
               OPEN EXTEND FD-AUDITORIA
           END-IF
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE 'A'                 TO AU-OPERACAO
           MOVE WS-JOB-NOME         TO AU-USUARIO
           MOVE WS-JOB-NOME         TO AU-TERMINAL
           MOVE FD-CAD-COD-CLIENTE  TO AU-COD-CLIENTE
           MOVE SPACES              TO AU-IMAGEM-ANTES
           MOVE FD-CADASTRO-REC     TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           CLOSE FD-AUDITORIA
           .

       GRAVA-DETALHE-LOTE.
      *    Detalhe do lote nas condicoes padrao do lojista; a
      *    referencia da serie LOJVENDA vai no campo de referencia
      *    da agencia e e a chave do controle da venda.
           PERFORM MONTA-CONTROLE-VENDA
           MOVE 'E' TO VN-SITUACAO

           MOVE SPACES TO WS-DETALHE-ED
           SET ED-REG-DETALHE TO TRUE
           MOVE VN-NUM-REFERENCIA TO ED-NUM-CONTRATO
           MOVE WS-COD-CLIENTE    TO ED-COD-CLIENTE
           MOVE WS-NOME-CLIENTE   TO ED-CLIENTE
           MOVE WS-OBJETO         TO ED-OBJETO
           MOVE VD-VALOR          TO ED-VALOR
           MOVE LJ-TAXA-JUROS     TO ED-TAXA-JUROS
           MOVE LJ-METODO-AMORT   TO ED-METODO-AMORT
           MOVE VD-NUM-PARCELAS   TO ED-NUM-PARCELAS
           MOVE WS-1A-VENCTO      TO ED-1A-VENCTO
           MOVE ZEROS             TO ED-MESES-CARENCIA
           MOVE LJ-COD-AGENTE     TO ED-COD-AGENTE
           MOVE WS-COD-PRODUTO    TO ED-COD-PRODUTO
           WRITE FD-LOJLOTE-REG FROM WS-DETALHE-ED

           WRITE FD-LOJVENDA-REC
           ADD 1 TO WS-QTD-ENVIADAS WS-QTD-ENV-LOJISTA
           ADD VD-VALOR TO WS-VR-ENV-LOJISTA
           .

       REJEITA-VENDA.
           PERFORM MONTA-CONTROLE-VENDA
           MOVE 'R'             TO VN-SITUACAO
           MOVE 'L'             TO VN-ORIGEM-REJ
           MOVE WS-MOTIVO-VENDA TO VN-MOTIVO-REJ
           MOVE WS-DESCR-MOTIVO TO VN-DESCR-MOTIVO
           MOVE ZEROS           TO VN-VR-ACORDO VN-VR-LIQUIDO
           WRITE FD-LOJVENDA-REC
           ADD 1 TO WS-QTD-REJEITADAS WS-QTD-REJ-LOJISTA

           MOVE VD-REF-VENDA    TO WS-LV-REF-VENDA
           MOVE ZEROS           TO WS-LV-CPF WS-LV-VALOR
           IF VD-CPF IS NUMERIC
               MOVE VD-CPF TO WS-LV-CPF
           END-IF
           IF VD-VALOR IS NUMERIC
               MOVE VD-VALOR TO WS-LV-VALOR
           END-IF
           MOVE WS-MOTIVO-VENDA TO WS-LV-MOTIVO
           MOVE WS-DESCR-MOTIVO TO WS-LV-DESCRICAO
           WRITE FD-RELATO-REG FROM WS-LINHA-VENDA
           .

       MONTA-CONTROLE-VENDA.
      *    Acordo do lojista vigente na importacao: o extrato de
      *    repasse usa estes valores, mesmo que o acordo mude
      *    depois no LOJAMNT.
           MOVE SPACES TO FD-LOJVENDA-REC
           PERFORM OBTEM-REFERENCIA-VENDA
           MOVE LJ-COD-LOJISTA     TO VN-COD-LOJISTA
           MOVE VD-REF-VENDA       TO VN-REF-VENDA
           MOVE WS-SEQ-RECEBIDA    TO VN-SEQ-ARQUIVO
           MOVE WS-DATA-MOVIMENTO  TO VN-DATA-IMPORTACAO
           MOVE ZEROS TO VN-DATA-VENDA VN-CPF VN-VALOR
                         VN-NUM-PARCELAS VN-MOTIVO-REJ
                         VN-NUM-CONTRATO VN-DATA-EXTRATO
           IF VD-DATA-VENDA IS NUMERIC
               MOVE VD-DATA-VENDA TO VN-DATA-VENDA
           END-IF
           IF VD-CPF IS NUMERIC
               MOVE VD-CPF TO VN-CPF
           END-IF
           IF VD-VALOR IS NUMERIC
               MOVE VD-VALOR TO VN-VALOR
           END-IF
           IF VD-NUM-PARCELAS IS NUMERIC
               MOVE VD-NUM-PARCELAS TO VN-NUM-PARCELAS
           END-IF
           MOVE WS-COD-CLIENTE     TO VN-COD-CLIENTE
           COMPUTE VN-VR-ACORDO ROUNDED =
               VN-VALOR * LJ-PCT-ACORDO / 100
           IF LJ-ACORDO-COMISSAO
               COMPUTE VN-VR-LIQUIDO = VN-VALOR + VN-VR-ACORDO
           ELSE
               COMPUTE VN-VR-LIQUIDO = VN-VALOR - VN-VR-ACORDO
           END-IF
           .

       OBTEM-REFERENCIA-VENDA.
           MOVE 'LOJVENDA' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'LOJVENDA' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO VN-NUM-REFERENCIA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       MONTA-LOTE-NOVO.
      *    Lote unico para o FINAN2: header com o id do lote que
      *    ja estava no arquivo (ou a data do movimento AAMMDD, se
      *    nao havia), os detalhes mantidos, os detalhes novos das
      *    lojas e o trailer com contagem e hash refeitos. A
      *    filial do header anterior e mantida (lote so de lojista
      *    sai sem filial: a loja parceira nao e filial da casa).
           OPEN OUTPUT FD-LOTE
           MOVE SPACES TO FD-LOTE-REG
           MOVE 'H'    TO LC-TIPO-REG
           IF WS-HA-LOTE-ANTERIOR
               MOVE WS-LA-LOTE-ID TO LC-LOTE-ID
           ELSE
               MOVE WS-DATA-MOVIMENTO(3:6) TO LC-LOTE-ID
           END-IF
           MOVE ZEROS TO LC-QTD-DETALHES LC-HASH-VALOR
           MOVE WS-LA-COD-FILIAL TO LT-COD-FILIAL
           WRITE FD-LOTE-REG
           MOVE ZEROS TO WS-QTD-GRAVADOS WS-HASH-VALOR

           IF WS-HA-LOTE-ANTERIOR
               OPEN INPUT FD-LOTEANT
               MOVE 'N' TO WS-FIM-TRABALHO
               PERFORM UNTIL WS-EOF-TRABALHO
                   READ FD-LOTEANT
                       AT END
                           SET WS-EOF-TRABALHO TO TRUE
                       NOT AT END
                           MOVE FD-LOTEANT-REG TO FD-LOTE-REG
                           PERFORM GRAVA-DETALHE-NOVO-LOTE
                   END-READ
               END-PERFORM
               CLOSE FD-LOTEANT
           END-IF

           OPEN INPUT FD-LOJLOTE
           MOVE 'N' TO WS-FIM-TRABALHO
           PERFORM UNTIL WS-EOF-TRABALHO
               READ FD-LOJLOTE
                   AT END
                       SET WS-EOF-TRABALHO TO TRUE
                   NOT AT END
                       MOVE FD-LOJLOTE-REG TO FD-LOTE-REG
                       PERFORM GRAVA-DETALHE-NOVO-LOTE
               END-READ
           END-PERFORM
           CLOSE FD-LOJLOTE

           MOVE SPACES          TO FD-LOTE-CTL
           MOVE 'T'             TO LC-TIPO-REG
           IF WS-HA-LOTE-ANTERIOR
               MOVE WS-LA-LOTE-ID TO LC-LOTE-ID
           ELSE
               MOVE WS-DATA-MOVIMENTO(3:6) TO LC-LOTE-ID
           END-IF
           MOVE WS-QTD-GRAVADOS TO LC-QTD-DETALHES
           MOVE WS-HASH-VALOR   TO LC-HASH-VALOR
           WRITE FD-LOTE-CTL
           CLOSE FD-LOTE

           MOVE SPACES TO FD-RELATO-REG
           STRING 'FINLOTE.DAT MONTADO: ' WS-LA-QTD-MANTIDOS
                  ' DO LOTE ANTERIOR, ' WS-QTD-ENVIADAS
                  ' VENDA(S) NOVA(S).'
                  DELIMITED BY SIZE INTO FD-RELATO-REG
           WRITE FD-RELATO-REG
           IF WS-LA-QTD-RETIRADOS > ZEROS
               MOVE SPACES TO FD-RELATO-REG
               STRING WS-LA-QTD-RETIRADOS ' VENDA(S) DE LOJA DE '
                      'NOITE ANTERIOR RETIRADA(S) DO LOTE.'
                      DELIMITED BY SIZE INTO FD-RELATO-REG
               WRITE FD-RELATO-REG
           END-IF
           .

       GRAVA-DETALHE-NOVO-LOTE.
           WRITE FD-LOTE-REG
           ADD 1 TO WS-QTD-GRAVADOS
           IF LT-VALOR IS NUMERIC
               ADD LT-VALOR TO WS-HASH-VALOR
           END-IF
           .

       END PROGRAM FINLOJI.
