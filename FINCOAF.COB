      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MONITORAMENTO MENSAL DE OPERACOES SUSPEITAS (LAVAGEM
      *          DE DINHEIRO / COAF): na primeira noite do mes junta
      *          o movimento da competencia - recibos do balcao
      *          (CAIXAMOV.DAT), PIX recebidos (PIXMOV.DAT), parcelas
      *          pagas antes do mes do vencimento (PAGTOLOG.DAT),
      *          creditos por excedente e devolucoes (CREDMOV.DAT) e
      *          amortizacoes extraordinarias (MOVDIA.DAT) -, ordena
      *          por cliente e contrato e aplica as regras de
      *          COAFPARM.DAT:
      *            E - recebimento em especie igual ou acima do limite;
      *            F - fracionamento: recibos em especie abaixo do
      *                limite que somados no mes chegam a ele, ou
      *                varios recibos na faixa logo abaixo do limite;
      *            L - liquidacao antecipada (ou amortizacao extra)
      *                poucos meses depois da contratacao;
      *            D - creditos repetidos por pagamento a maior
      *                seguidos de devolucao pelo CREDMNT;
      *            T - pagamento feito por terceiro (CPF/CNPJ de quem
      *                pagou diferente do titular).
      *          Cada alerta vira um caso em COAFCASO.DAT (serie
      *          COAFCASO de NUMCTL.DAT) para o compliance analisar
      *          no COAFMNT, com os movimentos que o sustentam
      *          copiados para COAFEVID.DAT. Rodar de novo a mesma
      *          competencia nao duplica caso. Relatorio dos casos
      *          gerados em FINCOAF.PRT. Competencia em
      *          FINCOAF-COMPETENCIA (AAAAMM, padrao mes anterior ao
      *          da data de movimento).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCOAF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-COAFPARM       ASSIGN TO "COAFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COAFPARM.
           SELECT FD-CAIXAMOV       ASSIGN TO "CAIXAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAIXAMOV.
           SELECT FD-PIXMOV         ASSIGN TO "PIXMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIXMOV.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-CREDMOV        ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDMOV.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
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
           SELECT FD-COAFCASO       ASSIGN TO "COAFCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-NUM-CASO
               ALTERNATE RECORD KEY IS CO-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COAFCASO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-COAFEVID       ASSIGN TO "COAFEVID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COAFEVID.
           SELECT FD-RELATORIO      ASSIGN TO "FINCOAF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT SD-ORDENACAO      ASSIGN TO "FINCOAF.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-COAFPARM.
       01  FD-COAFPARM-REC.
           COPY COAFPARMREC.

       FD  FD-CAIXAMOV.
       01  FD-CAIXAMOV-REC.
           COPY CXMOVREC.

       FD  FD-PIXMOV.
       01  FD-PIXMOV-REC.
           COPY PIXMOVREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-CREDMOV.
       01  FD-CREDMOV-REC.
           COPY CREDMOVREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-COAFCASO.
       01  FD-COAFCASO-REC.
           COPY COAFCASOREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-COAFEVID.
       01  FD-COAFEVID-REC.
           COPY COAFEVIDREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(132).

      *  Um registro de ordenacao por movimento da competencia que
      *  interessa a alguma regra, ja com o cliente do contrato.
      *  Eventos: 'R' recibo do balcao, 'P' PIX recebido, 'G' parcela
      *  paga antes do mes do vencimento, 'A' amortizacao extra,
      *  'C' credito por excedente, 'D' devolucao de credito.
       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-COD-CLIENTE                  PIC 9(06).
           03 SD-NUM-CONTRATO                 PIC 9(08).
           03 SD-DATA                         PIC 9(08).
           03 SD-HORA                         PIC 9(08).
           03 SD-EVENTO                       PIC X(01).
           03 SD-ESPECIE                      PIC X(01).
           03 SD-DOC-PAGANTE                  PIC 9(14).
           03 SD-ORIGEM                       PIC X(08).
           03 SD-NUM-PARCELA                  PIC 9(03).
           03 SD-VALOR                        PIC 9(09)V99.
           03 SD-DETALHE                      PIC X(40).
           03 SD-DATA-CONTRATACAO             PIC 9(08).
           03 SD-STATUS-CONTRATO              PIC X(01).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-COAFPARM      PIC X(02) VALUE '00'.
           03 WS-FS-CAIXAMOV      PIC X(02) VALUE '00'.
           03 WS-FS-PIXMOV        PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-CREDMOV       PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-COAFCASO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-COAFEVID      PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCOAF'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-MOVIMENTO.
           03 WS-MOV-AAAA           PIC 9(04).
           03 WS-MOV-MM             PIC 9(02).
           03 WS-MOV-DD             PIC 9(02).
         01 WS-COMPETENCIA.
           03 WS-COMP-AAAA          PIC 9(04).
           03 WS-COMP-MM            PIC 9(02).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-DATA-GUARDA.
           03 WS-GD-AAAA            PIC 9(04).
           03 WS-GD-MMDD            PIC 9(04).

      *  Regras (COAFPARM.DAT); semeado na primeira execucao com
      *  limite de especie de R$ 50.000,00, faixa de fracionamento
      *  a partir de 80% do limite com 2 recibos, liquidacao em ate
      *  6 meses da contratacao e 2 creditos por excedente no mes.
         01 WS-REGRAS-PARM.
           03 WS-VR-LIMITE-ESPECIE  PIC 9(09)V99 VALUE ZEROS.
           03 WS-PCT-FAIXA          PIC 9(03) VALUE ZEROS.
           03 WS-QTD-FRACIONAMENTO  PIC 9(03) VALUE ZEROS.
           03 WS-MESES-LIQUIDACAO   PIC 9(03) VALUE ZEROS.
           03 WS-QTD-EXCEDENTES     PIC 9(03) VALUE ZEROS.
         01 WS-VR-INICIO-FAIXA      PIC 9(09)V99.

         01 WS-FIM-ARQUIVO          PIC X(01).
             88 WS-EOF-ARQUIVO              VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT                 VALUE 'S'.
         01 WS-FIM-COAFCASO         PIC X(01).
             88 WS-EOF-COAFCASO             VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01).
             88 WS-CONTRATO-LIDO            VALUE 'S'.
         01 WS-CASO-EXISTE          PIC X(01).
             88 WS-CASO-JA-GERADO           VALUE 'S'.

         01 WS-AAMM-MOVIMENTO       PIC 9(06).
         01 WS-AAMM-VENCTO          PIC 9(06).
         01 WS-PARCELA              PIC 9(03).

      *  Movimentos do cliente corrente (quebra do SORT), cada um
      *  com uma marca por regra (posicao 1 E, 2 F, 3 L, 4 D, 5 T)
      *  para a evidencia do caso levar so o que o sustenta.
         01 WS-CLIENTE-CORRENTE     PIC 9(06).
         01 WS-PRIMEIRO-CLIENTE     PIC X(01) VALUE 'S'.
             88 WS-E-PRIMEIRO-CLIENTE       VALUE 'S'.
         01 WS-DOC-CLIENTE          PIC 9(14).
         01 WS-NOME-CLIENTE         PIC X(40).
         01 WS-QTD-MOV              PIC 9(04).
         01 WS-TAB-MOVIMENTOS.
           03 WS-TM-OCR OCCURS 999 TIMES.
               05 WS-TM-REGISTRO        PIC X(117).
               05 WS-TM-MARCA           PIC X(05).
         01 WS-TM-IDX               PIC 9(04).
         01 WS-TM-INICIO            PIC 9(04).
         01 WS-TM-PROXIMO           PIC 9(04).
         01 WS-TABELA-CHEIA         PIC X(01) VALUE 'N'.
             88 WS-TABELA-ESTOUROU          VALUE 'S'.
         01 WS-MOV-CORRENTE.
           03 WS-MC-COD-CLIENTE     PIC 9(06).
           03 WS-MC-NUM-CONTRATO    PIC 9(08).
           03 WS-MC-DATA            PIC 9(08).
           03 WS-MC-HORA            PIC 9(08).
           03 WS-MC-EVENTO          PIC X(01).
               88 WS-MC-RECIBO              VALUE 'R'.
               88 WS-MC-PIX                 VALUE 'P'.
               88 WS-MC-PAGO-ANTECIPADO     VALUE 'G'.
               88 WS-MC-AMORT-EXTRA         VALUE 'A'.
               88 WS-MC-CREDITO             VALUE 'C'.
               88 WS-MC-DEVOLUCAO           VALUE 'D'.
           03 WS-MC-ESPECIE         PIC X(01).
               88 WS-MC-EM-ESPECIE          VALUE 'S'.
           03 WS-MC-DOC-PAGANTE     PIC 9(14).
           03 WS-MC-ORIGEM          PIC X(08).
           03 WS-MC-NUM-PARCELA     PIC 9(03).
           03 WS-MC-VALOR           PIC 9(09)V99.
           03 WS-MC-DETALHE         PIC X(40).
           03 WS-MC-DATA-CONTRATACAO.
               05 WS-MC-CTR-AAAA    PIC 9(04).
               05 WS-MC-CTR-MM      PIC 9(02).
               05 WS-MC-CTR-DD      PIC 9(02).
           03 WS-MC-STATUS-CONTRATO PIC X(01).

      *  Apuracao das regras do cliente corrente.
         01 WS-APURACAO.
           03 WS-AP-QTD-ACIMA       PIC 9(04).
           03 WS-AP-VR-ACIMA        PIC 9(11)V99.
           03 WS-AP-QTD-ABAIXO      PIC 9(04).
           03 WS-AP-VR-ABAIXO       PIC 9(11)V99.
           03 WS-AP-QTD-FAIXA       PIC 9(04).
           03 WS-AP-QTD-CREDITOS    PIC 9(04).
           03 WS-AP-QTD-DEVOLUCOES  PIC 9(04).
           03 WS-AP-VR-DEVOLVIDO    PIC 9(11)V99.
           03 WS-AP-QTD-TERCEIRO    PIC 9(04).
           03 WS-AP-VR-TERCEIRO     PIC 9(11)V99.
           03 WS-AP-DOC-TERCEIRO    PIC 9(14).
         01 WS-CT-CONTRATO          PIC 9(08).
         01 WS-CT-QTD-ANTECIPADO    PIC 9(04).
         01 WS-CT-VR-ANTECIPADO     PIC 9(11)V99.
         01 WS-CT-QTD-AMORT         PIC 9(04).
         01 WS-CT-PRIMEIRA-DATA.
           03 WS-CT-PRI-AAAA        PIC 9(04).
           03 WS-CT-PRI-MM          PIC 9(02).
           03 WS-CT-PRI-DD          PIC 9(02).
         01 WS-CT-QUITADO           PIC X(01).
         01 WS-CT-MESES             PIC S9(05).
         01 WS-MESES-CONTRATO       PIC 9(06).
         01 WS-MESES-EVENTO         PIC 9(06).

      *  Caso a gravar.
         01 WS-CASO-REGRA           PIC X(01).
         01 WS-CASO-POSICAO         PIC 9(01).
         01 WS-CASO-CONTRATO        PIC 9(08).
         01 WS-CASO-VALOR           PIC 9(11)V99.
         01 WS-CASO-QTD             PIC 9(05).
         01 WS-CASO-DESCRICAO       PIC X(60).
         01 WS-NUM-CASO             PIC 9(08).
         01 WS-ED-QTD               PIC ZZZ9.
         01 WS-ED-QTD2              PIC ZZZ9.
         01 WS-ED-MESES             PIC ZZ9.

         01 WS-QTD-MOVIMENTOS       PIC 9(07) VALUE ZEROS.
         01 WS-QTD-SEM-CONTRATO     PIC 9(07) VALUE ZEROS.
         01 WS-QTD-CLIENTES         PIC 9(07) VALUE ZEROS.
         01 WS-QTD-CASOS            PIC 9(05) VALUE ZEROS.
         01 WS-QTD-JA-GERADOS       PIC 9(05) VALUE ZEROS.
         01 WS-QTD-EVIDENCIAS       PIC 9(07) VALUE ZEROS.
         01 WS-TAB-TOTAIS-REGRA.
           03 WS-TR-QTD OCCURS 5 TIMES PIC 9(05).
         01 WS-TR-IDX               PIC 9(01).

         01 WS-TAB-NOMES-REGRA.
           03 FILLER                PIC X(25)
                   VALUE 'E ESPECIE ACIMA DO LIMITE'.
           03 FILLER                PIC X(25)
                   VALUE 'F FRACIONAMENTO ESPECIE  '.
           03 FILLER                PIC X(25)
                   VALUE 'L LIQUIDACAO ANTECIPADA  '.
           03 FILLER                PIC X(25)
                   VALUE 'D EXCEDENTE E DEVOLUCAO  '.
           03 FILLER                PIC X(25)
                   VALUE 'T PAGAMENTO POR TERCEIRO '.
         01 WS-TAB-NOMES-REGRA-RED REDEFINES WS-TAB-NOMES-REGRA.
           03 WS-NOME-REGRA OCCURS 5 TIMES.
               05 WS-NR-CODIGO      PIC X(01).
               05 FILLER            PIC X(01).
               05 WS-NR-DESCRICAO   PIC X(23).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(42)
                   VALUE 'MONITORAMENTO DE OPERACOES SUSPEITAS - MES'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-TI-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(15) VALUE ' - APURADO EM '.
           03 WS-TI-DATA            PIC 9(08).

         01 WS-LINHA-PARAMETROS.
           03 FILLER                PIC X(16) VALUE 'LIMITE ESPECIE: '.
           03 WS-LP-LIMITE          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE '  FAIXA: '.
           03 WS-LP-FAIXA           PIC ZZ9.
           03 FILLER                PIC X(01) VALUE '%'.
           03 FILLER                PIC X(12) VALUE '  FRACION.: '.
           03 WS-LP-FRACIONAMENTO   PIC ZZ9.
           03 FILLER                PIC X(14) VALUE '  LIQ.ANTEC.: '.
           03 WS-LP-MESES           PIC ZZ9.
           03 FILLER                PIC X(06) VALUE ' MESES'.
           03 FILLER                PIC X(13) VALUE '  EXCEDENTES:'.
           03 WS-LP-EXCEDENTES      PIC ZZ9.

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(45)
               VALUE 'CASO     REGRA                     CLIENTE  '.
           03 FILLER                PIC X(45)
               VALUE 'CONTRATO   QTD           VALOR  DESCRICAO'.

         01 WS-LINHA-CASO.
           03 WS-LK-CASO            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-REGRA           PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LK-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-DESCRICAO       PIC X(60).

         01 WS-LINHA-CLIENTE.
           03 FILLER                PIC X(09) VALUE SPACES.
           03 WS-LN-NOME            PIC X(40).
           03 FILLER                PIC X(06) VALUE ' DOC. '.
           03 WS-LN-DOC             PIC 9(14).

         01 WS-LINHA-TOTAL-REGRA.
           03 FILLER                PIC X(09) VALUE 'TOTAL    '.
           03 WS-LR-REGRA           PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(10) VALUE ' CASO(S)  '.

         01 WS-LINHA-MENSAGEM       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

      *    Roda na primeira noite do mes: o mes fechado e o anterior.
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINCOAF-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               IF WS-MOV-MM = 01
                   COMPUTE WS-COMP-AAAA = WS-MOV-AAAA - 1
                   MOVE 12 TO WS-COMP-MM
               ELSE
                   MOVE WS-MOV-AAAA TO WS-COMP-AAAA
                   COMPUTE WS-COMP-MM = WS-MOV-MM - 1
               END-IF
           END-IF

      *    Caso e evidencia guardados por cinco anos a partir da
      *    geracao.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-GUARDA
           ADD 5 TO WS-GD-AAAA
           IF WS-GD-MMDD = 0229
               MOVE 0228 TO WS-GD-MMDD
           END-IF

           PERFORM CARREGA-REGRAS
           COMPUTE WS-VR-INICIO-FAIXA ROUNDED =
               WS-VR-LIMITE-ESPECIE * WS-PCT-FAIXA / 100
           INITIALIZE WS-TAB-TOTAIS-REGRA

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINCOAF: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-ARQUIVOS-CASO
               IF RETURN-CODE = ZERO
                   PERFORM IMPRIME-CABECALHO
                   SORT SD-ORDENACAO
                       ON ASCENDING KEY SD-COD-CLIENTE
                                        SD-NUM-CONTRATO
                                        SD-DATA SD-HORA
                       INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
                       OUTPUT PROCEDURE IS AVALIA-CLIENTES
                   PERFORM IMPRIME-TOTAIS
                   CLOSE FD-RELATORIO
                   CLOSE FD-COAFEVID
                   CLOSE FD-NUMCTL
                   CLOSE FD-COAFCASO
                   CLOSE FD-CADASTRO
               END-IF
               CLOSE FD-CONTRATO
           END-IF

           DISPLAY 'FINCOAF: COMPETENCIA ' WS-COMPETENCIA ' - '
                   WS-QTD-MOVIMENTOS ' MOVIMENTO(S) AVALIADO(S), '
                   WS-QTD-CASOS ' CASO(S) NOVO(S) EM COAFCASO.DAT.'
           IF WS-TABELA-ESTOUROU
               DISPLAY 'FINCOAF: CLIENTE COM MAIS DE 999 MOVIMENTOS '
                       'NO MES - EVIDENCIA TRUNCADA, VER FINCOAF.PRT.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-REGRAS.
      *    Parametro das regras; semeado na primeira execucao
      *    (mesma tecnica do TOLPARM do FINRET).
           OPEN INPUT FD-COAFPARM
           MOVE WS-FS-COAFPARM TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               PERFORM SEMEIA-REGRAS
               OPEN INPUT FD-COAFPARM
           END-IF
           READ FD-COAFPARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CF-VR-LIMITE-ESPECIE TO WS-VR-LIMITE-ESPECIE
                   MOVE CF-PCT-FAIXA         TO WS-PCT-FAIXA
                   MOVE CF-QTD-FRACIONAMENTO TO WS-QTD-FRACIONAMENTO
                   MOVE CF-MESES-LIQUIDACAO  TO WS-MESES-LIQUIDACAO
                   MOVE CF-QTD-EXCEDENTES    TO WS-QTD-EXCEDENTES
           END-READ
           CLOSE FD-COAFPARM
           .

       SEMEIA-REGRAS.
           OPEN OUTPUT FD-COAFPARM
           MOVE 50000,00 TO CF-VR-LIMITE-ESPECIE
           MOVE 080      TO CF-PCT-FAIXA
           MOVE 002      TO CF-QTD-FRACIONAMENTO
           MOVE 006      TO CF-MESES-LIQUIDACAO
           MOVE 002      TO CF-QTD-EXCEDENTES
           WRITE FD-COAFPARM-REC
           CLOSE FD-COAFPARM
           .

       ABRE-ARQUIVOS-CASO.
           OPEN I-O FD-COAFCASO
           IF WS-FS-COAFCASO = '35'
               OPEN OUTPUT FD-COAFCASO
               CLOSE FD-COAFCASO
               OPEN I-O FD-COAFCASO
           END-IF
           MOVE WS-FS-COAFCASO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINCOAF: COAFCASO.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O FD-NUMCTL
               IF WS-FS-NUMCTL = '35'
                   OPEN OUTPUT FD-NUMCTL
                   CLOSE FD-NUMCTL
                   OPEN I-O FD-NUMCTL
               END-IF
               OPEN INPUT FD-CADASTRO
               IF WS-FS-CADASTRO = '35'
                   OPEN OUTPUT FD-CADASTRO
                   CLOSE FD-CADASTRO
                   OPEN INPUT FD-CADASTRO
               END-IF
               OPEN EXTEND FD-COAFEVID
               MOVE WS-FS-COAFEVID TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                       FS-MENSAGEM
               IF FS-ARQUIVO-NAO-EXISTE
                   OPEN OUTPUT FD-COAFEVID
                   CLOSE FD-COAFEVID
                   OPEN EXTEND FD-COAFEVID
               END-IF
               OPEN OUTPUT FD-RELATORIO
           END-IF
           .

       IMPRIME-CABECALHO.
           MOVE WS-COMPETENCIA       TO WS-TI-COMPETENCIA
           MOVE WS-DATA-MOVIMENTO    TO WS-TI-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           MOVE WS-VR-LIMITE-ESPECIE TO WS-LP-LIMITE
           MOVE WS-PCT-FAIXA         TO WS-LP-FAIXA
           MOVE WS-QTD-FRACIONAMENTO TO WS-LP-FRACIONAMENTO
           MOVE WS-MESES-LIQUIDACAO  TO WS-LP-MESES
           MOVE WS-QTD-EXCEDENTES    TO WS-LP-EXCEDENTES
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PARAMETROS
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
           .

      ******************************************************************
      *    ENTRADA DO SORT: movimentos da competencia, arquivo a
      *    arquivo. Arquivo que nao existe so deixa a regra dele sem
      *    alerta - a falta vai para o relatorio.
      ******************************************************************
       SELECIONA-MOVIMENTOS.
           PERFORM SELECIONA-CAIXAMOV
           PERFORM SELECIONA-PIXMOV
           PERFORM SELECIONA-PAGTOLOG
           PERFORM SELECIONA-CREDMOV
           PERFORM SELECIONA-MOVDIA
           .

       SELECIONA-CAIXAMOV.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-CAIXAMOV
           IF WS-FS-CAIXAMOV NOT = '00'
               MOVE 'CAIXAMOV.DAT INDISPONIVEL - SEM RECIBOS DE BALCAO.'
                   TO WS-LINHA-MENSAGEM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CAIXAMOV
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CX-DATA(1:6) TO WS-AAMM-MOVIMENTO
                       IF CX-REG-RECIBO
                           AND WS-AAMM-MOVIMENTO = WS-COMPETENCIA
                           AND CX-NUM-CONTRATO IS NUMERIC
                           AND CX-VALOR IS NUMERIC
                           PERFORM LIBERA-RECIBO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CAIXAMOV = '00' OR WS-FS-CAIXAMOV = '10'
               CLOSE FD-CAIXAMOV
           END-IF
           .

       LIBERA-RECIBO.
           MOVE CX-NUM-CONTRATO TO FD-NUM-CONTRATO
           PERFORM LE-CONTRATO
           IF WS-CONTRATO-LIDO
               MOVE CX-NUM-CONTRATO TO SD-NUM-CONTRATO
               MOVE CX-DATA         TO SD-DATA
               MOVE CX-HORA         TO SD-HORA
               MOVE 'R'             TO SD-EVENTO
               IF CX-PAGTO-DINHEIRO
                   MOVE 'S'         TO SD-ESPECIE
               ELSE
                   MOVE 'N'         TO SD-ESPECIE
               END-IF
               MOVE ZEROS           TO SD-DOC-PAGANTE
               IF CX-PAGO-POR-TERCEIRO AND CX-DOC-PAGANTE IS NUMERIC
                   MOVE CX-DOC-PAGANTE TO SD-DOC-PAGANTE
               END-IF
               MOVE 'CAIXAMOV'      TO SD-ORIGEM
               MOVE CX-NUM-PARCELA  TO SD-NUM-PARCELA
               MOVE CX-VALOR        TO SD-VALOR
               MOVE SPACES          TO SD-DETALHE
               IF CX-PAGTO-DINHEIRO
                   STRING 'RECIBO ' CX-NUM-RECIBO ' ESPECIE OPER '
                          CX-OPERADOR DELIMITED BY SIZE
                          INTO SD-DETALHE
               ELSE
                   STRING 'RECIBO ' CX-NUM-RECIBO ' CARTAO  OPER '
                          CX-OPERADOR DELIMITED BY SIZE
                          INTO SD-DETALHE
               END-IF
               PERFORM LIBERA-MOVIMENTO
           END-IF
           .

       SELECIONA-PIXMOV.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-PIXMOV
           IF WS-FS-PIXMOV NOT = '00'
               MOVE 'PIXMOV.DAT INDISPONIVEL - SEM PIX RECEBIDOS.'
                   TO WS-LINHA-MENSAGEM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-PIXMOV
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE PV-DATA-MOVIMENTO(1:6)
                           TO WS-AAMM-MOVIMENTO
                       IF WS-AAMM-MOVIMENTO = WS-COMPETENCIA
                           AND PV-NUM-CONTRATO IS NUMERIC
                           AND PV-NUM-CONTRATO > ZEROS
                           AND PV-VALOR-PAGO IS NUMERIC
                           PERFORM LIBERA-PIX
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PIXMOV = '00' OR WS-FS-PIXMOV = '10'
               CLOSE FD-PIXMOV
           END-IF
           .

       LIBERA-PIX.
           MOVE PV-NUM-CONTRATO TO FD-NUM-CONTRATO
           PERFORM LE-CONTRATO
           IF WS-CONTRATO-LIDO
               MOVE PV-NUM-CONTRATO   TO SD-NUM-CONTRATO
               MOVE PV-DATA-MOVIMENTO TO SD-DATA
               MOVE PV-HORA           TO SD-HORA
               MOVE 'P'               TO SD-EVENTO
               MOVE 'N'               TO SD-ESPECIE
               MOVE ZEROS             TO SD-DOC-PAGANTE
      *        Linha gravada antes do pagador existir no PIXMOV fica
      *        sem documento e nao entra na regra de terceiro.
               IF PV-DOC-PAGADOR IS NUMERIC
                   MOVE PV-DOC-PAGADOR TO SD-DOC-PAGANTE
               END-IF
               MOVE 'PIXMOV'          TO SD-ORIGEM
               MOVE PV-NUM-PARCELA    TO SD-NUM-PARCELA
               MOVE PV-VALOR-PAGO     TO SD-VALOR
               MOVE SPACES            TO SD-DETALHE
               STRING 'PIX E2E ' PV-E2E-ID DELIMITED BY SIZE
                      INTO SD-DETALHE
               PERFORM LIBERA-MOVIMENTO
           END-IF
           .

       SELECIONA-PAGTOLOG.
      *    So a parcela paga num mes anterior ao do proprio
      *    vencimento interessa: e o rastro da liquidacao antecipada.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-PAGTOLOG
           IF WS-FS-PAGTOLOG NOT = '00'
               MOVE 'PAGTOLOG.DAT INDISPONIVEL - SEM PAGAMENTOS.'
                   TO WS-LINHA-MENSAGEM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-PAGTOLOG
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE PL-DATA-TRANSICAO(1:6)
                           TO WS-AAMM-MOVIMENTO
                       IF WS-AAMM-MOVIMENTO = WS-COMPETENCIA
                           AND PL-STATUS-NOVO = 'G'
                           AND PL-NUM-CONTRATO IS NUMERIC
                           AND PL-NUM-PARCELA IS NUMERIC
                           AND PL-VALOR IS NUMERIC
                           PERFORM LIBERA-PAGAMENTO-ANTECIPADO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           .

       LIBERA-PAGAMENTO-ANTECIPADO.
           MOVE PL-NUM-CONTRATO TO FD-NUM-CONTRATO
           PERFORM LE-CONTRATO
           MOVE PL-NUM-PARCELA TO WS-PARCELA
           IF WS-CONTRATO-LIDO
               AND WS-PARCELA > ZEROS
               AND WS-PARCELA NOT > FD-NUM-PARCELAS
               MOVE FD-PARC-VENCTO(WS-PARCELA)(1:6) TO WS-AAMM-VENCTO
               IF WS-AAMM-VENCTO > WS-AAMM-MOVIMENTO
                   MOVE PL-NUM-CONTRATO   TO SD-NUM-CONTRATO
                   MOVE PL-DATA-TRANSICAO TO SD-DATA
                   MOVE PL-HORA-TRANSICAO TO SD-HORA
                   MOVE 'G'               TO SD-EVENTO
                   MOVE 'N'               TO SD-ESPECIE
                   MOVE ZEROS             TO SD-DOC-PAGANTE
                   MOVE 'PAGTOLOG'        TO SD-ORIGEM
                   MOVE PL-NUM-PARCELA    TO SD-NUM-PARCELA
                   MOVE PL-VALOR          TO SD-VALOR
                   MOVE SPACES            TO SD-DETALHE
                   STRING 'VENCTO ' FD-PARC-VENCTO(WS-PARCELA)
                          ' PROG ' PL-PROGRAMA ' ' PL-USUARIO
                          DELIMITED BY SIZE INTO SD-DETALHE
                   PERFORM LIBERA-MOVIMENTO
               END-IF
           END-IF
           .

       SELECIONA-CREDMOV.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-CREDMOV
           IF WS-FS-CREDMOV NOT = '00'
               MOVE 'CREDMOV.DAT INDISPONIVEL - SEM CREDITOS.'
                   TO WS-LINHA-MENSAGEM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CREDMOV
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CM-DATA(1:6) TO WS-AAMM-MOVIMENTO
                       IF WS-AAMM-MOVIMENTO = WS-COMPETENCIA
                           AND (CM-ENTRADA-CREDITO OR CM-DEVOLUCAO)
                           AND CM-COD-CLIENTE IS NUMERIC
                           AND CM-VALOR IS NUMERIC
                           PERFORM LIBERA-CREDITO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CREDMOV = '00' OR WS-FS-CREDMOV = '10'
               CLOSE FD-CREDMOV
           END-IF
           .

       LIBERA-CREDITO.
      *    O credito e do cliente; o contrato de origem vai so como
      *    referencia na evidencia.
           MOVE CM-COD-CLIENTE  TO SD-COD-CLIENTE
           MOVE ZEROS           TO SD-NUM-CONTRATO
           MOVE CM-DATA         TO SD-DATA
           MOVE CM-HORA         TO SD-HORA
           MOVE CM-TIPO-MOV     TO SD-EVENTO
           MOVE 'N'             TO SD-ESPECIE
           MOVE ZEROS           TO SD-DOC-PAGANTE
           MOVE 'CREDMOV'       TO SD-ORIGEM
           MOVE ZEROS           TO SD-NUM-PARCELA
           IF CM-NUM-PARCELA IS NUMERIC
               MOVE CM-NUM-PARCELA TO SD-NUM-PARCELA
           END-IF
           MOVE CM-VALOR        TO SD-VALOR
           MOVE SPACES          TO SD-DETALHE
           STRING CM-NUM-CONTRATO ' ' CM-PROGRAMA ' ' CM-MOTIVO
                  DELIMITED BY SIZE INTO SD-DETALHE
           MOVE ZEROS           TO SD-DATA-CONTRATACAO
           MOVE SPACES          TO SD-STATUS-CONTRATO
           RELEASE SD-REGISTRO
           ADD 1 TO WS-QTD-MOVIMENTOS
           .

       SELECIONA-MOVDIA.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-MOVDIA
           IF WS-FS-MOVDIA NOT = '00'
               MOVE 'MOVDIA.DAT INDISPONIVEL - SEM AMORTIZACOES.'
                   TO WS-LINHA-MENSAGEM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-MOVDIA
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE MV-DATA-MOVIMENTO(1:6)
                           TO WS-AAMM-MOVIMENTO
                       IF WS-AAMM-MOVIMENTO = WS-COMPETENCIA
                           AND MV-AMORT-EXTRA
                           AND MV-NUM-CONTRATO IS NUMERIC
                           AND MV-VALOR IS NUMERIC
                           PERFORM LIBERA-AMORTIZACAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-MOVDIA = '00' OR WS-FS-MOVDIA = '10'
               CLOSE FD-MOVDIA
           END-IF
           .

       LIBERA-AMORTIZACAO.
           MOVE MV-NUM-CONTRATO TO FD-NUM-CONTRATO
           PERFORM LE-CONTRATO
           IF WS-CONTRATO-LIDO
               MOVE MV-NUM-CONTRATO   TO SD-NUM-CONTRATO
               MOVE MV-DATA-MOVIMENTO TO SD-DATA
               MOVE MV-HORA-MOVIMENTO TO SD-HORA
               MOVE 'A'               TO SD-EVENTO
               MOVE 'N'               TO SD-ESPECIE
               MOVE ZEROS             TO SD-DOC-PAGANTE
               MOVE 'MOVDIA'          TO SD-ORIGEM
               MOVE ZEROS             TO SD-NUM-PARCELA
               MOVE MV-VALOR          TO SD-VALOR
               MOVE 'AMORTIZACAO EXTRAORDINARIA' TO SD-DETALHE
               PERFORM LIBERA-MOVIMENTO
           END-IF
           .

       LE-CONTRATO.
           MOVE 'N' TO WS-CONTRATO-OK
           READ FD-CONTRATO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CONTRATO
               NOT INVALID KEY
                   SET WS-CONTRATO-LIDO TO TRUE
           END-READ
           .

       LIBERA-MOVIMENTO.
           MOVE FD-COD-CLIENTE       TO SD-COD-CLIENTE
           MOVE FD-DATA-CONTRATACAO  TO SD-DATA-CONTRATACAO
           MOVE FD-STATUS-CONTRATO   TO SD-STATUS-CONTRATO
           RELEASE SD-REGISTRO
           ADD 1 TO WS-QTD-MOVIMENTOS
           .

      ******************************************************************
      *    SAIDA DO SORT: movimentos em ordem de cliente e contrato;
      *    na quebra de cliente as regras sao aplicadas sobre a
      *    tabela do cliente.
      ******************************************************************
       AVALIA-CLIENTES.
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                       IF NOT WS-E-PRIMEIRO-CLIENTE
                           PERFORM AVALIA-CLIENTE-CORRENTE
                       END-IF
                   NOT AT END
                       IF WS-E-PRIMEIRO-CLIENTE
                           OR SD-COD-CLIENTE NOT =
                               WS-CLIENTE-CORRENTE
                           IF NOT WS-E-PRIMEIRO-CLIENTE
                               PERFORM AVALIA-CLIENTE-CORRENTE
                           END-IF
                           MOVE 'N' TO WS-PRIMEIRO-CLIENTE
                           MOVE SD-COD-CLIENTE TO WS-CLIENTE-CORRENTE
                           MOVE ZEROS TO WS-QTD-MOV
                       END-IF
                       PERFORM GUARDA-MOVIMENTO
               END-RETURN
           END-PERFORM
           .

       GUARDA-MOVIMENTO.
           IF WS-QTD-MOV < 999
               ADD 1 TO WS-QTD-MOV
               MOVE SD-REGISTRO TO WS-TM-REGISTRO(WS-QTD-MOV)
               MOVE SPACES      TO WS-TM-MARCA(WS-QTD-MOV)
           ELSE
               IF NOT WS-TABELA-ESTOUROU
                   MOVE 'CLIENTE COM MAIS DE 999 MOVIMENTOS NO MES: '
                       TO WS-LINHA-MENSAGEM
                   MOVE SD-COD-CLIENTE TO WS-LINHA-MENSAGEM(44:6)
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               END-IF
               SET WS-TABELA-ESTOUROU TO TRUE
           END-IF
           .

       AVALIA-CLIENTE-CORRENTE.
           ADD 1 TO WS-QTD-CLIENTES
           PERFORM BUSCA-CLIENTE
           INITIALIZE WS-APURACAO

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-QTD-MOV
               MOVE WS-TM-REGISTRO(WS-TM-IDX) TO WS-MOV-CORRENTE
               PERFORM APURA-MOVIMENTO
           END-PERFORM

      *    E - especie igual ou acima do limite.
           IF WS-AP-QTD-ACIMA > ZEROS
               MOVE 'E'             TO WS-CASO-REGRA
               MOVE 1               TO WS-CASO-POSICAO
               MOVE ZEROS           TO WS-CASO-CONTRATO
               MOVE WS-AP-VR-ACIMA  TO WS-CASO-VALOR
               MOVE WS-AP-QTD-ACIMA TO WS-CASO-QTD
               MOVE WS-AP-QTD-ACIMA TO WS-ED-QTD
               MOVE SPACES TO WS-CASO-DESCRICAO
               STRING WS-ED-QTD ' RECIBO(S) EM ESPECIE IGUAL OU '
                      'ACIMA DO LIMITE' DELIMITED BY SIZE
                      INTO WS-CASO-DESCRICAO
               PERFORM GERA-CASO
           END-IF

      *    F - fracionamento: abaixo do limite, mas somando o limite
      *    no mes ou concentrado na faixa logo abaixo dele.
           IF WS-AP-QTD-ABAIXO NOT < WS-QTD-FRACIONAMENTO
               AND WS-QTD-FRACIONAMENTO > ZEROS
               AND (WS-AP-VR-ABAIXO NOT < WS-VR-LIMITE-ESPECIE
                    OR WS-AP-QTD-FAIXA NOT < WS-QTD-FRACIONAMENTO)
               MOVE 'F'              TO WS-CASO-REGRA
               MOVE 2                TO WS-CASO-POSICAO
               MOVE ZEROS            TO WS-CASO-CONTRATO
               MOVE WS-AP-VR-ABAIXO  TO WS-CASO-VALOR
               MOVE WS-AP-QTD-ABAIXO TO WS-CASO-QTD
               MOVE WS-AP-QTD-ABAIXO TO WS-ED-QTD
               MOVE WS-AP-QTD-FAIXA  TO WS-ED-QTD2
               MOVE SPACES TO WS-CASO-DESCRICAO
               STRING WS-ED-QTD ' RECIBO(S) EM ESPECIE ABAIXO DO '
                      'LIMITE,' WS-ED-QTD2 ' NA FAIXA'
                      DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
               PERFORM GERA-CASO
           END-IF

      *    L - por contrato: os movimentos do contrato estao juntos
      *    na tabela (ordem do SORT).
           MOVE 1 TO WS-TM-INICIO
           PERFORM UNTIL WS-TM-INICIO > WS-QTD-MOV
               PERFORM AVALIA-CONTRATO
           END-PERFORM

      *    D - creditos repetidos por excedente e devolucao no mes.
           IF WS-AP-QTD-CREDITOS NOT < WS-QTD-EXCEDENTES
               AND WS-QTD-EXCEDENTES > ZEROS
               AND WS-AP-QTD-DEVOLUCOES > ZEROS
               MOVE 'D'                TO WS-CASO-REGRA
               MOVE 4                  TO WS-CASO-POSICAO
               MOVE ZEROS              TO WS-CASO-CONTRATO
               MOVE WS-AP-VR-DEVOLVIDO TO WS-CASO-VALOR
               COMPUTE WS-CASO-QTD = WS-AP-QTD-CREDITOS
                                   + WS-AP-QTD-DEVOLUCOES
               MOVE WS-AP-QTD-CREDITOS   TO WS-ED-QTD
               MOVE WS-AP-QTD-DEVOLUCOES TO WS-ED-QTD2
               MOVE SPACES TO WS-CASO-DESCRICAO
               STRING WS-ED-QTD ' CREDITO(S) A MAIOR E'
                      WS-ED-QTD2 ' DEVOLUCAO(OES) NO MES'
                      DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
               PERFORM GERA-CASO
           END-IF

      *    T - pagamento por terceiro.
           IF WS-AP-QTD-TERCEIRO > ZEROS
               MOVE 'T'                TO WS-CASO-REGRA
               MOVE 5                  TO WS-CASO-POSICAO
               MOVE ZEROS              TO WS-CASO-CONTRATO
               MOVE WS-AP-VR-TERCEIRO  TO WS-CASO-VALOR
               MOVE WS-AP-QTD-TERCEIRO TO WS-CASO-QTD
               MOVE WS-AP-QTD-TERCEIRO TO WS-ED-QTD
               MOVE SPACES TO WS-CASO-DESCRICAO
               STRING WS-ED-QTD ' PAGAMENTO(S) POR TERCEIRO, DOC. '
                      WS-AP-DOC-TERCEIRO DELIMITED BY SIZE
                      INTO WS-CASO-DESCRICAO
               PERFORM GERA-CASO
           END-IF
           .

       APURA-MOVIMENTO.
           IF WS-MC-RECIBO AND WS-MC-EM-ESPECIE
               IF WS-MC-VALOR NOT < WS-VR-LIMITE-ESPECIE
                   ADD 1           TO WS-AP-QTD-ACIMA
                   ADD WS-MC-VALOR TO WS-AP-VR-ACIMA
                   MOVE 'E' TO WS-TM-MARCA(WS-TM-IDX)(1:1)
               ELSE
                   ADD 1           TO WS-AP-QTD-ABAIXO
                   ADD WS-MC-VALOR TO WS-AP-VR-ABAIXO
                   MOVE 'F' TO WS-TM-MARCA(WS-TM-IDX)(2:1)
                   IF WS-MC-VALOR NOT < WS-VR-INICIO-FAIXA
                       ADD 1 TO WS-AP-QTD-FAIXA
                   END-IF
               END-IF
           END-IF
           IF WS-MC-CREDITO
               ADD 1 TO WS-AP-QTD-CREDITOS
               MOVE 'D' TO WS-TM-MARCA(WS-TM-IDX)(4:1)
           END-IF
           IF WS-MC-DEVOLUCAO
               ADD 1           TO WS-AP-QTD-DEVOLUCOES
               ADD WS-MC-VALOR TO WS-AP-VR-DEVOLVIDO
               MOVE 'D' TO WS-TM-MARCA(WS-TM-IDX)(4:1)
           END-IF
      *    Cliente sem documento no cadastro nao tem com o que
      *    comparar: so o pagamento declarado por terceiro conta.
           IF (WS-MC-RECIBO OR WS-MC-PIX)
               AND WS-MC-DOC-PAGANTE > ZEROS
               AND WS-MC-DOC-PAGANTE NOT = WS-DOC-CLIENTE
               ADD 1           TO WS-AP-QTD-TERCEIRO
               ADD WS-MC-VALOR TO WS-AP-VR-TERCEIRO
               IF WS-AP-DOC-TERCEIRO = ZEROS
                   MOVE WS-MC-DOC-PAGANTE TO WS-AP-DOC-TERCEIRO
               END-IF
               MOVE 'T' TO WS-TM-MARCA(WS-TM-IDX)(5:1)
           END-IF
           .

       AVALIA-CONTRATO.
      *    Parcelas pagas antes do mes do vencimento num contrato
      *    que terminou quitado, ou amortizacao extra, dentro dos
      *    meses de parametro desde a contratacao.
           MOVE WS-TM-REGISTRO(WS-TM-INICIO) TO WS-MOV-CORRENTE
           MOVE WS-MC-NUM-CONTRATO TO WS-CT-CONTRATO
           MOVE ZEROS TO WS-CT-QTD-ANTECIPADO WS-CT-VR-ANTECIPADO
                         WS-CT-QTD-AMORT WS-CT-PRIMEIRA-DATA
           MOVE WS-MC-STATUS-CONTRATO TO WS-CT-QUITADO
           COMPUTE WS-MESES-CONTRATO = WS-MC-CTR-AAAA * 12
                                     + WS-MC-CTR-MM
           COMPUTE WS-TM-PROXIMO = WS-QTD-MOV + 1

           PERFORM VARYING WS-TM-IDX FROM WS-TM-INICIO BY 1
                   UNTIL WS-TM-IDX > WS-QTD-MOV
               MOVE WS-TM-REGISTRO(WS-TM-IDX) TO WS-MOV-CORRENTE
               IF WS-MC-NUM-CONTRATO NOT = WS-CT-CONTRATO
                   MOVE WS-TM-IDX  TO WS-TM-PROXIMO
                   MOVE WS-QTD-MOV TO WS-TM-IDX
               ELSE
                   IF WS-MC-PAGO-ANTECIPADO OR WS-MC-AMORT-EXTRA
                       IF WS-CT-PRIMEIRA-DATA = ZEROS
                           MOVE WS-MC-DATA TO WS-CT-PRIMEIRA-DATA
                       END-IF
                       ADD WS-MC-VALOR TO WS-CT-VR-ANTECIPADO
                       IF WS-MC-PAGO-ANTECIPADO
                           ADD 1 TO WS-CT-QTD-ANTECIPADO
                       ELSE
                           ADD 1 TO WS-CT-QTD-AMORT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CT-CONTRATO > ZEROS
               AND WS-CT-PRIMEIRA-DATA > ZEROS
               AND WS-MESES-CONTRATO > ZEROS
               AND ((WS-CT-QUITADO = 'Q' AND WS-CT-QTD-ANTECIPADO > 0)
                    OR WS-CT-QTD-AMORT > ZEROS)
               COMPUTE WS-MESES-EVENTO = WS-CT-PRI-AAAA * 12
                                       + WS-CT-PRI-MM
               COMPUTE WS-CT-MESES = WS-MESES-EVENTO
                                   - WS-MESES-CONTRATO
               IF WS-CT-MESES NOT > WS-MESES-LIQUIDACAO
                   PERFORM GERA-CASO-LIQUIDACAO
               END-IF
           END-IF

      *    Proximo contrato: primeiro movimento com outro numero.
           MOVE WS-TM-PROXIMO TO WS-TM-INICIO
           .

       GERA-CASO-LIQUIDACAO.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-QTD-MOV
               MOVE WS-TM-REGISTRO(WS-TM-IDX) TO WS-MOV-CORRENTE
               IF WS-MC-NUM-CONTRATO = WS-CT-CONTRATO
                   AND (WS-MC-PAGO-ANTECIPADO OR WS-MC-AMORT-EXTRA)
                   MOVE 'L' TO WS-TM-MARCA(WS-TM-IDX)(3:1)
               END-IF
           END-PERFORM
           MOVE 'L'                 TO WS-CASO-REGRA
           MOVE 3                   TO WS-CASO-POSICAO
           MOVE WS-CT-CONTRATO      TO WS-CASO-CONTRATO
           MOVE WS-CT-VR-ANTECIPADO TO WS-CASO-VALOR
           COMPUTE WS-CASO-QTD = WS-CT-QTD-ANTECIPADO + WS-CT-QTD-AMORT
           IF WS-CT-MESES < ZEROS
               MOVE ZEROS TO WS-CT-MESES
           END-IF
           MOVE WS-CT-MESES TO WS-ED-MESES
           MOVE SPACES TO WS-CASO-DESCRICAO
           IF WS-CT-QUITADO = 'Q' AND WS-CT-QTD-ANTECIPADO > ZEROS
               STRING 'CONTRATO QUITADO ANTECIPADAMENTE A '
                      WS-ED-MESES ' MES(ES) DA CONTRATACAO'
                      DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
           ELSE
               STRING 'AMORTIZACAO EXTRA A ' WS-ED-MESES
                      ' MES(ES) DA CONTRATACAO'
                      DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
           END-IF
           PERFORM GERA-CASO
           .

       BUSCA-CLIENTE.
           MOVE ZEROS  TO WS-DOC-CLIENTE
           MOVE SPACES TO WS-NOME-CLIENTE
           MOVE WS-CLIENTE-CORRENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO WS-NOME-CLIENTE
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-CNPJ         TO WS-DOC-CLIENTE
                       MOVE FD-RAZAO-SOCIAL TO WS-NOME-CLIENTE
                   ELSE
                       MOVE FD-CPF          TO WS-DOC-CLIENTE
                       STRING FD-PRIMEIRO-NOME DELIMITED BY SPACE
                              ' '
                              FD-ULTIMO-NOME   DELIMITED BY SPACE
                              INTO WS-NOME-CLIENTE
                   END-IF
           END-READ
           .

      ******************************************************************
      *    Caso novo: a mesma regra, cliente, contrato e competencia
      *    ja gerada numa execucao anterior nao se repete.
      ******************************************************************
       GERA-CASO.
           PERFORM PROCURA-CASO-EXISTENTE
           IF WS-CASO-JA-GERADO
               ADD 1 TO WS-QTD-JA-GERADOS
           ELSE
               PERFORM OBTEM-NUMERO-CASO
               INITIALIZE FD-COAFCASO-REC
               MOVE WS-NUM-CASO         TO CO-NUM-CASO
               MOVE WS-CLIENTE-CORRENTE TO CO-COD-CLIENTE
               MOVE WS-CASO-REGRA       TO CO-REGRA
               MOVE WS-CASO-CONTRATO    TO CO-NUM-CONTRATO
               MOVE WS-COMPETENCIA      TO CO-COMPETENCIA
               MOVE WS-DATA-MOVIMENTO   TO CO-DATA-GERACAO
               MOVE WS-CASO-VALOR       TO CO-VALOR
               MOVE WS-CASO-QTD         TO CO-QTD-MOVIMENTOS
               MOVE WS-CASO-DESCRICAO   TO CO-DESCRICAO
               SET CO-ABERTO            TO TRUE
               MOVE SPACES TO CO-ANALISE CO-ANALISTA CO-PROTOCOLO-COAF
               MOVE ZEROS  TO CO-DATA-ANALISE CO-DATA-COMUNICACAO
               MOVE WS-DATA-GUARDA      TO CO-DATA-GUARDA
               WRITE FD-COAFCASO-REC
                   INVALID KEY
                       DISPLAY 'FINCOAF: CASO ' WS-NUM-CASO
                               ' JA EXISTE EM COAFCASO.DAT.'
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CASOS
                       ADD 1 TO WS-TR-QTD(WS-CASO-POSICAO)
                       PERFORM GRAVA-EVIDENCIAS
                       PERFORM IMPRIME-CASO
               END-WRITE
           END-IF
           .

       PROCURA-CASO-EXISTENTE.
           MOVE 'N' TO WS-CASO-EXISTE
           MOVE 'N' TO WS-FIM-COAFCASO
           MOVE WS-CLIENTE-CORRENTE TO CO-COD-CLIENTE
           START FD-COAFCASO KEY NOT < CO-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-COAFCASO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COAFCASO
               READ FD-COAFCASO NEXT RECORD
                   AT END
                       SET WS-EOF-COAFCASO TO TRUE
                   NOT AT END
                       IF CO-COD-CLIENTE NOT = WS-CLIENTE-CORRENTE
                           SET WS-EOF-COAFCASO TO TRUE
                       ELSE
                           IF CO-REGRA = WS-CASO-REGRA
                               AND CO-COMPETENCIA = WS-COMPETENCIA
                               AND CO-NUM-CONTRATO = WS-CASO-CONTRATO
                               SET WS-CASO-JA-GERADO TO TRUE
                               SET WS-EOF-COAFCASO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       OBTEM-NUMERO-CASO.
      *    Serie COAFCASO de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie CONTRATO do FINAN2; semeada em 1 na primeira vez.
           MOVE 'COAFCASO' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'COAFCASO' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-CASO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       GRAVA-EVIDENCIAS.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-QTD-MOV
               IF WS-TM-MARCA(WS-TM-IDX)(WS-CASO-POSICAO:1)
                       = WS-CASO-REGRA
                   MOVE WS-TM-REGISTRO(WS-TM-IDX) TO WS-MOV-CORRENTE
                   IF WS-CASO-CONTRATO = ZEROS
                       OR WS-MC-NUM-CONTRATO = WS-CASO-CONTRATO
                       MOVE WS-NUM-CASO        TO EV-NUM-CASO
                       MOVE WS-DATA-MOVIMENTO  TO EV-DATA-GERACAO
                       MOVE WS-MC-ORIGEM       TO EV-ORIGEM
                       MOVE WS-MC-DATA         TO EV-DATA-MOVIMENTO
                       MOVE WS-MC-HORA         TO EV-HORA-MOVIMENTO
                       MOVE WS-MC-NUM-CONTRATO TO EV-NUM-CONTRATO
                       MOVE WS-MC-NUM-PARCELA  TO EV-NUM-PARCELA
                       MOVE WS-MC-VALOR        TO EV-VALOR
                       MOVE WS-MC-DETALHE      TO EV-DETALHE
                       IF WS-CASO-REGRA = 'T'
                           MOVE SPACES TO EV-DETALHE
                           STRING 'PAGANTE ' WS-MC-DOC-PAGANTE ' '
                                  WS-MC-DETALHE DELIMITED BY SIZE
                                  INTO EV-DETALHE
                       END-IF
                       WRITE FD-COAFEVID-REC
                       ADD 1 TO WS-QTD-EVIDENCIAS
                   END-IF
               END-IF
           END-PERFORM
           .

       IMPRIME-CASO.
           MOVE WS-NUM-CASO         TO WS-LK-CASO
           MOVE WS-NOME-REGRA(WS-CASO-POSICAO) TO WS-LK-REGRA
           MOVE WS-CLIENTE-CORRENTE TO WS-LK-CLIENTE
           MOVE WS-CASO-CONTRATO    TO WS-LK-CONTRATO
           MOVE WS-CASO-QTD         TO WS-LK-QTD
           MOVE WS-CASO-VALOR       TO WS-LK-VALOR
           MOVE WS-CASO-DESCRICAO   TO WS-LK-DESCRICAO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CASO
           MOVE WS-NOME-CLIENTE     TO WS-LN-NOME
           MOVE WS-DOC-CLIENTE      TO WS-LN-DOC
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CLIENTE
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 5
               MOVE WS-NOME-REGRA(WS-TR-IDX) TO WS-LR-REGRA
               MOVE WS-TR-QTD(WS-TR-IDX)     TO WS-LR-QTD
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL-REGRA
           END-PERFORM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'CASOS NOVOS: ' WS-QTD-CASOS
                  '  JA GERADOS ANTES: ' WS-QTD-JA-GERADOS
                  '  EVIDENCIAS: ' WS-QTD-EVIDENCIAS
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'CLIENTES AVALIADOS: ' WS-QTD-CLIENTES
                  '  MOVIMENTOS SEM CONTRATO NO MESTRE: '
                  WS-QTD-SEM-CONTRATO
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           .

       END PROGRAM FINCOAF.
