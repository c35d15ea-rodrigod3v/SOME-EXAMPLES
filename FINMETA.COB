      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ACOMPANHAMENTO DIARIO DAS METAS DE PRODUCAO - PASSO
      *          DIARIO: confronta a meta do mes de cada agente e
      *          produto (META.DAT, mantida no METAMNT) com o
      *          realizado do mes ate a data do movimento - contratos
      *          novos gravados ('N' do MOVDIA.DAT) e conferidos no
      *          FDCONTR.DAT, fora os cancelados (arrependimento),
      *          as renegociacoes e a carteira comprada. Entrada que
      *          ainda espera o supervisor em PENDAPR.DAT nao conta:
      *          sai so em coluna informativa ate ser aprovada e
      *          gravada. Projeta o fechamento do mes pelo ritmo dos
      *          dias uteis ja decorridos sobre os do mes inteiro
      *          (sabado, domingo e FERIADO.DAT fora) e classifica os
      *          agentes com meta pelo atingimento do valor. Venda de
      *          agente/produto sem meta aparece marcada. Competencia
      *          em FINMETA-COMPETENCIA (AAAAMM, padrao o mes do
      *          movimento; mes passado e medido no ultimo dia dele).
      *          Relatorio pelo escritor compartilhado (RPTWRT,
      *          geracao datada METADIA). Roda no passo diario do
      *          JOBNOTURNO, depois do FINPOSI, e se carimba em
      *          RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINMETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-META           ASSIGN TO "META.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-META.
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
           SELECT FD-PENDAPR        ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PENDENTE
               FILE STATUS IS WS-FS-PENDAPR.
           SELECT FD-FERIADO        ASSIGN TO "FERIADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DATA-FERIADO
               FILE STATUS IS WS-FS-FERIADO.
           SELECT FD-AGENTE         ASSIGN TO "AGENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-COD-AGENTE
               FILE STATUS IS WS-FS-AGENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-META.
       01  FD-META-REC.
           COPY METAREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PENDAPR.
       01  FD-PENDAPR-REC.
           COPY PENDAPRREC.

       FD  FD-FERIADO.
       01  FD-FERIADO-REC.
           COPY FERIADOREC.

       FD  FD-AGENTE.
       01  FD-AGENTE-REC.
           COPY AGREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-META          PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PENDAPR       PIC X(02) VALUE '00'.
           03 WS-FS-FERIADO       PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINMETA'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-DATA-INICIO-MES      PIC 9(08).
         01 WS-DATA-POSICAO         PIC 9(08).

      *  Calendario do mes: dia corrente da varredura (inteiro e
      *  AAAAMMDD) e contagem de dias uteis - no mes todo e ate a
      *  data da posicao.
         01 WS-DIA-INTEIRO          PIC 9(08).
         01 WS-DIA-DATA             PIC 9(08).
         01 WS-DIA-DATA-R REDEFINES WS-DIA-DATA.
           03 WS-DD-COMPETENCIA     PIC 9(06).
           03 WS-DD-DIA             PIC 9(02).
         01 WS-DIA-SEMANA           PIC 9(01).
             88 WS-E-FIM-DE-SEMANA          VALUE 0, 6.
         01 WS-E-DIA-UTIL           PIC X(01).
             88 WS-DIA-E-UTIL               VALUE 'S'.
         01 WS-FERIADO-OK           PIC X(01) VALUE 'N'.
             88 WS-FERIADO-ABERTO           VALUE 'S'.
         01 WS-UTEIS-MES            PIC 9(02) VALUE ZEROS.
         01 WS-UTEIS-DECORRIDOS     PIC 9(02) VALUE ZEROS.
         01 WS-UTEIS-RESTANTES      PIC 9(02) VALUE ZEROS.

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-CONTRATO-CONTA       PIC X(01).
             88 WS-CONTRATO-E-PRODUCAO      VALUE 'S'.

      *  Uma linha por agente e produto: a meta do mes e o que foi
      *  apurado contra ela (realizado no mes, no dia da posicao e
      *  em aprovacao). Linha criada pela venda, sem meta, fica com
      *  a meta zerada e sai marcada.
         01 WS-QTD-LINHAS           PIC 9(04) VALUE ZEROS.
         01 WS-QTD-FORA-TABELA      PIC 9(06) VALUE ZEROS.
         01 WS-TAB-LINHAS.
           03 WS-LN-OCR OCCURS 2000 TIMES.
               05 WS-LN-AGENTE          PIC 9(04).
               05 WS-LN-PRODUTO         PIC 9(03).
               05 WS-LN-COM-META        PIC X(01).
               05 WS-LN-META-QTD        PIC 9(05).
               05 WS-LN-META-VALOR      PIC 9(11)V99.
               05 WS-LN-REAL-QTD        PIC 9(05).
               05 WS-LN-REAL-VALOR      PIC 9(11)V99.
               05 WS-LN-HOJE-QTD        PIC 9(05).
               05 WS-LN-PEND-QTD        PIC 9(05).
               05 WS-LN-PEND-VALOR      PIC 9(11)V99.
         01 WS-LN-IDX               PIC 9(04).
         01 WS-LN-ACHADA            PIC 9(04).
         01 WS-BUSCA-AGENTE         PIC 9(04).
         01 WS-BUSCA-PRODUTO        PIC 9(03).

      *  Agentes com meta no mes, para a classificacao pelo
      *  atingimento do valor.
         01 WS-QTD-RANKING          PIC 9(04) VALUE ZEROS.
         01 WS-TAB-RANKING.
           03 WS-RK-OCR OCCURS 1000 TIMES.
               05 WS-RK-AGENTE          PIC 9(04).
               05 WS-RK-META-QTD        PIC 9(07).
               05 WS-RK-META-VALOR      PIC 9(13)V99.
               05 WS-RK-REAL-QTD        PIC 9(07).
               05 WS-RK-REAL-VALOR      PIC 9(13)V99.
               05 WS-RK-PCT             PIC 9(05)V9.
         01 WS-RK-IDX               PIC 9(04).
         01 WS-RK-IDX2              PIC 9(04).
         01 WS-RK-ACHADO            PIC 9(04).
         01 WS-RK-TROCA             PIC X(54).

         01 WS-TOTAIS.
           03 WS-TT-META-QTD        PIC 9(07).
           03 WS-TT-META-VALOR      PIC 9(13)V99.
           03 WS-TT-REAL-QTD        PIC 9(07).
           03 WS-TT-REAL-VALOR      PIC 9(13)V99.
           03 WS-TT-HOJE-QTD        PIC 9(07).
           03 WS-TT-PEND-QTD        PIC 9(07).
           03 WS-TT-PEND-VALOR      PIC 9(13)V99.
         01 WS-QTD-SEM-META         PIC 9(04) VALUE ZEROS.

         01 WS-PROJ-QTD             PIC 9(07).
         01 WS-PROJ-VALOR           PIC 9(13)V99.
         01 WS-PCT-ATING            PIC 9(05)V9.
         01 WS-PCT-PROJ             PIC 9(05)V9.
         01 WS-CALC-META-QTD        PIC 9(07).
         01 WS-CALC-META-VALOR      PIC 9(13)V99.
         01 WS-CALC-REAL-QTD        PIC 9(07).
         01 WS-CALC-REAL-VALOR      PIC 9(13)V99.

         01 WS-LINHA-TITULO         PIC X(132).

         01 WS-LINHA-CAB.
           03 FILLER                PIC X(21) VALUE 'AGENTE'.
           03 FILLER                PIC X(04) VALUE 'PRD'.
           03 FILLER                PIC X(08) VALUE 'QT.META'.
           03 FILLER                PIC X(08) VALUE 'QT.REAL'.
           03 FILLER                PIC X(04) VALUE 'HOJ'.
           03 FILLER                PIC X(05) VALUE 'PROJ'.
           03 FILLER                PIC X(14) VALUE '   VALOR META'.
           03 FILLER                PIC X(14) VALUE '    REALIZADO'.
           03 FILLER                PIC X(14) VALUE '    PROJETADO'.
           03 FILLER                PIC X(07) VALUE '%ATING'.
           03 FILLER                PIC X(07) VALUE ' %PROJ'.
           03 FILLER                PIC X(25) VALUE 'EM APROVACAO'.

         01 WS-LINHA-META.
           03 WS-LM-AGENTE          PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-NOME            PIC X(15).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PRODUTO         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-META-QTD        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-REAL-QTD        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-HOJE-QTD        PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PROJ-QTD        PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-META-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-REAL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PROJ-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PCT-ATING       PIC ZZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PCT-PROJ        PIC ZZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PEND-QTD        PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-PEND-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-OBS             PIC X(08).

         01 WS-LINHA-CAB-RANKING.
           03 FILLER                PIC X(04) VALUE 'POS'.
           03 FILLER                PIC X(32) VALUE 'AGENTE'.
           03 FILLER                PIC X(09) VALUE 'QT.META'.
           03 FILLER                PIC X(08) VALUE 'QT.REAL'.
           03 FILLER                PIC X(15) VALUE '    VALOR META'.
           03 FILLER                PIC X(15) VALUE '     REALIZADO'.
           03 FILLER                PIC X(07) VALUE '%ATING'.
           03 FILLER                PIC X(15) VALUE '     PROJETADO'.
           03 FILLER                PIC X(06) VALUE ' %PROJ'.

         01 WS-LINHA-RANKING.
           03 WS-LR-POSICAO         PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-AGENTE          PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-NOME            PIC X(26).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-META-QTD        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-REAL-QTD        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-META-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-REAL-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PCT-ATING       PIC ZZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PROJ-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PCT-PROJ        PIC ZZZ9,9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           PERFORM DEFINE-COMPETENCIA

           INITIALIZE WS-TAB-LINHAS WS-TAB-RANKING WS-TOTAIS

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINMETA: FDCONTR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CONTA-DIAS-UTEIS
               PERFORM CARREGA-METAS
               PERFORM APURA-PRODUCAO
               CLOSE FD-CONTRATO
               PERFORM APURA-PENDENTES
               PERFORM MONTA-RANKING
               PERFORM ORDENA-RANKING
               OPEN INPUT FD-AGENTE
               PERFORM ABRE-RELATORIO
               PERFORM IMPRIME-METAS
               PERFORM IMPRIME-RANKING
               PERFORM FECHA-RELATORIO
               IF WS-FS-AGENTE = '00'
                   CLOSE FD-AGENTE
               END-IF
           END-IF

           DISPLAY 'FINMETA: COMPETENCIA ' WS-COMPETENCIA ' POSICAO '
                   WS-DATA-POSICAO ', ' WS-TT-REAL-QTD
                   ' CONTRATO(S) NO MES, ' WS-UTEIS-RESTANTES
                   ' DIA(S) UTIL(EIS) RESTANTE(S).'
           IF WS-QTD-FORA-TABELA > ZEROS
               DISPLAY 'FINMETA: ' WS-QTD-FORA-TABELA
                       ' CONTRATO(S) FORA DA TABELA DE AGENTE/PRODUTO.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-COMPETENCIA.
      *    Padrao: o mes do movimento, medido na data do movimento.
      *    Mes passado informado no ambiente e medido no ultimo dia
      *    dele; mes futuro e ignorado.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMPETENCIA
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINMETA-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               IF WS-ENV-COMPETENCIA < WS-DATA-MOVIMENTO(1:6)
                   MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
               END-IF
           END-IF
           COMPUTE WS-DATA-INICIO-MES = WS-COMPETENCIA * 100 + 1
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-POSICAO
           .

       CONTA-DIAS-UTEIS.
      *    Percorre o mes dia a dia, pulando sabado, domingo e
      *    feriado de FERIADO.DAT, como o RECLMNT. Em mes passado a
      *    posicao vira o ultimo dia do mes.
           OPEN INPUT FD-FERIADO
           IF WS-FS-FERIADO = '00'
               SET WS-FERIADO-ABERTO TO TRUE
           END-IF
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MES)
           MOVE WS-DATA-INICIO-MES TO WS-DIA-DATA
           PERFORM UNTIL WS-DD-COMPETENCIA NOT = WS-COMPETENCIA
               PERFORM VERIFICA-DIA-UTIL
               IF WS-DIA-E-UTIL
                   ADD 1 TO WS-UTEIS-MES
                   IF WS-DIA-DATA NOT > WS-DATA-MOVIMENTO
                       ADD 1 TO WS-UTEIS-DECORRIDOS
                   END-IF
               END-IF
               IF WS-COMPETENCIA < WS-DATA-MOVIMENTO(1:6)
                   MOVE WS-DIA-DATA TO WS-DATA-POSICAO
               END-IF
               ADD 1 TO WS-DIA-INTEIRO
               COMPUTE WS-DIA-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
           END-PERFORM
           COMPUTE WS-UTEIS-RESTANTES =
               WS-UTEIS-MES - WS-UTEIS-DECORRIDOS
           IF WS-FERIADO-ABERTO
               CLOSE FD-FERIADO
           END-IF
           .

       VERIFICA-DIA-UTIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INTEIRO, 7)
           MOVE 'S' TO WS-E-DIA-UTIL
           IF WS-E-FIM-DE-SEMANA
               MOVE 'N' TO WS-E-DIA-UTIL
           ELSE
               IF WS-FERIADO-ABERTO
                   MOVE WS-DIA-DATA TO FD-DATA-FERIADO
                   READ FD-FERIADO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-E-DIA-UTIL
                   END-READ
               END-IF
           END-IF
           .

       CARREGA-METAS.
      *    Metas da competencia, na ordem da chave (agente, produto).
           OPEN INPUT FD-META
           IF WS-FS-META NOT = '00'
               DISPLAY 'FINMETA: META.DAT SEM METAS CADASTRADAS.'
           ELSE
               MOVE WS-COMPETENCIA TO MT-COMPETENCIA
               MOVE ZEROS TO MT-COD-AGENTE MT-COD-PRODUTO
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-META KEY NOT < MT-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-META NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF MT-COMPETENCIA NOT = WS-COMPETENCIA
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               PERFORM CARREGA-UMA-META
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-META
           END-IF
           .

       CARREGA-UMA-META.
           MOVE MT-COD-AGENTE  TO WS-BUSCA-AGENTE
           MOVE MT-COD-PRODUTO TO WS-BUSCA-PRODUTO
           PERFORM LOCALIZA-LINHA
           IF WS-LN-ACHADA > ZEROS
               MOVE 'S'           TO WS-LN-COM-META(WS-LN-ACHADA)
               MOVE MT-QTD-META   TO WS-LN-META-QTD(WS-LN-ACHADA)
               MOVE MT-VALOR-META TO WS-LN-META-VALOR(WS-LN-ACHADA)
           END-IF
           .

       LOCALIZA-LINHA.
      *    Procura a linha do agente/produto; nao havendo, abre uma
      *    nova no fim da tabela (zeros se a tabela estiver cheia).
           MOVE ZEROS TO WS-LN-ACHADA
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-QTD-LINHAS
                      OR WS-LN-ACHADA > ZEROS
               IF WS-LN-AGENTE(WS-LN-IDX) = WS-BUSCA-AGENTE
                   AND WS-LN-PRODUTO(WS-LN-IDX) = WS-BUSCA-PRODUTO
                   MOVE WS-LN-IDX TO WS-LN-ACHADA
               END-IF
           END-PERFORM
           IF WS-LN-ACHADA = ZEROS
               AND WS-QTD-LINHAS < 2000
               ADD 1 TO WS-QTD-LINHAS
               MOVE WS-QTD-LINHAS    TO WS-LN-ACHADA
               MOVE WS-BUSCA-AGENTE  TO WS-LN-AGENTE(WS-LN-ACHADA)
               MOVE WS-BUSCA-PRODUTO TO WS-LN-PRODUTO(WS-LN-ACHADA)
               MOVE 'N'              TO WS-LN-COM-META(WS-LN-ACHADA)
           END-IF
           .

       APURA-PRODUCAO.
      *    Contrato novo gravado no mes ate a posicao: o 'N' do
      *    MOVDIA.DAT da a data em que o contrato entrou (a aprovacao,
      *    quando veio da fila) e o mestre da agente, produto e a
      *    situacao de hoje.
           OPEN INPUT FD-MOVDIA
           IF WS-FS-MOVDIA NOT = '00'
               DISPLAY 'FINMETA: MOVDIA.DAT SEM MOVIMENTO.'
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-MOVDIA
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF MV-CONTRATO-NOVO
                               AND MV-DATA-MOVIMENTO
                                   NOT < WS-DATA-INICIO-MES
                               AND MV-DATA-MOVIMENTO
                                   NOT > WS-DATA-POSICAO
                               PERFORM APURA-UM-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-MOVDIA
           END-IF
           .

       APURA-UM-CONTRATO.
      *    So conta venda nova que continua de pe: cancelado (o
      *    cancelamento e o do prazo de arrependimento), renegociacao
      *    e carteira comprada ficam de fora.
           MOVE MV-NUM-CONTRATO TO FD-NUM-CONTRATO
           MOVE 'N' TO WS-CONTRATO-CONTA
           READ FD-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT FD-CONTR-CANCELADO
                       AND NOT FD-ORIGEM-ADQUIRIDO
                       AND NOT FD-CONTA-ROTATIVA
                       SET WS-CONTRATO-E-PRODUCAO TO TRUE
                       IF FD-CONTRATO-ANTERIOR IS NUMERIC
                           AND FD-CONTRATO-ANTERIOR > ZEROS
                           MOVE 'N' TO WS-CONTRATO-CONTA
                       END-IF
                   END-IF
           END-READ
           IF WS-CONTRATO-E-PRODUCAO
               MOVE ZEROS TO WS-BUSCA-AGENTE WS-BUSCA-PRODUTO
               IF FD-COD-AGENTE IS NUMERIC
                   MOVE FD-COD-AGENTE TO WS-BUSCA-AGENTE
               END-IF
               IF FD-COD-PRODUTO IS NUMERIC
                   MOVE FD-COD-PRODUTO TO WS-BUSCA-PRODUTO
               END-IF
               PERFORM LOCALIZA-LINHA
               IF WS-LN-ACHADA = ZEROS
                   ADD 1 TO WS-QTD-FORA-TABELA
               ELSE
                   ADD 1        TO WS-LN-REAL-QTD(WS-LN-ACHADA)
                   ADD FD-VALOR TO WS-LN-REAL-VALOR(WS-LN-ACHADA)
                   IF MV-DATA-MOVIMENTO = WS-DATA-POSICAO
                       ADD 1 TO WS-LN-HOJE-QTD(WS-LN-ACHADA)
                   END-IF
               END-IF
           END-IF
           .

       APURA-PENDENTES.
      *    Entrada do mes ainda na fila do supervisor: informativo,
      *    nao entra no realizado nem na projecao.
           OPEN INPUT FD-PENDAPR
           IF WS-FS-PENDAPR = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PENDAPR NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PD-PENDENTE
                               AND PD-DATA-ENTRADA
                                   NOT < WS-DATA-INICIO-MES
                               AND PD-DATA-ENTRADA
                                   NOT > WS-DATA-POSICAO
                               PERFORM APURA-UM-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PENDAPR
           END-IF
           .

       APURA-UM-PENDENTE.
           MOVE ZEROS TO WS-BUSCA-AGENTE WS-BUSCA-PRODUTO
           IF PD-COD-AGENTE IS NUMERIC
               MOVE PD-COD-AGENTE TO WS-BUSCA-AGENTE
           END-IF
           IF PD-COD-PRODUTO IS NUMERIC
               MOVE PD-COD-PRODUTO TO WS-BUSCA-PRODUTO
           END-IF
           PERFORM LOCALIZA-LINHA
           IF WS-LN-ACHADA > ZEROS
               ADD 1        TO WS-LN-PEND-QTD(WS-LN-ACHADA)
               ADD PD-VALOR TO WS-LN-PEND-VALOR(WS-LN-ACHADA)
           END-IF
           .

       PROJETA-FECHAMENTO.
      *    Ritmo dos dias uteis decorridos levado ao mes inteiro;
      *    antes do primeiro dia util a projecao e o proprio
      *    realizado.
           IF WS-UTEIS-DECORRIDOS > ZEROS
               COMPUTE WS-PROJ-QTD ROUNDED =
                   WS-CALC-REAL-QTD * WS-UTEIS-MES
                   / WS-UTEIS-DECORRIDOS
               COMPUTE WS-PROJ-VALOR ROUNDED =
                   WS-CALC-REAL-VALOR * WS-UTEIS-MES
                   / WS-UTEIS-DECORRIDOS
           ELSE
               MOVE WS-CALC-REAL-QTD   TO WS-PROJ-QTD
               MOVE WS-CALC-REAL-VALOR TO WS-PROJ-VALOR
           END-IF
      *    Atingimento pelo valor; meta so de quantidade vai pela
      *    quantidade.
           MOVE ZEROS TO WS-PCT-ATING WS-PCT-PROJ
           IF WS-CALC-META-VALOR > ZEROS
               COMPUTE WS-PCT-ATING ROUNDED =
                   WS-CALC-REAL-VALOR * 100 / WS-CALC-META-VALOR
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PCT-ATING
               END-COMPUTE
               COMPUTE WS-PCT-PROJ ROUNDED =
                   WS-PROJ-VALOR * 100 / WS-CALC-META-VALOR
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PCT-PROJ
               END-COMPUTE
           ELSE
               IF WS-CALC-META-QTD > ZEROS
                   COMPUTE WS-PCT-ATING ROUNDED =
                       WS-CALC-REAL-QTD * 100 / WS-CALC-META-QTD
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-PCT-ATING
                   END-COMPUTE
                   COMPUTE WS-PCT-PROJ ROUNDED =
                       WS-PROJ-QTD * 100 / WS-CALC-META-QTD
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-PCT-PROJ
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-PCT-ATING > 9999,9
               MOVE 9999,9 TO WS-PCT-ATING
           END-IF
           IF WS-PCT-PROJ > 9999,9
               MOVE 9999,9 TO WS-PCT-PROJ
           END-IF
           .

       MONTA-RANKING.
      *    Soma as linhas com meta por agente.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-QTD-LINHAS
               IF WS-LN-COM-META(WS-LN-IDX) = 'S'
                   PERFORM SOMA-AGENTE-RANKING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-QTD-RANKING
               MOVE WS-RK-META-QTD(WS-RK-IDX)   TO WS-CALC-META-QTD
               MOVE WS-RK-META-VALOR(WS-RK-IDX) TO WS-CALC-META-VALOR
               MOVE WS-RK-REAL-QTD(WS-RK-IDX)   TO WS-CALC-REAL-QTD
               MOVE WS-RK-REAL-VALOR(WS-RK-IDX) TO WS-CALC-REAL-VALOR
               PERFORM PROJETA-FECHAMENTO
               MOVE WS-PCT-ATING TO WS-RK-PCT(WS-RK-IDX)
           END-PERFORM
           .

       SOMA-AGENTE-RANKING.
           MOVE ZEROS TO WS-RK-ACHADO
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-QTD-RANKING
                      OR WS-RK-ACHADO > ZEROS
               IF WS-RK-AGENTE(WS-RK-IDX) = WS-LN-AGENTE(WS-LN-IDX)
                   MOVE WS-RK-IDX TO WS-RK-ACHADO
               END-IF
           END-PERFORM
           IF WS-RK-ACHADO = ZEROS
               AND WS-QTD-RANKING < 1000
               ADD 1 TO WS-QTD-RANKING
               MOVE WS-QTD-RANKING TO WS-RK-ACHADO
               MOVE WS-LN-AGENTE(WS-LN-IDX)
                   TO WS-RK-AGENTE(WS-RK-ACHADO)
           END-IF
           IF WS-RK-ACHADO > ZEROS
               ADD WS-LN-META-QTD(WS-LN-IDX)
                   TO WS-RK-META-QTD(WS-RK-ACHADO)
               ADD WS-LN-META-VALOR(WS-LN-IDX)
                   TO WS-RK-META-VALOR(WS-RK-ACHADO)
               ADD WS-LN-REAL-QTD(WS-LN-IDX)
                   TO WS-RK-REAL-QTD(WS-RK-ACHADO)
               ADD WS-LN-REAL-VALOR(WS-LN-IDX)
                   TO WS-RK-REAL-VALOR(WS-RK-ACHADO)
           END-IF
           .

       ORDENA-RANKING.
      *    Troca simples por atingimento decrescente, como no
      *    FINRENT; no empate fica o maior valor realizado na frente.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX >= WS-QTD-RANKING
               PERFORM VARYING WS-RK-IDX2 FROM WS-RK-IDX BY 1
                       UNTIL WS-RK-IDX2 > WS-QTD-RANKING
                   IF WS-RK-PCT(WS-RK-IDX2) > WS-RK-PCT(WS-RK-IDX)
                      OR (WS-RK-PCT(WS-RK-IDX2) = WS-RK-PCT(WS-RK-IDX)
                          AND WS-RK-REAL-VALOR(WS-RK-IDX2)
                              > WS-RK-REAL-VALOR(WS-RK-IDX))
                       MOVE WS-RK-OCR(WS-RK-IDX)  TO WS-RK-TROCA
                       MOVE WS-RK-OCR(WS-RK-IDX2)
                           TO WS-RK-OCR(WS-RK-IDX)
                       MOVE WS-RK-TROCA TO WS-RK-OCR(WS-RK-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'METADIA'  TO RW-RELATORIO
           MOVE SPACES     TO RW-TITULO
           STRING 'METAS DE PRODUCAO - COMPETENCIA '
                  WS-COMPETENCIA
               DELIMITED BY SIZE INTO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-RELATORIO.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-TITULO-SECAO.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-TITULO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       BUSCA-NOME-AGENTE.
           MOVE SPACES TO AG-NOME
           IF WS-FS-AGENTE = '00'
               READ FD-AGENTE
                   INVALID KEY
                       MOVE 'AGENTE NAO CADASTRADO' TO AG-NOME
               END-READ
           END-IF
           IF AG-COD-AGENTE = ZEROS
               MOVE 'VENDA DIRETA BALCAO' TO AG-NOME
           END-IF
           .

       IMPRIME-METAS.
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'POSICAO ' WS-DATA-POSICAO
                  ' - DIAS UTEIS NO MES: ' WS-UTEIS-MES
                  ' DECORRIDOS: ' WS-UTEIS-DECORRIDOS
                  ' RESTANTES: ' WS-UTEIS-RESTANTES
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE WS-LINHA-TITULO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE 'REALIZADO DO MES CONTRA A META POR AGENTE E PRODUTO'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-QTD-LINHAS
               IF WS-LN-COM-META(WS-LN-IDX) = 'S'
                   OR WS-LN-REAL-QTD(WS-LN-IDX) > ZEROS
                   OR WS-LN-PEND-QTD(WS-LN-IDX) > ZEROS
                   PERFORM IMPRIME-UMA-LINHA
               END-IF
           END-PERFORM
           PERFORM IMPRIME-TOTAL-METAS
           .

       IMPRIME-UMA-LINHA.
           MOVE WS-LN-AGENTE(WS-LN-IDX) TO AG-COD-AGENTE
           PERFORM BUSCA-NOME-AGENTE
           MOVE WS-LN-META-QTD(WS-LN-IDX)   TO WS-CALC-META-QTD
           MOVE WS-LN-META-VALOR(WS-LN-IDX) TO WS-CALC-META-VALOR
           MOVE WS-LN-REAL-QTD(WS-LN-IDX)   TO WS-CALC-REAL-QTD
           MOVE WS-LN-REAL-VALOR(WS-LN-IDX) TO WS-CALC-REAL-VALOR
           PERFORM PROJETA-FECHAMENTO

           MOVE WS-LN-AGENTE(WS-LN-IDX)     TO WS-LM-AGENTE
           MOVE AG-NOME                     TO WS-LM-NOME
           MOVE WS-LN-PRODUTO(WS-LN-IDX)    TO WS-LM-PRODUTO
           MOVE WS-LN-META-QTD(WS-LN-IDX)   TO WS-LM-META-QTD
           MOVE WS-LN-REAL-QTD(WS-LN-IDX)   TO WS-LM-REAL-QTD
           MOVE WS-LN-HOJE-QTD(WS-LN-IDX)   TO WS-LM-HOJE-QTD
           MOVE WS-PROJ-QTD                 TO WS-LM-PROJ-QTD
           MOVE WS-LN-META-VALOR(WS-LN-IDX) TO WS-LM-META-VALOR
           MOVE WS-LN-REAL-VALOR(WS-LN-IDX) TO WS-LM-REAL-VALOR
           MOVE WS-PROJ-VALOR               TO WS-LM-PROJ-VALOR
           MOVE WS-PCT-ATING                TO WS-LM-PCT-ATING
           MOVE WS-PCT-PROJ                 TO WS-LM-PCT-PROJ
           MOVE WS-LN-PEND-QTD(WS-LN-IDX)   TO WS-LM-PEND-QTD
           MOVE WS-LN-PEND-VALOR(WS-LN-IDX) TO WS-LM-PEND-VALOR
           MOVE SPACES TO WS-LM-OBS
           IF WS-LN-COM-META(WS-LN-IDX) NOT = 'S'
               MOVE 'SEM META' TO WS-LM-OBS
               ADD 1 TO WS-QTD-SEM-META
           END-IF
           MOVE WS-LINHA-META TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           ADD WS-LN-META-QTD(WS-LN-IDX)   TO WS-TT-META-QTD
           ADD WS-LN-META-VALOR(WS-LN-IDX) TO WS-TT-META-VALOR
           ADD WS-LN-REAL-QTD(WS-LN-IDX)   TO WS-TT-REAL-QTD
           ADD WS-LN-REAL-VALOR(WS-LN-IDX) TO WS-TT-REAL-VALOR
           ADD WS-LN-HOJE-QTD(WS-LN-IDX)   TO WS-TT-HOJE-QTD
           ADD WS-LN-PEND-QTD(WS-LN-IDX)   TO WS-TT-PEND-QTD
           ADD WS-LN-PEND-VALOR(WS-LN-IDX) TO WS-TT-PEND-VALOR
           .

       IMPRIME-TOTAL-METAS.
           MOVE WS-TT-META-QTD   TO WS-CALC-META-QTD
           MOVE WS-TT-META-VALOR TO WS-CALC-META-VALOR
           MOVE WS-TT-REAL-QTD   TO WS-CALC-REAL-QTD
           MOVE WS-TT-REAL-VALOR TO WS-CALC-REAL-VALOR
           PERFORM PROJETA-FECHAMENTO
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE ZEROS            TO WS-LM-AGENTE WS-LM-PRODUTO
           MOVE 'TOTAL DO MES'   TO WS-LM-NOME
           MOVE WS-TT-META-QTD   TO WS-LM-META-QTD
           MOVE WS-TT-REAL-QTD   TO WS-LM-REAL-QTD
           MOVE WS-TT-HOJE-QTD   TO WS-LM-HOJE-QTD
           MOVE WS-PROJ-QTD      TO WS-LM-PROJ-QTD
           MOVE WS-TT-META-VALOR TO WS-LM-META-VALOR
           MOVE WS-TT-REAL-VALOR TO WS-LM-REAL-VALOR
           MOVE WS-PROJ-VALOR    TO WS-LM-PROJ-VALOR
           MOVE WS-PCT-ATING     TO WS-LM-PCT-ATING
           MOVE WS-PCT-PROJ      TO WS-LM-PCT-PROJ
           MOVE WS-TT-PEND-QTD   TO WS-LM-PEND-QTD
           MOVE WS-TT-PEND-VALOR TO WS-LM-PEND-VALOR
           MOVE SPACES           TO WS-LM-OBS
           MOVE WS-LINHA-META TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           IF WS-QTD-SEM-META > ZEROS
               MOVE SPACES TO RW-LINHA
               STRING WS-QTD-SEM-META
                      ' LINHA(S) DE AGENTE/PRODUTO COM VENDA SEM META'
                      ' CADASTRADA (METAMNT).'
                   DELIMITED BY SIZE INTO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           .

       IMPRIME-RANKING.
           MOVE 'CLASSIFICACAO DOS AGENTES PELO ATINGIMENTO DA META'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-CAB-RANKING TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           IF WS-QTD-RANKING = ZEROS
               MOVE 'NENHUM AGENTE COM META NA COMPETENCIA.'
                   TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-QTD-RANKING
               PERFORM IMPRIME-UM-RANKING
           END-PERFORM
           .

       IMPRIME-UM-RANKING.
           MOVE WS-RK-AGENTE(WS-RK-IDX) TO AG-COD-AGENTE
           PERFORM BUSCA-NOME-AGENTE
           MOVE WS-RK-META-QTD(WS-RK-IDX)   TO WS-CALC-META-QTD
           MOVE WS-RK-META-VALOR(WS-RK-IDX) TO WS-CALC-META-VALOR
           MOVE WS-RK-REAL-QTD(WS-RK-IDX)   TO WS-CALC-REAL-QTD
           MOVE WS-RK-REAL-VALOR(WS-RK-IDX) TO WS-CALC-REAL-VALOR
           PERFORM PROJETA-FECHAMENTO
           MOVE WS-RK-IDX                   TO WS-LR-POSICAO
           MOVE WS-RK-AGENTE(WS-RK-IDX)     TO WS-LR-AGENTE
           MOVE AG-NOME                     TO WS-LR-NOME
           MOVE WS-RK-META-QTD(WS-RK-IDX)   TO WS-LR-META-QTD
           MOVE WS-RK-REAL-QTD(WS-RK-IDX)   TO WS-LR-REAL-QTD
           MOVE WS-RK-META-VALOR(WS-RK-IDX) TO WS-LR-META-VALOR
           MOVE WS-RK-REAL-VALOR(WS-RK-IDX) TO WS-LR-REAL-VALOR
           MOVE WS-PCT-ATING                TO WS-LR-PCT-ATING
           MOVE WS-PROJ-VALOR               TO WS-LR-PROJ-VALOR
           MOVE WS-PCT-PROJ                 TO WS-LR-PCT-PROJ
           MOVE WS-LINHA-RANKING TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINMETA.
