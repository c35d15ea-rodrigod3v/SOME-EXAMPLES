      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: QUADRO DE QUALIDADE DOS AGENTES DE VENDA - PASSO
      *          MENSAL: para cada agente (AGENTE.DAT) mede o que ele
      *          originou nas ultimas safras (AGQPARM.DAT, padrao 12
      *          meses ate a competencia): volume do mes e da janela,
      *          inadimplencia da primeira parcela (FPD - parcela 1
      *          paga com mais dos dias de inadimplencia de atraso,
      *          ou ainda em aberto passado esse prazo), atraso de 90
      *          dias ou prejuizo no fechamento do sexto mes de vida
      *          (POSHIST.DAT), taxa de renegociacao e prejuizo
      *          liquido de recuperacao (PREJCTL.DAT). Contrato que
      *          fica inadimplente numa das primeiras parcelas
      *          (AGQPARM.DAT) tem estornada a comissao ja paga ao
      *          agente (mesma regra do FINCOM sobre PAGTOLOG.DAT):
      *          o estorno vai para ESTCOM.DAT com a competencia de
      *          comissao do movimento e sai em linha propria no
      *          demonstrativo do FINCOM; cada contrato e estornado
      *          uma vez. Agente com FPD acima do limite (e com o
      *          minimo de contratos observados) e marcado no quadro
      *          e, se o parametro mandar, suspenso - agente suspenso
      *          nao origina contrato no FINAN2 ate ser reativado no
      *          FINAGEN. Usa SORT por contrato (mesma tecnica do
      *          FINAGE) para casar o contrato com as transicoes de
      *          pagamento. Competencia em FINAGQ-COMPETENCIA
      *          (AAAAMM, padrao o mes anterior ao do movimento); a
      *          data de referencia e o ultimo dia da competencia.
      *          Relatorio pelo escritor compartilhado (RPTWRT,
      *          geracao datada AGENTQ). Roda no passo mensal do
      *          JOBNOTURNO, depois do FINROLL e antes do FINCOM, e se
      *          carimba em RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAGQ.
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
           SELECT FD-PARCELA        ASSIGN TO "FDPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PARCELA.
           SELECT FD-AGENTE         ASSIGN TO "AGENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-COD-AGENTE
               FILE STATUS IS WS-FS-AGENTE.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-POSHIST        ASSIGN TO "POSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSHIST.
           SELECT FD-PREJCTL        ASSIGN TO "PREJCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-NUM-CONTRATO
               FILE STATUS IS WS-FS-PREJCTL.
           SELECT FD-ESTCOM         ASSIGN TO "ESTCOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-NUM-CONTRATO
               FILE STATUS IS WS-FS-ESTCOM.
           SELECT FD-AGQPARM        ASSIGN TO "AGQPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGQPARM.
           SELECT SD-ORDENACAO      ASSIGN TO "FINAGQ.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PARCELA.
       01  FD-PARCELA-REC.
           COPY PARCREC.

       FD  FD-AGENTE.
       01  FD-AGENTE-REC.
           COPY AGREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-POSHIST.
       01  FD-POSHIST-REC.
           COPY POSHISTREC.

       FD  FD-PREJCTL.
       01  FD-PREJCTL-REC.
           COPY PREJCTLREC.

       FD  FD-ESTCOM.
       01  FD-ESTCOM-REC.
           COPY ESTCOMREC.

       FD  FD-AGQPARM.
       01  FD-AGQPARM-REC.
           COPY AGQPARMREC.

      *  Tipo '1' = contrato do agente na janela (data = contratacao);
      *  tipo '2' = transicao de pagamento do log ('G' ou 'R'). A
      *  ordem contrato/tipo/data/hora poe o contrato antes das suas
      *  transicoes, e estas na ordem em que aconteceram.
       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-NUM-CONTRATO                 PIC 9(08).
           03 SD-TIPO                         PIC X(01).
           03 SD-DATA                         PIC 9(08).
           03 SD-HORA                         PIC 9(08).
           03 SD-NUM-PARCELA                  PIC 9(03).
           03 SD-STATUS                       PIC X(01).
           03 SD-VALOR                        PIC 9(08)V99.
           03 SD-COD-AGENTE                   PIC 9(04).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-POSHIST       PIC X(02) VALUE '00'.
           03 WS-FS-PREJCTL       PIC X(02) VALUE '00'.
           03 WS-FS-ESTCOM        PIC X(02) VALUE '00'.
           03 WS-FS-AGQPARM       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY JUROSPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINAGQ'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-COMP-INICIO          PIC 9(06).
         01 WS-COMP-ESTORNO         PIC 9(06).
         01 WS-COMP-MOB6            PIC 9(06).
         01 WS-COMP-CALC            PIC 9(06).
         01 WS-COMP-CALC-R REDEFINES WS-COMP-CALC.
           03 WS-CC-ANO             PIC 9(04).
           03 WS-CC-MES             PIC 9(02).
         01 WS-DATA-CALC            PIC 9(08).
         01 WS-DATA-REFERENCIA      PIC 9(08).
         01 WS-DIA-REFERENCIA       PIC 9(07).
         01 WS-DIA-VENCTO           PIC 9(07).
         01 WS-DIAS-ATRASO          PIC S9(07).
         01 WS-MESES-VOLTA          PIC 9(02).

      *  Parametros (AGQPARM.DAT); os valores abaixo sao a semente
      *  e valem se o arquivo vier vazio ou invalido.
         01 WS-PARCELAS-ESTORNO     PIC 9(02) VALUE 03.
         01 WS-DIAS-INADIMPLENCIA   PIC 9(03) VALUE 030.
         01 WS-PCT-LIMITE-FPD       PIC 9(03)V99 VALUE 010,00.
         01 WS-MIN-CONTRATOS        PIC 9(04) VALUE 0010.
         01 WS-SUSPENDE-AUTOMATICO  PIC X(01) VALUE 'N'.
             88 WS-SUSPENSAO-AUTOMATICA     VALUE 'S'.
         01 WS-MESES-JANELA         PIC 9(02) VALUE 12.
         01 WS-PARCELAS-OBSERVADAS  PIC 9(02).

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT                 VALUE 'S'.
         01 WS-POSHIST-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-TEM-POSHIST              VALUE 'S'.
         01 WS-PREJCTL-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-TEM-PREJCTL              VALUE 'S'.
         01 WS-PARCELA-INADIMPLENTE PIC X(01).
             88 WS-PARC-INADIMPLENTE        VALUE 'S'.

      *  Contrato corrente da quebra do SORT.
         01 WS-CONTRATO-CORRENTE.
           03 WS-CT-CONTRATO        PIC 9(08) VALUE ZEROS.
           03 WS-CT-TEM-CONTRATO    PIC X(01) VALUE 'N'.
               88 WS-CT-NA-JANELA           VALUE 'S'.
           03 WS-CT-AGENTE          PIC 9(04).
           03 WS-CT-SAFRA           PIC 9(06).
           03 WS-CT-STATUS          PIC X(01).
               88 WS-CT-RENEGOCIADO         VALUE 'R'.
               88 WS-CT-PREJUIZO            VALUE 'P'.
           03 WS-CT-VALOR           PIC 9(08)V99.
           03 WS-CT-PCT-COMISSAO    PIC 9(02)V99.
           03 WS-CT-COMISSAO-PAGA   PIC S9(09)V99.
           03 WS-CT-PRIMEIRA-INADIMP
                                    PIC 9(03).
      *    Data da ultima baixa ('G' nao estornado) de cada parcela
      *    inicial.
           03 WS-CT-DATA-PAGTO      PIC 9(08) OCCURS 99 TIMES.
         01 WS-PI                   PIC 9(03).

      *  Acumuladores por agente, indexados pelo proprio codigo
      *  (ate 9999 agentes), como no FINCOM.
         01 WS-TAB-AGENTES.
           03 WS-AG-ACUM OCCURS 9999 TIMES.
               05 WS-AG-QTD-MES          PIC 9(05).
               05 WS-AG-QTD-JANELA       PIC 9(07).
               05 WS-AG-VR-JANELA        PIC 9(11)V99.
               05 WS-AG-FPD-OBS          PIC 9(07).
               05 WS-AG-FPD-QTD          PIC 9(07).
               05 WS-AG-MOB6-OBS         PIC 9(07).
               05 WS-AG-MOB6-QTD         PIC 9(07).
               05 WS-AG-RENEG-QTD        PIC 9(07).
               05 WS-AG-PREJ-QTD         PIC 9(07).
               05 WS-AG-PREJ-VALOR       PIC S9(11)V99.
               05 WS-AG-EST-QTD          PIC 9(05).
               05 WS-AG-EST-VALOR        PIC 9(09)V99.
         01 WS-AG-IDX               PIC 9(04).
         01 WS-TOT-CARTEIRA.
           03 WS-TOT-QTD-MES        PIC 9(07) VALUE ZEROS.
           03 WS-TOT-QTD-JANELA     PIC 9(07) VALUE ZEROS.
           03 WS-TOT-VR-JANELA      PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-FPD-OBS        PIC 9(07) VALUE ZEROS.
           03 WS-TOT-FPD-QTD        PIC 9(07) VALUE ZEROS.
           03 WS-TOT-MOB6-OBS       PIC 9(07) VALUE ZEROS.
           03 WS-TOT-MOB6-QTD       PIC 9(07) VALUE ZEROS.
           03 WS-TOT-RENEG-QTD      PIC 9(07) VALUE ZEROS.
           03 WS-TOT-PREJ-QTD       PIC 9(07) VALUE ZEROS.
           03 WS-TOT-PREJ-VALOR     PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-EST-QTD        PIC 9(07) VALUE ZEROS.
           03 WS-TOT-EST-VALOR      PIC 9(11)V99 VALUE ZEROS.
         01 WS-QTD-ACIMA-LIMITE     PIC 9(05) VALUE ZEROS.
         01 WS-QTD-SUSPENSOS        PIC 9(05) VALUE ZEROS.
         01 WS-PCT-FPD              PIC 9(03)V99.
         01 WS-PCT-CALC             PIC 9(03)V99.

         01 WS-LINHA-TITULO         PIC X(132).

         01 WS-LINHA-PARAMETROS.
           03 FILLER                PIC X(20) VALUE 'SAFRAS DE '.
           03 WS-LP-INICIO          PIC 9(06).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-LP-FIM             PIC 9(06).
           03 FILLER                PIC X(14) VALUE ' - REFERENCIA '.
           03 WS-LP-REFERENCIA      PIC 9(08).
           03 FILLER                PIC X(22)
                   VALUE ' - INADIMPLENCIA APOS '.
           03 WS-LP-DIAS            PIC ZZ9.
           03 FILLER                PIC X(15) VALUE ' DIAS - LIMITE '.
           03 WS-LP-LIMITE          PIC ZZ9,99.
           03 FILLER                PIC X(13) VALUE '% FPD - MIN. '.
           03 WS-LP-MINIMO          PIC ZZZ9.

         01 WS-LINHA-PARAMETROS-2.
           03 FILLER                PIC X(38)
                   VALUE 'ESTORNO DE COMISSAO: INADIMPLENCIA ATE'.
           03 FILLER                PIC X(11) VALUE ' A PARCELA '.
           03 WS-LP-PARCELAS        PIC Z9.
           03 FILLER                PIC X(31)
                   VALUE ' - LANCADO NA COMPETENCIA     '.
           03 WS-LP-COMP-ESTORNO    PIC 9(06).
           03 FILLER                PIC X(25)
                   VALUE ' - SUSPENSAO AUTOMATICA: '.
           03 WS-LP-SUSPENDE        PIC X(01).

         01 WS-LINHA-CAB-1.
           03 FILLER                PIC X(24) VALUE 'AGENTE'.
           03 FILLER                PIC X(27)
                   VALUE '---------- VOLUME ---------'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 FILLER                PIC X(28)
                   VALUE '-- PERCENTUAIS DA JANELA --'.
           03 FILLER                PIC X(19)
                   VALUE '---- PREJUIZO ----'.
           03 FILLER                PIC X(11) VALUE '  ESTORNO'.

         01 WS-LINHA-CAB-2.
           03 FILLER                PIC X(05) VALUE 'COD'.
           03 FILLER                PIC X(19) VALUE 'NOME'.
           03 FILLER                PIC X(05) VALUE '  MES'.
           03 FILLER                PIC X(07) VALUE ' JANELA'.
           03 FILLER                PIC X(15) VALUE '   VALOR JANELA'.
           03 FILLER                PIC X(07) VALUE ' OBSFPD'.
           03 FILLER                PIC X(07) VALUE '   FPD'.
           03 FILLER                PIC X(07) VALUE ' 90+M6'.
           03 FILLER                PIC X(07) VALUE ' RENEG'.
           03 FILLER                PIC X(05) VALUE '  QTD'.
           03 FILLER                PIC X(14) VALUE '  VALOR LIQ.'.
           03 FILLER                PIC X(11) VALUE '  COMISSAO'.
           03 FILLER                PIC X(12) VALUE ' SITUACAO'.

         01 WS-LINHA-AGENTE.
           03 WS-LA-COD             PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-NOME            PIC X(18).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-QTD-MES         PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-QTD-JANELA      PIC ZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-VR-JANELA       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-FPD-OBS         PIC ZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PCT-FPD         PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PCT-MOB6        PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PCT-RENEG       PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PREJ-QTD        PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PREJ-VALOR      PIC -Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-EST-VALOR       PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-SITUACAO        PIC X(12).

         01 WS-LINHA-RODAPE.
           03 FILLER                PIC X(20).
           03 WS-LR-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-TEXTO           PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS
           PERFORM DEFINE-COMPETENCIA

           INITIALIZE WS-TAB-AGENTES

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINAGQ: FDCONTR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-ARQUIVOS
               SORT SD-ORDENACAO
                   ON ASCENDING KEY SD-NUM-CONTRATO SD-TIPO
                                    SD-DATA SD-HORA
                   INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE IS AVALIA-CONTRATOS
               PERFORM ABRE-RELATORIO
               PERFORM IMPRIME-AGENTES
               PERFORM IMPRIME-TOTAL-CARTEIRA
               PERFORM FECHA-RELATORIO
               PERFORM FECHA-ARQUIVOS
           END-IF

           DISPLAY 'FINAGQ: COMPETENCIA ' WS-COMPETENCIA ', '
                   WS-TOT-QTD-JANELA ' CONTRATO(S) NA JANELA, '
                   WS-TOT-EST-QTD ' ESTORNO(S) DE COMISSAO, '
                   WS-QTD-ACIMA-LIMITE ' AGENTE(S) ACIMA DO LIMITE.'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
      *    Semeado na primeira execucao (mesma tecnica do PREJPARM).
           OPEN INPUT FD-AGQPARM
           IF WS-FS-AGQPARM = '35'
               OPEN OUTPUT FD-AGQPARM
               MOVE WS-PARCELAS-ESTORNO    TO GQ-PARCELAS-ESTORNO
               MOVE WS-DIAS-INADIMPLENCIA  TO GQ-DIAS-INADIMPLENCIA
               MOVE WS-PCT-LIMITE-FPD      TO GQ-PCT-LIMITE-FPD
               MOVE WS-MIN-CONTRATOS       TO GQ-MIN-CONTRATOS
               MOVE WS-SUSPENDE-AUTOMATICO TO GQ-SUSPENDE-AUTOMATICO
               MOVE WS-MESES-JANELA        TO GQ-MESES-JANELA
               WRITE FD-AGQPARM-REC
               CLOSE FD-AGQPARM
               OPEN INPUT FD-AGQPARM
           END-IF
           READ FD-AGQPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF GQ-PARCELAS-ESTORNO IS NUMERIC
                       MOVE GQ-PARCELAS-ESTORNO TO WS-PARCELAS-ESTORNO
                   END-IF
                   IF GQ-DIAS-INADIMPLENCIA IS NUMERIC
                       AND GQ-DIAS-INADIMPLENCIA > ZEROS
                       MOVE GQ-DIAS-INADIMPLENCIA
                           TO WS-DIAS-INADIMPLENCIA
                   END-IF
                   IF GQ-PCT-LIMITE-FPD IS NUMERIC
                       AND GQ-PCT-LIMITE-FPD > ZEROS
                       MOVE GQ-PCT-LIMITE-FPD TO WS-PCT-LIMITE-FPD
                   END-IF
                   IF GQ-MIN-CONTRATOS IS NUMERIC
                       MOVE GQ-MIN-CONTRATOS TO WS-MIN-CONTRATOS
                   END-IF
                   IF GQ-SUSPENDE-AUTOMATICO = 'S' OR 'N'
                       MOVE GQ-SUSPENDE-AUTOMATICO
                           TO WS-SUSPENDE-AUTOMATICO
                   END-IF
                   IF GQ-MESES-JANELA IS NUMERIC
                       AND GQ-MESES-JANELA > ZEROS
                       MOVE GQ-MESES-JANELA TO WS-MESES-JANELA
                   END-IF
           END-READ
           CLOSE FD-AGQPARM
      *    A primeira parcela e sempre observada (FPD), mesmo sem
      *    estorno configurado.
           MOVE WS-PARCELAS-ESTORNO TO WS-PARCELAS-OBSERVADAS
           IF WS-PARCELAS-OBSERVADAS = ZEROS
               MOVE 1 TO WS-PARCELAS-OBSERVADAS
           END-IF
           .

       DEFINE-COMPETENCIA.
      *    Padrao: o mes anterior ao do movimento, ja fechado. O
      *    estorno e lancado na competencia de comissao do movimento,
      *    a que o FINCOM apura neste mes.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMP-ESTORNO
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINAGQ-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMP-CALC
               PERFORM VOLTA-UM-MES
               MOVE WS-COMP-CALC TO WS-COMPETENCIA
           END-IF

      *    Referencia: ultimo dia da competencia (vespera do dia 1 do
      *    mes seguinte).
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           PERFORM AVANCA-UM-MES
           COMPUTE WS-DATA-CALC = (WS-COMP-CALC * 100) + 1
           COMPUTE WS-DIA-REFERENCIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) - 1
           COMPUTE WS-DATA-REFERENCIA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-REFERENCIA)

      *    Janela: as safras dos ultimos meses ate a competencia.
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           COMPUTE WS-MESES-VOLTA = WS-MESES-JANELA - 1
           PERFORM VOLTA-UM-MES WS-MESES-VOLTA TIMES
           MOVE WS-COMP-CALC TO WS-COMP-INICIO
           .

       VOLTA-UM-MES.
           IF WS-CC-MES = 1
               MOVE 12 TO WS-CC-MES
               SUBTRACT 1 FROM WS-CC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CC-MES
           END-IF
           .

       AVANCA-UM-MES.
           IF WS-CC-MES = 12
               MOVE 1 TO WS-CC-MES
               ADD 1 TO WS-CC-ANO
           ELSE
               ADD 1 TO WS-CC-MES
           END-IF
           .

       ABRE-ARQUIVOS.
           OPEN INPUT FD-PARCELA
           OPEN I-O FD-AGENTE
           IF WS-FS-AGENTE = '35'
               OPEN OUTPUT FD-AGENTE
               CLOSE FD-AGENTE
               OPEN I-O FD-AGENTE
           END-IF
           OPEN I-O FD-ESTCOM
           IF WS-FS-ESTCOM = '35'
               OPEN OUTPUT FD-ESTCOM
               CLOSE FD-ESTCOM
               OPEN I-O FD-ESTCOM
           END-IF
      *    Historico de posicoes e registro de prejuizo sao
      *    opcionais: sem eles o indicador fica sem observacao.
           OPEN INPUT FD-POSHIST
           IF WS-FS-POSHIST = '00'
               SET WS-TEM-POSHIST TO TRUE
           END-IF
           OPEN INPUT FD-PREJCTL
           IF WS-FS-PREJCTL = '00'
               SET WS-TEM-PREJCTL TO TRUE
           END-IF
           .

       FECHA-ARQUIVOS.
           IF WS-TEM-POSHIST
               CLOSE FD-POSHIST
           END-IF
           IF WS-TEM-PREJCTL
               CLOSE FD-PREJCTL
           END-IF
           CLOSE FD-ESTCOM
           CLOSE FD-AGENTE
           IF WS-FS-PARCELA NOT = '35'
               CLOSE FD-PARCELA
           END-IF
           CLOSE FD-CONTRATO
           .

       SELECIONA-MOVIMENTOS.
      *    Contratos com agente originados na janela e todas as
      *    transicoes de pagamento do log; transicao de contrato fora
      *    da janela cai na quebra sem contrato e e ignorada.
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF FD-COD-AGENTE > ZEROS
                           AND NOT FD-CONTA-ROTATIVA
                           AND NOT FD-CONTR-CANCELADO
                           AND FD-DATA-CONTRATACAO(1:6)
                               NOT < WS-COMP-INICIO
                           AND FD-DATA-CONTRATACAO(1:6)
                               NOT > WS-COMPETENCIA
                           PERFORM SELECIONA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-PAGTOLOG
           MOVE WS-FS-PAGTOLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FINAGQ: PAGTOLOG.DAT NAO EXISTE - SEM '
                       'PAGAMENTOS.'
               SET WS-EOF-LEITURA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-PAGTOLOG
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF (PL-STATUS-NOVO = 'G' OR
                           PL-STATUS-NOVO = 'R')
                           AND PL-VALOR IS NUMERIC
                           AND PL-NUM-CONTRATO IS NUMERIC
                           AND PL-NUM-CONTRATO > ZEROS
                           AND PL-DATA-TRANSICAO IS NUMERIC
                           PERFORM SELECIONA-TRANSICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           .

       SELECIONA-CONTRATO.
           INITIALIZE SD-REGISTRO
           MOVE FD-NUM-CONTRATO     TO SD-NUM-CONTRATO
           MOVE '1'                 TO SD-TIPO
           MOVE FD-DATA-CONTRATACAO TO SD-DATA
           MOVE FD-STATUS-CONTRATO  TO SD-STATUS
           MOVE FD-VALOR            TO SD-VALOR
           MOVE FD-COD-AGENTE       TO SD-COD-AGENTE
           RELEASE SD-REGISTRO
           .

       SELECIONA-TRANSICAO.
           INITIALIZE SD-REGISTRO
           MOVE PL-NUM-CONTRATO     TO SD-NUM-CONTRATO
           MOVE '2'                 TO SD-TIPO
           MOVE PL-DATA-TRANSICAO   TO SD-DATA
           IF PL-HORA-TRANSICAO IS NUMERIC
               MOVE PL-HORA-TRANSICAO TO SD-HORA
           END-IF
           MOVE PL-NUM-PARCELA      TO SD-NUM-PARCELA
           MOVE PL-STATUS-NOVO      TO SD-STATUS
           MOVE PL-VALOR            TO SD-VALOR
           RELEASE SD-REGISTRO
           .

       AVALIA-CONTRATOS.
      *    Recebe contrato e transicoes ja ordenados; na quebra de
      *    contrato avalia o anterior.
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                       IF WS-CT-NA-JANELA
                           PERFORM AVALIA-UM-CONTRATO
                       END-IF
                   NOT AT END
                       IF SD-NUM-CONTRATO NOT = WS-CT-CONTRATO
                           IF WS-CT-NA-JANELA
                               PERFORM AVALIA-UM-CONTRATO
                           END-IF
                           MOVE SD-NUM-CONTRATO TO WS-CT-CONTRATO
                           MOVE 'N' TO WS-CT-TEM-CONTRATO
                           IF SD-TIPO = '1'
                               PERFORM INICIA-CONTRATO
                           END-IF
                       ELSE
                           IF SD-TIPO = '2' AND WS-CT-NA-JANELA
                               PERFORM ACUMULA-TRANSICAO
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           .

       INICIA-CONTRATO.
           SET WS-CT-NA-JANELA TO TRUE
           MOVE SD-COD-AGENTE   TO WS-CT-AGENTE
           MOVE SD-DATA(1:6)    TO WS-CT-SAFRA
           MOVE SD-STATUS       TO WS-CT-STATUS
           MOVE SD-VALOR        TO WS-CT-VALOR
           MOVE ZEROS           TO WS-CT-COMISSAO-PAGA
                                   WS-CT-PRIMEIRA-INADIMP
                                   WS-CT-PCT-COMISSAO
           PERFORM VARYING WS-PI FROM 1 BY 1 UNTIL WS-PI > 99
               MOVE ZEROS TO WS-CT-DATA-PAGTO(WS-PI)
           END-PERFORM
           MOVE SD-COD-AGENTE TO AG-COD-AGENTE
           READ FD-AGENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AG-PCT-COMISSAO IS NUMERIC
                       MOVE AG-PCT-COMISSAO TO WS-CT-PCT-COMISSAO
                   END-IF
           END-READ
           .

       ACUMULA-TRANSICAO.
      *    Comissao paga ate a referencia, pela regra do FINCOM ('G'
      *    credita, 'R' estorna), e a data da ultima baixa de cada
      *    parcela inicial - qualquer que seja a data, para que a
      *    baixa tardia tambem conte como atraso.
           IF SD-DATA NOT > WS-DATA-REFERENCIA
               AND WS-CT-PCT-COMISSAO > ZEROS
               AND SD-VALOR > ZEROS
               MOVE SD-VALOR           TO JC-BASE
               MOVE WS-CT-PCT-COMISSAO TO JC-TAXA
               MOVE 1                  TO JC-FATOR
               CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                      JC-RESULTADO JC-STATUS
               IF SD-STATUS = 'G'
                   ADD JC-RESULTADO TO WS-CT-COMISSAO-PAGA
               ELSE
                   SUBTRACT JC-RESULTADO FROM WS-CT-COMISSAO-PAGA
               END-IF
           END-IF
           IF SD-NUM-PARCELA > ZEROS
               AND SD-NUM-PARCELA NOT > WS-PARCELAS-OBSERVADAS
               IF SD-STATUS = 'G'
                   MOVE SD-DATA TO WS-CT-DATA-PAGTO(SD-NUM-PARCELA)
               ELSE
                   MOVE ZEROS   TO WS-CT-DATA-PAGTO(SD-NUM-PARCELA)
               END-IF
           END-IF
           .

       AVALIA-UM-CONTRATO.
           MOVE WS-CT-AGENTE TO WS-AG-IDX
           ADD 1           TO WS-AG-QTD-JANELA(WS-AG-IDX)
           ADD WS-CT-VALOR TO WS-AG-VR-JANELA(WS-AG-IDX)
           IF WS-CT-SAFRA = WS-COMPETENCIA
               ADD 1 TO WS-AG-QTD-MES(WS-AG-IDX)
           END-IF
           IF WS-CT-RENEGOCIADO
               ADD 1 TO WS-AG-RENEG-QTD(WS-AG-IDX)
           END-IF
           IF WS-CT-PREJUIZO
               PERFORM AVALIA-PREJUIZO
           END-IF

           IF WS-FS-PARCELA NOT = '35'
               PERFORM VARYING WS-PI FROM 1 BY 1
                       UNTIL WS-PI > WS-PARCELAS-OBSERVADAS
                   PERFORM AVALIA-PARCELA-INICIAL
               END-PERFORM
           END-IF
           IF WS-CT-PRIMEIRA-INADIMP > ZEROS
               AND WS-CT-PRIMEIRA-INADIMP NOT > WS-PARCELAS-ESTORNO
               PERFORM ESTORNA-COMISSAO
           END-IF

      *    Sexto mes de vida: fechamento de safra + 6, se ja houve.
           MOVE WS-CT-SAFRA TO WS-COMP-CALC
           PERFORM AVANCA-UM-MES 6 TIMES
           MOVE WS-COMP-CALC TO WS-COMP-MOB6
           IF WS-TEM-POSHIST AND WS-COMP-MOB6 NOT > WS-COMPETENCIA
               MOVE WS-COMP-MOB6   TO HP-COMPETENCIA
               MOVE WS-CT-CONTRATO TO HP-NUM-CONTRATO
               READ FD-POSHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-AG-MOB6-OBS(WS-AG-IDX)
                       IF HP-MAIOR-ATRASO NOT < 90
                           OR HP-CONTR-PREJUIZO
                           ADD 1 TO WS-AG-MOB6-QTD(WS-AG-IDX)
                       END-IF
               END-READ
           END-IF
           MOVE 'N' TO WS-CT-TEM-CONTRATO
           .

       AVALIA-PREJUIZO.
           ADD 1 TO WS-AG-PREJ-QTD(WS-AG-IDX)
           IF WS-TEM-PREJCTL
               MOVE WS-CT-CONTRATO TO PJ-NUM-CONTRATO
               READ FD-PREJCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD PJ-VR-BAIXADO
                           TO WS-AG-PREJ-VALOR(WS-AG-IDX)
                       SUBTRACT PJ-VR-RECUPERADO
                           FROM WS-AG-PREJ-VALOR(WS-AG-IDX)
               END-READ
           END-IF
           .

       AVALIA-PARCELA-INICIAL.
      *    Parcela observada: vencida ha mais dos dias de
      *    inadimplencia na referencia. Inadimplente: baixada com
      *    atraso maior que esse prazo, ou sem baixa. Paga sem
      *    transicao no log (registro antigo) conta como em dia;
      *    cancelada, renegociada ou sinistrada nao e observada.
           MOVE WS-CT-CONTRATO TO PR-NUM-CONTRATO
           MOVE WS-PI          TO PR-NUM-PARCELA
           READ FD-PARCELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PR-CANCELADA AND NOT PR-RENEGOCIADA
                       AND NOT PR-SINISTRADA
                       AND PR-VENCTO IS NUMERIC
                       AND PR-VENCTO > ZEROS
                       COMPUTE WS-DIA-VENCTO =
                           FUNCTION INTEGER-OF-DATE(PR-VENCTO)
                       IF WS-DIA-VENCTO + WS-DIAS-INADIMPLENCIA
                           < WS-DIA-REFERENCIA
                           PERFORM AVALIA-ATRASO-PARCELA
                       END-IF
                   END-IF
           END-READ
           .

       AVALIA-ATRASO-PARCELA.
           MOVE 'N' TO WS-PARCELA-INADIMPLENTE
           IF WS-CT-DATA-PAGTO(WS-PI) > ZEROS
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-CT-DATA-PAGTO(WS-PI))
                   - WS-DIA-VENCTO
               IF WS-DIAS-ATRASO > WS-DIAS-INADIMPLENCIA
                   SET WS-PARC-INADIMPLENTE TO TRUE
               END-IF
           ELSE
               IF NOT PR-PAGA
                   SET WS-PARC-INADIMPLENTE TO TRUE
               END-IF
           END-IF
           IF WS-PI = 1
               ADD 1 TO WS-AG-FPD-OBS(WS-AG-IDX)
               IF WS-PARC-INADIMPLENTE
                   ADD 1 TO WS-AG-FPD-QTD(WS-AG-IDX)
               END-IF
           END-IF
           IF WS-PARC-INADIMPLENTE AND WS-CT-PRIMEIRA-INADIMP = ZEROS
               MOVE WS-PI TO WS-CT-PRIMEIRA-INADIMP
           END-IF
           .

       ESTORNA-COMISSAO.
      *    Um estorno por contrato: ja lancado em outra competencia
      *    nao se repete; reexecucao na mesma competencia so conta o
      *    que ja esta gravado.
           MOVE WS-CT-CONTRATO TO EK-NUM-CONTRATO
           READ FD-ESTCOM
               INVALID KEY
                   IF WS-CT-COMISSAO-PAGA > ZEROS
                       MOVE WS-CT-CONTRATO      TO EK-NUM-CONTRATO
                       MOVE WS-CT-AGENTE        TO EK-COD-AGENTE
                       MOVE WS-COMP-ESTORNO     TO EK-COMPETENCIA
                       MOVE WS-DATA-MOVIMENTO   TO EK-DATA-APURACAO
                       MOVE WS-DATA-REFERENCIA  TO EK-DATA-REFERENCIA
                       MOVE WS-CT-PRIMEIRA-INADIMP
                           TO EK-PARCELA-INADIMPLENTE
                       MOVE WS-CT-COMISSAO-PAGA TO EK-VR-ESTORNO
                       WRITE FD-ESTCOM-REC
                       ADD 1 TO WS-AG-EST-QTD(WS-AG-IDX)
                       ADD EK-VR-ESTORNO TO WS-AG-EST-VALOR(WS-AG-IDX)
                   END-IF
               NOT INVALID KEY
                   IF EK-COMPETENCIA = WS-COMP-ESTORNO
                       ADD 1 TO WS-AG-EST-QTD(WS-AG-IDX)
                       ADD EK-VR-ESTORNO TO WS-AG-EST-VALOR(WS-AG-IDX)
                   END-IF
           END-READ
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'AGENTQ'   TO RW-RELATORIO
           MOVE SPACES     TO RW-TITULO
           STRING 'QUALIDADE DOS AGENTES - COMPETENCIA '
               WS-COMPETENCIA
               DELIMITED BY SIZE INTO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-COMP-INICIO         TO WS-LP-INICIO
           MOVE WS-COMPETENCIA         TO WS-LP-FIM
           MOVE WS-DATA-REFERENCIA     TO WS-LP-REFERENCIA
           MOVE WS-DIAS-INADIMPLENCIA  TO WS-LP-DIAS
           MOVE WS-PCT-LIMITE-FPD      TO WS-LP-LIMITE
           MOVE WS-MIN-CONTRATOS       TO WS-LP-MINIMO
           MOVE WS-LINHA-PARAMETROS    TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-PARCELAS-ESTORNO    TO WS-LP-PARCELAS
           MOVE WS-COMP-ESTORNO        TO WS-LP-COMP-ESTORNO
           MOVE WS-SUSPENDE-AUTOMATICO TO WS-LP-SUSPENDE
           MOVE WS-LINHA-PARAMETROS-2  TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-CAB-1 TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-CAB-2 TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
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

       IMPRIME-AGENTES.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > 9999
               IF WS-AG-QTD-JANELA(WS-AG-IDX) > ZEROS
                   PERFORM IMPRIME-UM-AGENTE
               END-IF
           END-PERFORM
           .

       IMPRIME-UM-AGENTE.
           MOVE WS-AG-IDX TO WS-LA-COD
           MOVE WS-AG-QTD-MES(WS-AG-IDX)    TO WS-LA-QTD-MES
           MOVE WS-AG-QTD-JANELA(WS-AG-IDX) TO WS-LA-QTD-JANELA
           MOVE WS-AG-VR-JANELA(WS-AG-IDX)  TO WS-LA-VR-JANELA
           MOVE WS-AG-FPD-OBS(WS-AG-IDX)    TO WS-LA-FPD-OBS
           MOVE ZEROS TO WS-PCT-FPD
           IF WS-AG-FPD-OBS(WS-AG-IDX) > ZEROS
               COMPUTE WS-PCT-FPD ROUNDED =
                   WS-AG-FPD-QTD(WS-AG-IDX) * 100
                   / WS-AG-FPD-OBS(WS-AG-IDX)
           END-IF
           MOVE WS-PCT-FPD TO WS-LA-PCT-FPD
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-AG-MOB6-OBS(WS-AG-IDX) > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-AG-MOB6-QTD(WS-AG-IDX) * 100
                   / WS-AG-MOB6-OBS(WS-AG-IDX)
           END-IF
           MOVE WS-PCT-CALC TO WS-LA-PCT-MOB6
           COMPUTE WS-PCT-CALC ROUNDED =
               WS-AG-RENEG-QTD(WS-AG-IDX) * 100
               / WS-AG-QTD-JANELA(WS-AG-IDX)
           MOVE WS-PCT-CALC TO WS-LA-PCT-RENEG
           MOVE WS-AG-PREJ-QTD(WS-AG-IDX)   TO WS-LA-PREJ-QTD
           MOVE WS-AG-PREJ-VALOR(WS-AG-IDX) TO WS-LA-PREJ-VALOR
           MOVE WS-AG-EST-VALOR(WS-AG-IDX)  TO WS-LA-EST-VALOR

           MOVE SPACES TO WS-LA-SITUACAO
           MOVE WS-AG-IDX TO AG-COD-AGENTE
           READ FD-AGENTE
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WS-LA-NOME
                   MOVE 'SEM CADASTRO'   TO WS-LA-SITUACAO
               NOT INVALID KEY
                   MOVE AG-NOME TO WS-LA-NOME
                   PERFORM AVALIA-SITUACAO-AGENTE
           END-READ

           MOVE WS-LINHA-AGENTE TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM ACUMULA-CARTEIRA
           .

       AVALIA-SITUACAO-AGENTE.
      *    Limite so vale com o minimo de primeiras parcelas
      *    observadas; a suspensao automatica depende do parametro.
           IF WS-AG-FPD-OBS(WS-AG-IDX) NOT < WS-MIN-CONTRATOS
               AND WS-AG-FPD-OBS(WS-AG-IDX) > ZEROS
               AND WS-PCT-FPD > WS-PCT-LIMITE-FPD
               ADD 1 TO WS-QTD-ACIMA-LIMITE
               MOVE 'ACIMA LIMITE' TO WS-LA-SITUACAO
               IF WS-SUSPENSAO-AUTOMATICA AND NOT AG-SUSPENSO
                   MOVE 'S'               TO AG-SITUACAO
                   MOVE WS-DATA-MOVIMENTO TO AG-DATA-SUSPENSAO
                   REWRITE FD-AGENTE-REC
                   ADD 1 TO WS-QTD-SUSPENSOS
                   MOVE 'SUSPENSO HOJE' TO WS-LA-SITUACAO
               END-IF
           END-IF
           IF AG-SUSPENSO AND WS-LA-SITUACAO NOT = 'SUSPENSO HOJE'
               MOVE 'SUSPENSO' TO WS-LA-SITUACAO
           END-IF
           .

       ACUMULA-CARTEIRA.
           ADD WS-AG-QTD-MES(WS-AG-IDX)    TO WS-TOT-QTD-MES
           ADD WS-AG-QTD-JANELA(WS-AG-IDX) TO WS-TOT-QTD-JANELA
           ADD WS-AG-VR-JANELA(WS-AG-IDX)  TO WS-TOT-VR-JANELA
           ADD WS-AG-FPD-OBS(WS-AG-IDX)    TO WS-TOT-FPD-OBS
           ADD WS-AG-FPD-QTD(WS-AG-IDX)    TO WS-TOT-FPD-QTD
           ADD WS-AG-MOB6-OBS(WS-AG-IDX)   TO WS-TOT-MOB6-OBS
           ADD WS-AG-MOB6-QTD(WS-AG-IDX)   TO WS-TOT-MOB6-QTD
           ADD WS-AG-RENEG-QTD(WS-AG-IDX)  TO WS-TOT-RENEG-QTD
           ADD WS-AG-PREJ-QTD(WS-AG-IDX)   TO WS-TOT-PREJ-QTD
           ADD WS-AG-PREJ-VALOR(WS-AG-IDX) TO WS-TOT-PREJ-VALOR
           ADD WS-AG-EST-QTD(WS-AG-IDX)    TO WS-TOT-EST-QTD
           ADD WS-AG-EST-VALOR(WS-AG-IDX)  TO WS-TOT-EST-VALOR
           .

       IMPRIME-TOTAL-CARTEIRA.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE ZEROS                TO WS-LA-COD
           MOVE 'CARTEIRA'           TO WS-LA-NOME
           MOVE WS-TOT-QTD-MES       TO WS-LA-QTD-MES
           MOVE WS-TOT-QTD-JANELA    TO WS-LA-QTD-JANELA
           MOVE WS-TOT-VR-JANELA     TO WS-LA-VR-JANELA
           MOVE WS-TOT-FPD-OBS       TO WS-LA-FPD-OBS
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-TOT-FPD-OBS > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TOT-FPD-QTD * 100 / WS-TOT-FPD-OBS
           END-IF
           MOVE WS-PCT-CALC TO WS-LA-PCT-FPD
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-TOT-MOB6-OBS > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TOT-MOB6-QTD * 100 / WS-TOT-MOB6-OBS
           END-IF
           MOVE WS-PCT-CALC TO WS-LA-PCT-MOB6
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-TOT-QTD-JANELA > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TOT-RENEG-QTD * 100 / WS-TOT-QTD-JANELA
           END-IF
           MOVE WS-PCT-CALC TO WS-LA-PCT-RENEG
           MOVE WS-TOT-PREJ-QTD      TO WS-LA-PREJ-QTD
           MOVE WS-TOT-PREJ-VALOR    TO WS-LA-PREJ-VALOR
           MOVE WS-TOT-EST-VALOR     TO WS-LA-EST-VALOR
           MOVE SPACES               TO WS-LA-SITUACAO
           MOVE WS-LINHA-AGENTE TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-LINHA-RODAPE
           MOVE WS-TOT-EST-QTD TO WS-LR-QTD
           MOVE 'CONTRATO(S) COM COMISSAO ESTORNADA NESTA COMPETENCIA'
               TO WS-LR-TEXTO
           MOVE WS-LINHA-RODAPE TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-QTD-ACIMA-LIMITE TO WS-LR-QTD
           MOVE 'AGENTE(S) COM FPD ACIMA DO LIMITE' TO WS-LR-TEXTO
           MOVE WS-LINHA-RODAPE TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-QTD-SUSPENSOS TO WS-LR-QTD
           MOVE 'AGENTE(S) SUSPENSO(S) AUTOMATICAMENTE NESTA EXECUCAO'
               TO WS-LR-TEXTO
           MOVE WS-LINHA-RODAPE TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINAGQ.
