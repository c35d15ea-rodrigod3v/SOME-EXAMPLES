      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RECLAMACOES VENCIDAS - LISTA DIARIA: varre o
      *          RECLAMA.DAT (casos do RECLMNT) e lista pelo escritor
      *          compartilhado (RPTWRT, geracao datada RECLVENC) todo
      *          caso ainda sem resposta - (A)BERTO ou (E)M ANALISE -
      *          com a data limite do nivel ja passada na data de
      *          movimento, e tambem os que vencem hoje, para a area
      *          responsavel e a OUVIDORIA agirem antes do prazo
      *          regulatorio estourar de vez. Traz nivel, area,
      *          categoria, datas e os dias corridos de atraso. Roda
      *          pelo JOBNOTURNO e se carimba em RUNCTL como os demais
      *          passos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINRECL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RECLAMA        ASSIGN TO "RECLAMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-PROTOCOLO
               ALTERNATE RECORD KEY IS RQ-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECLAMA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RECLAMA.
       01  FD-RECLAMA-REC.
           COPY RECLAMAREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-RECLAMA       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINRECL'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-FIM-RECLAMA          PIC X(01) VALUE 'N'.
             88 WS-EOF-RECLAMA              VALUE 'S'.
         01 WS-DIAS-ATRASO          PIC S9(05).

         01 WS-TOTAIS.
           03 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PENDENTES      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-VENCIDOS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-VENC-OUVIDORIA PIC 9(06) VALUE ZEROS.
           03 WS-QTD-VENCE-HOJE     PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(11) VALUE 'SITUACAO'.
           03 FILLER                PIC X(11) VALUE 'PROTOCOLO'.
           03 FILLER                PIC X(10) VALUE 'NIVEL'.
           03 FILLER                PIC X(04) VALUE 'CAT'.
           03 FILLER                PIC X(11) VALUE 'AREA'.
           03 FILLER                PIC X(07) VALUE 'CLIENTE'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 FILLER                PIC X(09) VALUE 'ABERTURA'.
           03 FILLER                PIC X(09) VALUE 'INICIO'.
           03 FILLER                PIC X(09) VALUE 'LIMITE'.
           03 FILLER                PIC X(06) VALUE 'ATRASO'.

         01 WS-LINHA-VENCIDO.
           03 WS-LV-OCORRENCIA      PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-PROTOCOLO       PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-NIVEL           PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-CATEGORIA       PIC X(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LV-AREA            PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LV-ABERTURA        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-INICIO-NIVEL    PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-LIMITE          PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LV-ATRASO          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           OPEN INPUT FD-RECLAMA
           IF WS-FS-RECLAMA = '35'
               OPEN OUTPUT FD-RECLAMA
               CLOSE FD-RECLAMA
               OPEN INPUT FD-RECLAMA
           END-IF
           MOVE WS-FS-RECLAMA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINRECL: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-RELATORIO
               PERFORM APURA-VENCIDOS
               PERFORM FECHA-RELATORIO
               CLOSE FD-RECLAMA
           END-IF

           DISPLAY 'FINRECL: ' WS-QTD-LIDOS ' RECLAMACAO(OES) LIDA(S), '
                   WS-QTD-PENDENTES ' AGUARDANDO RESPOSTA, '
                   WS-QTD-VENCIDOS ' VENCIDA(S) (' WS-QTD-VENC-OUVIDORIA
                   ' NA OUVIDORIA), ' WS-QTD-VENCE-HOJE
                   ' VENCENDO HOJE.'
           IF WS-QTD-VENCIDOS > ZEROS OR WS-QTD-VENCE-HOJE > ZEROS
               DISPLAY 'FINRECL: VEJA A GERACAO RECLVENC.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'RECLVENC' TO RW-RELATORIO
           MOVE 'RECLAMACOES VENCIDAS E A VENCER HOJE' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-VENCIDO.
           MOVE WS-LINHA-VENCIDO TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       APURA-VENCIDOS.
           PERFORM UNTIL WS-EOF-RECLAMA
               READ FD-RECLAMA NEXT RECORD
                   AT END
                       SET WS-EOF-RECLAMA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF RQ-AGUARDA-RESPOSTA
                           ADD 1 TO WS-QTD-PENDENTES
                           PERFORM CONFERE-PRAZO
                       END-IF
               END-READ
           END-PERFORM
           .

       CONFERE-PRAZO.
      *    Respondido ou encerrado nao entra: o atraso que conta e
      *    o do caso que ainda espera resposta no nivel atual.
           EVALUATE TRUE
               WHEN RQ-DATA-LIMITE < WS-DATA-MOVIMENTO
                   ADD 1 TO WS-QTD-VENCIDOS
                   IF RQ-NIVEL-OUVIDORIA
                       ADD 1 TO WS-QTD-VENC-OUVIDORIA
                   END-IF
                   MOVE 'VENCIDA' TO WS-LV-OCORRENCIA
                   IF FUNCTION TEST-DATE-YYYYMMDD(RQ-DATA-LIMITE)
                       = ZERO
                       COMPUTE WS-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                         - FUNCTION INTEGER-OF-DATE(RQ-DATA-LIMITE)
                   ELSE
                       MOVE ZEROS TO WS-DIAS-ATRASO
                   END-IF
                   PERFORM MONTA-LINHA-VENCIDO
               WHEN RQ-DATA-LIMITE = WS-DATA-MOVIMENTO
                   ADD 1 TO WS-QTD-VENCE-HOJE
                   MOVE 'VENCE HOJE' TO WS-LV-OCORRENCIA
                   MOVE ZEROS TO WS-DIAS-ATRASO
                   PERFORM MONTA-LINHA-VENCIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       MONTA-LINHA-VENCIDO.
           MOVE RQ-PROTOCOLO      TO WS-LV-PROTOCOLO
           IF RQ-NIVEL-OUVIDORIA
               MOVE 'OUVIDORIA' TO WS-LV-NIVEL
           ELSE
               MOVE 'SAC'       TO WS-LV-NIVEL
           END-IF
           MOVE RQ-CATEGORIA      TO WS-LV-CATEGORIA
           MOVE RQ-AREA           TO WS-LV-AREA
           MOVE RQ-COD-CLIENTE    TO WS-LV-CLIENTE
           MOVE RQ-DATA-ABERTURA  TO WS-LV-ABERTURA
           MOVE RQ-DATA-NIVEL     TO WS-LV-INICIO-NIVEL
           MOVE RQ-DATA-LIMITE    TO WS-LV-LIMITE
           MOVE WS-DIAS-ATRASO    TO WS-LV-ATRASO
           PERFORM GRAVA-LINHA-VENCIDO
           .

       END PROGRAM FINRECL.
