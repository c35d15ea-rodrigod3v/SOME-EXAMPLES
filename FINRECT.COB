      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RELATORIO TRIMESTRAL DE RECLAMACOES (regulatorio):
      *          passo mensal do JOBNOTURNO que so trabalha no mes
      *          que abre trimestre (janeiro, abril, julho, outubro)
      *          e fecha o trimestre anterior; a variavel de ambiente
      *          FINRECT-TRIMESTRE (AAAAT, ex. 20263) refaz qualquer
      *          trimestre em qualquer mes. Varre o RECLAMA.DAT e
      *          totaliza por categoria, pela escrita compartilhada
      *          (RPTWRT, geracao datada RECLTRIM): recebidas no
      *          trimestre, encerradas no trimestre - procedentes
      *          (causa raiz diferente de improcedente), respondidas
      *          no prazo e fora dele, passadas pela OUVIDORIA - o
      *          tempo de resolucao (dias corridos da abertura ao
      *          encerramento, medio e maximo) e as abertas ate o fim
      *          do trimestre que seguem sem encerramento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINRECT.
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

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINRECT'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DATA-MOV-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-ANO            PIC 9(04).
           03 WS-MOV-MES            PIC 9(02).
           03 WS-MOV-DIA            PIC 9(02).

      *  Trimestre apurado: AAAAT; vem do ambiente ou e o anterior
      *  ao mes de movimento quando este abre trimestre.
         01 WS-ENV-TRIMESTRE        PIC X(05).
         01 WS-TRIMESTRE.
           03 WS-TRI-ANO            PIC 9(04).
           03 WS-TRI-NUMERO         PIC 9(01).
         01 WS-TRIMESTRE-N REDEFINES WS-TRIMESTRE PIC 9(05).
         01 WS-TRIMESTRE-OK         PIC X(01) VALUE 'N'.
             88 WS-HA-TRIMESTRE             VALUE 'S'.
         01 WS-DATA-INICIO.
           03 WS-INI-ANO            PIC 9(04).
           03 WS-INI-MES            PIC 9(02).
           03 WS-INI-DIA            PIC 9(02).
         01 WS-DATA-INICIO-N REDEFINES WS-DATA-INICIO PIC 9(08).
         01 WS-DATA-FIM             PIC 9(08).
         01 WS-DATA-SEGUINTE.
           03 WS-SEG-ANO            PIC 9(04).
           03 WS-SEG-MES            PIC 9(02).
           03 WS-SEG-DIA            PIC 9(02).
         01 WS-DATA-SEGUINTE-N REDEFINES WS-DATA-SEGUINTE PIC 9(08).
         01 WS-DIAS-INTEIRO         PIC 9(08).

         01 WS-FIM-RECLAMA          PIC X(01) VALUE 'N'.
             88 WS-EOF-RECLAMA              VALUE 'S'.
         01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
         01 WS-DIAS-RESOLUCAO       PIC 9(05).

      *  Categorias do RECLAMAREC, na ordem do relatorio; categoria
      *  desconhecida cai em OUTROS. A linha 9 e o total.
         01 WS-TAB-CATEGORIAS-VAL.
           03 FILLER PIC X(22) VALUE 'CBCOBRANCA            '.
           03 FILLER PIC X(22) VALUE 'TXTAXAS/TARIFAS/JUROS '.
           03 FILLER PIC X(22) VALUE 'CTCONTRATO/DOCUMENTOS '.
           03 FILLER PIC X(22) VALUE 'QTQUITACAO/GRAVAME    '.
           03 FILLER PIC X(22) VALUE 'CDCADASTRO/BUREAU     '.
           03 FILLER PIC X(22) VALUE 'SGSEGURO              '.
           03 FILLER PIC X(22) VALUE 'ATATENDIMENTO         '.
           03 FILLER PIC X(22) VALUE 'OUOUTROS              '.
           03 FILLER PIC X(22) VALUE '  TOTAL               '.
         01 WS-TAB-CATEGORIAS REDEFINES WS-TAB-CATEGORIAS-VAL.
           03 WS-TC-ITEM OCCURS 9 TIMES.
               05 WS-TC-CODIGO      PIC X(02).
               05 WS-TC-DESCRICAO   PIC X(20).

         01 WS-TAB-TOTAIS.
           03 WS-TT-ITEM OCCURS 9 TIMES.
               05 WS-TT-RECEBIDAS   PIC 9(06).
               05 WS-TT-ENCERRADAS  PIC 9(06).
               05 WS-TT-PROCEDENTES PIC 9(06).
               05 WS-TT-NO-PRAZO    PIC 9(06).
               05 WS-TT-FORA-PRAZO  PIC 9(06).
               05 WS-TT-OUVIDORIA   PIC 9(06).
               05 WS-TT-SOMA-DIAS   PIC 9(09).
               05 WS-TT-MAIOR-DIAS  PIC 9(05).
               05 WS-TT-PENDENTES   PIC 9(06).
         01 WS-IDX                  PIC 9(02).
         01 WS-IDX-CAT              PIC 9(02).
         01 WS-MEDIA-DIAS           PIC 9(05)V9.

         01 WS-LINHA-PERIODO.
           03 FILLER                PIC X(11) VALUE 'TRIMESTRE  '.
           03 WS-LP-TRIMESTRE       PIC 9(01).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LP-ANO             PIC 9(04).
           03 FILLER                PIC X(11) VALUE ' PERIODO DE'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-INICIO          PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-LP-FIM             PIC 9(08).

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(23) VALUE 'CATEGORIA'.
           03 FILLER                PIC X(08) VALUE ' RECEB.'.
           03 FILLER                PIC X(08) VALUE ' ENCERR.'.
           03 FILLER                PIC X(08) VALUE ' PROCED.'.
           03 FILLER                PIC X(08) VALUE ' NOPRAZO'.
           03 FILLER                PIC X(08) VALUE '  FORA'.
           03 FILLER                PIC X(08) VALUE ' OUVID.'.
           03 FILLER                PIC X(09) VALUE ' MEDIA DD'.
           03 FILLER                PIC X(08) VALUE ' MAX DD'.
           03 FILLER                PIC X(08) VALUE ' PEND.'.

         01 WS-LINHA-CATEGORIA.
           03 WS-LK-CODIGO          PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LK-DESCRICAO       PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LK-RECEBIDAS       PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-ENCERRADAS      PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-PROCEDENTES     PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-NO-PRAZO        PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-FORA-PRAZO      PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-OUVIDORIA       PIC ZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-MEDIA           PIC ZZZZ9,9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-MAIOR           PIC ZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LK-PENDENTES       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           PERFORM DEFINE-TRIMESTRE

           IF NOT WS-HA-TRIMESTRE
               DISPLAY 'FINRECT: ' WS-MOV-MES ' NAO ABRE TRIMESTRE - '
                       'NADA A APURAR.'
           ELSE
               OPEN INPUT FD-RECLAMA
               IF WS-FS-RECLAMA = '35'
                   OPEN OUTPUT FD-RECLAMA
                   CLOSE FD-RECLAMA
                   OPEN INPUT FD-RECLAMA
               END-IF
               MOVE WS-FS-RECLAMA TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                                    FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINRECT: ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   INITIALIZE WS-TAB-TOTAIS
                   PERFORM APURA-RECLAMACOES
                   CLOSE FD-RECLAMA
                   PERFORM EMITE-RELATORIO
                   DISPLAY 'FINRECT: TRIMESTRE ' WS-TRI-NUMERO '/'
                           WS-TRI-ANO ' - ' WS-TT-RECEBIDAS(9)
                           ' RECEBIDA(S), ' WS-TT-ENCERRADAS(9)
                           ' ENCERRADA(S), ' WS-TT-FORA-PRAZO(9)
                           ' RESPONDIDA(S) FORA DO PRAZO - VEJA A '
                           'GERACAO RECLTRIM.'
               END-IF
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-TRIMESTRE.
           MOVE SPACES TO WS-ENV-TRIMESTRE
           ACCEPT WS-ENV-TRIMESTRE FROM ENVIRONMENT
               'FINRECT-TRIMESTRE'
           IF WS-ENV-TRIMESTRE IS NUMERIC
               MOVE WS-ENV-TRIMESTRE TO WS-TRIMESTRE-N
               IF WS-TRI-NUMERO > ZERO AND WS-TRI-NUMERO < 5
                   SET WS-HA-TRIMESTRE TO TRUE
               ELSE
                   DISPLAY 'FINRECT: FINRECT-TRIMESTRE INVALIDO ('
                           WS-ENV-TRIMESTRE ') - IGNORADO.'
               END-IF
           END-IF
           IF NOT WS-HA-TRIMESTRE
               IF WS-MOV-MES = 1 OR WS-MOV-MES = 4
                   OR WS-MOV-MES = 7 OR WS-MOV-MES = 10
                   SET WS-HA-TRIMESTRE TO TRUE
                   IF WS-MOV-MES = 1
                       COMPUTE WS-TRI-ANO = WS-MOV-ANO - 1
                       MOVE 4 TO WS-TRI-NUMERO
                   ELSE
                       MOVE WS-MOV-ANO TO WS-TRI-ANO
                       COMPUTE WS-TRI-NUMERO = (WS-MOV-MES - 1) / 3
                   END-IF
               END-IF
           END-IF

      *    Fim do trimestre = vespera do primeiro dia do seguinte.
           IF WS-HA-TRIMESTRE
               MOVE WS-TRI-ANO TO WS-INI-ANO
               COMPUTE WS-INI-MES = (WS-TRI-NUMERO - 1) * 3 + 1
               MOVE 1 TO WS-INI-DIA
               IF WS-TRI-NUMERO = 4
                   COMPUTE WS-SEG-ANO = WS-TRI-ANO + 1
                   MOVE 1 TO WS-SEG-MES
               ELSE
                   MOVE WS-TRI-ANO TO WS-SEG-ANO
                   COMPUTE WS-SEG-MES = WS-INI-MES + 3
               END-IF
               MOVE 1 TO WS-SEG-DIA
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE-N) - 1
               COMPUTE WS-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           END-IF
           .

       APURA-RECLAMACOES.
           PERFORM UNTIL WS-EOF-RECLAMA
               READ FD-RECLAMA NEXT RECORD
                   AT END
                       SET WS-EOF-RECLAMA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM ACUMULA-RECLAMACAO
               END-READ
           END-PERFORM
           .

       ACUMULA-RECLAMACAO.
           PERFORM LOCALIZA-CATEGORIA

           IF RQ-DATA-ABERTURA NOT < WS-DATA-INICIO-N
               AND RQ-DATA-ABERTURA NOT > WS-DATA-FIM
               ADD 1 TO WS-TT-RECEBIDAS(WS-IDX-CAT)
                        WS-TT-RECEBIDAS(9)
           END-IF

      *    Caso reaberto conta no trimestre do ultimo encerramento.
           IF RQ-ENCERRADA
               AND RQ-DATA-ENCERRAMENTO NOT < WS-DATA-INICIO-N
               AND RQ-DATA-ENCERRAMENTO NOT > WS-DATA-FIM
               PERFORM ACUMULA-ENCERRAMENTO
           END-IF

           IF RQ-DATA-ABERTURA NOT > WS-DATA-FIM
               AND (NOT RQ-ENCERRADA
                    OR RQ-DATA-ENCERRAMENTO > WS-DATA-FIM)
               ADD 1 TO WS-TT-PENDENTES(WS-IDX-CAT)
                        WS-TT-PENDENTES(9)
           END-IF
           .

       ACUMULA-ENCERRAMENTO.
           MOVE WS-IDX-CAT TO WS-IDX
           PERFORM SOMA-ENCERRAMENTO
           MOVE 9 TO WS-IDX
           PERFORM SOMA-ENCERRAMENTO
           .

       SOMA-ENCERRAMENTO.
           ADD 1 TO WS-TT-ENCERRADAS(WS-IDX)
           IF NOT RQ-CAUSA-IMPROCEDENTE
               ADD 1 TO WS-TT-PROCEDENTES(WS-IDX)
           END-IF
           IF RQ-RESPONDIDA-FORA-PRAZO
               ADD 1 TO WS-TT-FORA-PRAZO(WS-IDX)
           ELSE
               ADD 1 TO WS-TT-NO-PRAZO(WS-IDX)
           END-IF
           IF RQ-NIVEL-OUVIDORIA
               ADD 1 TO WS-TT-OUVIDORIA(WS-IDX)
           END-IF
           COMPUTE WS-DIAS-RESOLUCAO =
               FUNCTION INTEGER-OF-DATE(RQ-DATA-ENCERRAMENTO)
             - FUNCTION INTEGER-OF-DATE(RQ-DATA-ABERTURA)
           ADD WS-DIAS-RESOLUCAO TO WS-TT-SOMA-DIAS(WS-IDX)
           IF WS-DIAS-RESOLUCAO > WS-TT-MAIOR-DIAS(WS-IDX)
               MOVE WS-DIAS-RESOLUCAO TO WS-TT-MAIOR-DIAS(WS-IDX)
           END-IF
           .

       LOCALIZA-CATEGORIA.
           MOVE 8 TO WS-IDX-CAT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-TC-CODIGO(WS-IDX) = RQ-CATEGORIA
                   MOVE WS-IDX TO WS-IDX-CAT
                   MOVE 8      TO WS-IDX
               END-IF
           END-PERFORM
           .

       EMITE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'RECLTRIM' TO RW-RELATORIO
           MOVE 'RECLAMACOES - RELATORIO TRIMESTRAL' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA

           MOVE WS-TRI-NUMERO    TO WS-LP-TRIMESTRE
           MOVE WS-TRI-ANO       TO WS-LP-ANO
           MOVE WS-DATA-INICIO-N TO WS-LP-INICIO
           MOVE WS-DATA-FIM      TO WS-LP-FIM
           MOVE WS-LINHA-PERIODO TO RW-LINHA
           PERFORM GRAVA-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
           PERFORM GRAVA-LINHA

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
               PERFORM MONTA-LINHA-CATEGORIA
           END-PERFORM

           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       MONTA-LINHA-CATEGORIA.
           MOVE WS-TC-CODIGO(WS-IDX)      TO WS-LK-CODIGO
           MOVE WS-TC-DESCRICAO(WS-IDX)   TO WS-LK-DESCRICAO
           MOVE WS-TT-RECEBIDAS(WS-IDX)   TO WS-LK-RECEBIDAS
           MOVE WS-TT-ENCERRADAS(WS-IDX)  TO WS-LK-ENCERRADAS
           MOVE WS-TT-PROCEDENTES(WS-IDX) TO WS-LK-PROCEDENTES
           MOVE WS-TT-NO-PRAZO(WS-IDX)    TO WS-LK-NO-PRAZO
           MOVE WS-TT-FORA-PRAZO(WS-IDX)  TO WS-LK-FORA-PRAZO
           MOVE WS-TT-OUVIDORIA(WS-IDX)   TO WS-LK-OUVIDORIA
           IF WS-TT-ENCERRADAS(WS-IDX) > ZEROS
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-TT-SOMA-DIAS(WS-IDX) / WS-TT-ENCERRADAS(WS-IDX)
           ELSE
               MOVE ZEROS TO WS-MEDIA-DIAS
           END-IF
           MOVE WS-MEDIA-DIAS             TO WS-LK-MEDIA
           MOVE WS-TT-MAIOR-DIAS(WS-IDX)  TO WS-LK-MAIOR
           MOVE WS-TT-PENDENTES(WS-IDX)   TO WS-LK-PENDENTES
           MOVE WS-LINHA-CATEGORIA        TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       GRAVA-LINHA.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       END PROGRAM FINRECT.
