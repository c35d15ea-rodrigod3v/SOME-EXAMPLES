      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONFERENCIA DAS TRILHAS SELADAS: rele AUDITFIN.DAT,
      *          AUDITCAD.DAT, PAGTOLOG.DAT, TAXALOG.DAT e UPDJRN.DAT
      *          recalculando o selo de cada linha (SELALOG, funcao
      *          de conferencia) a partir do selo da linha anterior,
      *          e aponta em VERILOG.PRT toda quebra: sequencia
      *          faltando (linha apagada), repetida ou fora de ordem,
      *          linha cujo conteudo nao bate com o selo (alterada),
      *          linha sem selo depois do inicio da cadeia (inserida)
      *          e fim de arquivo aquem do ultimo selo do controle
      *          SELOCTL.DAT (cortado). O arquivo ativo comeca da base
      *          do controle (o corte do LOGHOUSE ou do FINBKP); com
      *          VERILOG-MODO=COMPLETO confere tambem o .ARC desde o
      *          primeiro selo e a emenda .ARC/ativo. Linhas
      *          anteriores ao selo (layout antigo) so sao contadas.
      *          Roda no pre-voo da noite (JOBCHECK, que avisa) e sob
      *          demanda pelo menu; condition code 4 quando ha
      *          quebra, zero quando tudo confere.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERILOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOG            ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT FD-RELATO         ASSIGN TO "VERILOG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LOG.
       01  FD-LOG-REG               PIC X(8100).

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-LOG           PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.

         01 WS-MODO-VERILOG         PIC X(08) VALUE SPACES.
             88 WS-MODO-COMPLETO            VALUE 'COMPLETO'.

      *  Trilhas seladas: nome no SELALOG, arquivo ativo e arquivo
      *  de retencao do LOGHOUSE (em branco = log sem .ARC).
         01 WS-TAB-TRILHAS.
           05 FILLER PIC X(32)
                  VALUE 'AUDITFINAUDITFIN.DATAUDITFIN.ARC'.
           05 FILLER PIC X(32)
                  VALUE 'AUDITCADAUDITCAD.DATAUDITCAD.ARC'.
           05 FILLER PIC X(32)
                  VALUE 'PAGTOLOGPAGTOLOG.DATPAGTOLOG.ARC'.
           05 FILLER PIC X(32)
                  VALUE 'TAXALOG TAXALOG.DAT             '.
           05 FILLER PIC X(32)
                  VALUE 'UPDJRN  UPDJRN.DAT              '.
         01 WS-TAB-TRILHAS-RED REDEFINES WS-TAB-TRILHAS.
           05 WS-TT-OCR OCCURS 5 TIMES.
               10 WS-TT-SELO          PIC X(08).
               10 WS-TT-ARQUIVO       PIC X(12).
               10 WS-TT-ARC           PIC X(12).
         01 WS-TT-IDX               PIC 9.

         01 WS-NOME-LOG             PIC X(12).
         01 WS-FIM-LOG              PIC X(01).
             88 WS-EOF-LOG                  VALUE 'S'.

      *  Controle da trilha corrente (SELOCTL.DAT).
         01 WS-CTL-ULT-SEQUENCIA    PIC 9(09).
         01 WS-CTL-ULT-VALOR        PIC 9(09).
         01 WS-CTL-BASE-SEQ         PIC 9(09).
         01 WS-CTL-BASE-VALOR       PIC 9(09).

      *  Cadeia corrente: selo da linha anterior e se ja houve
      *  linha selada no arquivo.
         01 WS-ANT-SEQUENCIA        PIC 9(09).
         01 WS-ANT-VALOR            PIC 9(09).
         01 WS-JA-SELADA            PIC X(01).
             88 WS-HOUVE-SELO               VALUE 'S'.
         01 WS-SEQ-ESPERADA         PIC 9(09).

         01 WS-QTD-LIDAS            PIC 9(07).
         01 WS-QTD-SELADAS          PIC 9(07).
         01 WS-QTD-ANTERIORES       PIC 9(07).
         01 WS-QTD-QUEBRAS          PIC 9(05).
         01 WS-QTD-QUEBRAS-TOTAL    PIC 9(07) VALUE ZEROS.
         01 WS-MAX-DETALHE          PIC 9(03) VALUE 50.

         01 WS-LINHA-DIAG           PIC X(80).
         01 WS-LINHA-QUEBRA.
           03 WS-LQ-ARQUIVO         PIC X(13).
           03 FILLER                PIC X(06) VALUE 'LINHA '.
           03 WS-LQ-LINHA           PIC 9(07).
           03 FILLER                PIC X(05) VALUE ' SEQ '.
           03 WS-LQ-SEQUENCIA       PIC 9(09).
           03 FILLER                PIC X(02) VALUE ': '.
           03 WS-LQ-MOTIVO          PIC X(38).
         01 WS-LINHA-RESUMO.
           03 WS-LR-ARQUIVO         PIC X(13).
           03 FILLER                PIC X(06) VALUE 'LIDAS '.
           03 WS-LR-LIDAS           PIC ZZZZZZ9.
           03 FILLER                PIC X(09) VALUE ' SELADAS '.
           03 WS-LR-SELADAS         PIC ZZZZZZ9.
           03 FILLER                PIC X(10) VALUE ' SEM SELO '.
           03 WS-LR-ANTERIORES      PIC ZZZZZZ9.
           03 FILLER                PIC X(09) VALUE ' QUEBRAS '.
           03 WS-LR-QUEBRAS         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-MODO-VERILOG
           ACCEPT WS-MODO-VERILOG FROM ENVIRONMENT 'VERILOG-MODO'
           MOVE ZEROS TO WS-QTD-QUEBRAS-TOTAL

           OPEN OUTPUT FD-RELATO
           MOVE '*** CONFERENCIA DAS TRILHAS SELADAS ***'
               TO WS-LINHA-DIAG
           PERFORM EMITE-LINHA
           IF WS-MODO-COMPLETO
               MOVE 'MODO COMPLETO: ARQUIVO ATIVO E .ARC.'
                   TO WS-LINHA-DIAG
           ELSE
               MOVE 'ARQUIVO ATIVO A PARTIR DA BASE DO CONTROLE.'
                   TO WS-LINHA-DIAG
           END-IF
           PERFORM EMITE-LINHA

           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 5
               PERFORM CONFERE-TRILHA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-DIAG
           IF WS-QTD-QUEBRAS-TOTAL > ZEROS
               STRING '*** ' WS-QTD-QUEBRAS-TOTAL
                      ' QUEBRA(S) DE SELO - TRILHAS NAO CONFEREM ***'
                   DELIMITED BY SIZE INTO WS-LINHA-DIAG
               PERFORM EMITE-LINHA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'TODAS AS TRILHAS SELADAS CONFEREM.'
                   TO WS-LINHA-DIAG
               PERFORM EMITE-LINHA
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE FD-RELATO
           GOBACK.

       EMITE-LINHA.
           WRITE FD-RELATO-REG FROM WS-LINHA-DIAG
           DISPLAY WS-LINHA-DIAG
           .

       CONFERE-TRILHA.
           MOVE WS-TT-SELO(WS-TT-IDX) TO SL-LOG
           SET SL-FUNCAO-LER TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-LOG-REG
           IF SL-FALHA-CONTROLE
               MOVE SPACES TO WS-LINHA-DIAG
               STRING WS-TT-SELO(WS-TT-IDX) ': CONTROLE SELOCTL.DAT '
                      'NAO ABRE - TRILHA NAO CONFERIDA.'
                   DELIMITED BY SIZE INTO WS-LINHA-DIAG
               PERFORM EMITE-LINHA
               ADD 1 TO WS-QTD-QUEBRAS-TOTAL
           ELSE
               MOVE SL-SEQUENCIA  TO WS-CTL-ULT-SEQUENCIA
               MOVE SL-VALOR      TO WS-CTL-ULT-VALOR
               MOVE SL-BASE-SEQ   TO WS-CTL-BASE-SEQ
               MOVE SL-BASE-VALOR TO WS-CTL-BASE-VALOR

               IF WS-MODO-COMPLETO
                   AND WS-TT-ARC(WS-TT-IDX) NOT = SPACES
                   MOVE WS-TT-ARC(WS-TT-IDX) TO WS-NOME-LOG
                   MOVE ZEROS TO WS-ANT-SEQUENCIA WS-ANT-VALOR
                   PERFORM CONFERE-ARQUIVO
      *            A emenda: o .ARC termina exatamente na base de
      *            onde o ativo recomeca.
                   IF WS-ANT-SEQUENCIA NOT = WS-CTL-BASE-SEQ
                       OR WS-ANT-VALOR NOT = WS-CTL-BASE-VALOR
                       MOVE WS-ANT-SEQUENCIA TO WS-LQ-SEQUENCIA
                       MOVE 'FIM DO .ARC NAO BATE COM A BASE'
                           TO WS-LQ-MOTIVO
                       PERFORM REGISTRA-QUEBRA
                   END-IF
                   PERFORM EMITE-RESUMO
               END-IF

               MOVE WS-TT-ARQUIVO(WS-TT-IDX) TO WS-NOME-LOG
               MOVE WS-CTL-BASE-SEQ   TO WS-ANT-SEQUENCIA
               MOVE WS-CTL-BASE-VALOR TO WS-ANT-VALOR
               PERFORM CONFERE-ARQUIVO
      *        O fim do ativo tem de ser o ultimo selo do controle:
      *        aquem dele, linhas do fim foram cortadas.
               IF WS-ANT-SEQUENCIA < WS-CTL-ULT-SEQUENCIA
                   MOVE WS-ANT-SEQUENCIA TO WS-LQ-SEQUENCIA
                   MOVE 'FIM CORTADO (CONTROLE TEM MAIS SELOS)'
                       TO WS-LQ-MOTIVO
                   PERFORM REGISTRA-QUEBRA
               ELSE
                   IF WS-ANT-SEQUENCIA > WS-CTL-ULT-SEQUENCIA
                       OR WS-ANT-VALOR NOT = WS-CTL-ULT-VALOR
                       MOVE WS-ANT-SEQUENCIA TO WS-LQ-SEQUENCIA
                       MOVE 'ULTIMO SELO DIFERE DO CONTROLE'
                           TO WS-LQ-MOTIVO
                       PERFORM REGISTRA-QUEBRA
                   END-IF
               END-IF
               PERFORM EMITE-RESUMO
           END-IF
           .

       CONFERE-ARQUIVO.
      *    Arquivo ausente so e quebra quando o controle espera selos
      *    nele; a conferencia da trilha acusa o fim cortado.
           MOVE ZEROS TO WS-QTD-LIDAS WS-QTD-SELADAS
                         WS-QTD-ANTERIORES WS-QTD-QUEBRAS
           MOVE 'N' TO WS-JA-SELADA
           MOVE 'N' TO WS-FIM-LOG
           OPEN INPUT FD-LOG
           MOVE WS-FS-LOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               SET WS-EOF-LOG TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LOG
               READ FD-LOG
                   AT END
                       SET WS-EOF-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM CONFERE-LINHA
               END-READ
           END-PERFORM
           IF FS-OK
               CLOSE FD-LOG
           END-IF
           .

       CONFERE-LINHA.
           MOVE WS-TT-SELO(WS-TT-IDX) TO SL-LOG
           SET SL-FUNCAO-CONFERIR TO TRUE
           MOVE WS-ANT-VALOR TO SL-VALOR-ANT
           CALL 'SELALOG' USING SL-PARM FD-LOG-REG
           IF SL-SEM-SELO
               IF WS-HOUVE-SELO
                   MOVE ZEROS TO WS-LQ-SEQUENCIA
                   MOVE 'LINHA SEM SELO NO MEIO DA CADEIA'
                       TO WS-LQ-MOTIVO
                   PERFORM REGISTRA-QUEBRA
               ELSE
                   ADD 1 TO WS-QTD-ANTERIORES
               END-IF
           ELSE
               ADD 1 TO WS-QTD-SELADAS
               SET WS-HOUVE-SELO TO TRUE
               COMPUTE WS-SEQ-ESPERADA = WS-ANT-SEQUENCIA + 1
               MOVE SL-SEQUENCIA TO WS-LQ-SEQUENCIA
               EVALUATE TRUE
                   WHEN SL-SEQUENCIA > WS-SEQ-ESPERADA
                       MOVE 'LACUNA: SEQUENCIAS ANTERIORES FALTAM'
                           TO WS-LQ-MOTIVO
                       PERFORM REGISTRA-QUEBRA
                   WHEN SL-SEQUENCIA < WS-SEQ-ESPERADA
                       MOVE 'SEQUENCIA REPETIDA OU FORA DE ORDEM'
                           TO WS-LQ-MOTIVO
                       PERFORM REGISTRA-QUEBRA
                   WHEN SL-VALOR NOT = SL-VALOR-GRAVADO
                       MOVE 'CONTEUDO DIFERE DO SELO (ALTERADA)'
                           TO WS-LQ-MOTIVO
                       PERFORM REGISTRA-QUEBRA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *        Segue a cadeia pelo selo gravado: uma linha mexida
      *        aparece uma vez so, e nao em todas as seguintes.
               MOVE SL-SEQUENCIA     TO WS-ANT-SEQUENCIA
               MOVE SL-VALOR-GRAVADO TO WS-ANT-VALOR
           END-IF
           .

       REGISTRA-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRAS
           ADD 1 TO WS-QTD-QUEBRAS-TOTAL
           IF WS-QTD-QUEBRAS NOT > WS-MAX-DETALHE
               MOVE WS-NOME-LOG  TO WS-LQ-ARQUIVO
               MOVE WS-QTD-LIDAS TO WS-LQ-LINHA
               MOVE WS-LINHA-QUEBRA TO WS-LINHA-DIAG
               PERFORM EMITE-LINHA
           END-IF
           .

       EMITE-RESUMO.
           IF WS-QTD-QUEBRAS > WS-MAX-DETALHE
               MOVE SPACES TO WS-LINHA-DIAG
               STRING WS-NOME-LOG ': DEMAIS QUEBRAS SO CONTADAS.'
                   DELIMITED BY SIZE INTO WS-LINHA-DIAG
               PERFORM EMITE-LINHA
           END-IF
           MOVE WS-NOME-LOG       TO WS-LR-ARQUIVO
           MOVE WS-QTD-LIDAS      TO WS-LR-LIDAS
           MOVE WS-QTD-SELADAS    TO WS-LR-SELADAS
           MOVE WS-QTD-ANTERIORES TO WS-LR-ANTERIORES
           MOVE WS-QTD-QUEBRAS    TO WS-LR-QUEBRAS
           MOVE WS-LINHA-RESUMO   TO WS-LINHA-DIAG
           PERFORM EMITE-LINHA
           .

       END PROGRAM VERILOG.
