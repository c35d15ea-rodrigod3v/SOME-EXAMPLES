      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RELATORIO DE MUDANCAS PREVISTAS DA NOITE DE ENSAIO:
      *          le o ENSAIO.DAT gravado pelos passos que rodaram com
      *          NOTURNO-MODO=ENSAIO e lista pelo escritor
      *          compartilhado (RPTWRT, geracao datada ENSAIO), passo
      *          a passo na ordem da agenda, cada contrato e parcela
      *          cujo status, estagio, rating, provisao ou saldo
      *          mudaria e cada carta, aviso, lancamento ou registro
      *          de arquivo que seria produzido - mais os passos
      *          devidos que nao sabem ensaiar e por isso nao
      *          rodaram. Fecha com os totais por tipo de mudanca.
      *          Chamado pelo JOBNOTURNO no fim do ensaio; rodado
      *          avulso reimprime o ultimo ensaio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINENSR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ENSAIO         ASSIGN TO "ENSAIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENSAIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ENSAIO.
       01  FD-ENSAIO-REC.
           COPY ENSAIOREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-ENSAIO            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY RPTWRTPARM.

         01 WS-FIM-ENSAIO           PIC X(01) VALUE 'N'.
             88 WS-EOF-ENSAIO               VALUE 'S'.

         01 WS-QTD-MUDANCAS-PASSO   PIC 9(06) VALUE ZEROS.

         01 WS-TOTAIS.
           03 WS-QTD-PASSOS         PIC 9(04) VALUE ZEROS.
           03 WS-QTD-NAO-ENSAIADOS  PIC 9(04) VALUE ZEROS.
           03 WS-QTD-CONTRATOS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PARCELAS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-ESTAGIOS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CARTAS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-LANCAMENTOS    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-REGISTROS      PIC 9(06) VALUE ZEROS.
           03 WS-VR-LANCAMENTOS     PIC 9(13)V99 VALUE ZEROS.

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(11) VALUE 'MUDANCA'.
           03 FILLER                PIC X(09) VALUE 'CONTRATO'.
           03 FILLER                PIC X(04) VALUE 'PAR'.
           03 FILLER                PIC X(07) VALUE 'CLIENTE'.
           03 FILLER                PIC X(11) VALUE 'CAMPO'.
           03 FILLER                PIC X(15) VALUE 'ANTES'.
           03 FILLER                PIC X(15) VALUE 'DEPOIS'.
           03 FILLER                PIC X(15) VALUE '         VALOR'.
           03 FILLER                PIC X(09) VALUE 'DESCRICAO'.

         01 WS-LINHA-PASSO.
           03 FILLER                PIC X(10) VALUE '*** PASSO '.
           03 WS-LP-SEQUENCIA       PIC X(14).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-JOB             PIC X(08).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LP-TEXTO           PIC X(40).

         01 WS-LINHA-MUDANCA.
           03 WS-LM-TIPO            PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-PARCELA         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-CAMPO           PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-ANTES           PIC X(14).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-DEPOIS          PIC X(14).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-DESCRICAO       PIC X(40).

         01 WS-LINHA-FIM-PASSO.
           03 FILLER                PIC X(10) VALUE SPACES.
           03 FILLER                PIC X(24)
                   VALUE 'FIM DO PASSO - COND.CODE'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LF-COND-CODE       PIC X(14).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LF-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(22)
                   VALUE ' MUDANCA(S) PREVISTAS.'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LF-AVISO           PIC X(40).

         01 WS-LINHA-TOTAL.
           03 WS-LT-TEXTO           PIC X(40).
           03 WS-LT-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-VALOR           PIC X(20).
         01 WS-ED-VALOR-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FD-ENSAIO
           MOVE WS-FS-ENSAIO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINENSR: ENSAIO.DAT - ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ABRE-RELATORIO
           PERFORM UNTIL WS-EOF-ENSAIO
               READ FD-ENSAIO
                   AT END
                       SET WS-EOF-ENSAIO TO TRUE
                   NOT AT END
                       PERFORM TRATA-LINHA-ENSAIO
               END-READ
           END-PERFORM
           CLOSE FD-ENSAIO

           PERFORM IMPRIME-TOTAIS
           PERFORM FECHA-RELATORIO

           DISPLAY 'FINENSR: ' WS-QTD-PASSOS ' PASSO(S) ENSAIADO(S), '
                   WS-QTD-NAO-ENSAIADOS ' NAO ENSAIADO(S) - VEJA A '
                   'GERACAO ENSAIO DO RPTWRT.'
           GOBACK.

       TRATA-LINHA-ENSAIO.
           EVALUATE TRUE
               WHEN ES-INICIO-PASSO
                   ADD 1 TO WS-QTD-PASSOS
                   MOVE ZEROS TO WS-QTD-MUDANCAS-PASSO
                   MOVE SPACES TO RW-LINHA
                   PERFORM GRAVA-LINHA
                   MOVE ES-ANTES     TO WS-LP-SEQUENCIA
                   MOVE ES-PASSO     TO WS-LP-JOB
                   MOVE ES-DESCRICAO TO WS-LP-TEXTO
                   MOVE WS-LINHA-PASSO TO RW-LINHA
                   PERFORM GRAVA-LINHA
               WHEN ES-FIM-PASSO
                   MOVE ES-DEPOIS    TO WS-LF-COND-CODE
                   MOVE WS-QTD-MUDANCAS-PASSO TO WS-LF-QTD
                   MOVE ES-DESCRICAO TO WS-LF-AVISO
                   MOVE WS-LINHA-FIM-PASSO TO RW-LINHA
                   PERFORM GRAVA-LINHA
               WHEN ES-PASSO-NAO-ENSAIADO
                   ADD 1 TO WS-QTD-NAO-ENSAIADOS
                   MOVE SPACES TO RW-LINHA
                   PERFORM GRAVA-LINHA
                   MOVE ES-ANTES     TO WS-LP-SEQUENCIA
                   MOVE ES-PASSO     TO WS-LP-JOB
                   MOVE ES-DESCRICAO TO WS-LP-TEXTO
                   MOVE WS-LINHA-PASSO TO RW-LINHA
                   PERFORM GRAVA-LINHA
               WHEN OTHER
                   PERFORM IMPRIME-MUDANCA
           END-EVALUATE
           .

       IMPRIME-MUDANCA.
           ADD 1 TO WS-QTD-MUDANCAS-PASSO
           EVALUATE TRUE
               WHEN ES-MUDA-CONTRATO
                   MOVE 'CONTRATO'   TO WS-LM-TIPO
                   ADD 1 TO WS-QTD-CONTRATOS
               WHEN ES-MUDA-PARCELA
                   MOVE 'PARCELA'    TO WS-LM-TIPO
                   ADD 1 TO WS-QTD-PARCELAS
               WHEN ES-MUDA-ESTAGIO
                   MOVE 'ESTAGIO'    TO WS-LM-TIPO
                   ADD 1 TO WS-QTD-ESTAGIOS
               WHEN ES-CARTA-AVISO
                   MOVE 'CARTA'      TO WS-LM-TIPO
                   ADD 1 TO WS-QTD-CARTAS
               WHEN ES-LANCAMENTO
                   MOVE 'LANCAMENTO' TO WS-LM-TIPO
                   ADD 1 TO WS-QTD-LANCAMENTOS
                   ADD ES-VALOR TO WS-VR-LANCAMENTOS
               WHEN OTHER
                   MOVE 'ARQUIVO'    TO WS-LM-TIPO
                   ADD 1 TO WS-QTD-REGISTROS
           END-EVALUATE
           MOVE ES-NUM-CONTRATO TO WS-LM-CONTRATO
           MOVE ES-NUM-PARCELA  TO WS-LM-PARCELA
           MOVE ES-COD-CLIENTE  TO WS-LM-CLIENTE
           MOVE ES-CAMPO        TO WS-LM-CAMPO
           MOVE ES-ANTES        TO WS-LM-ANTES
           MOVE ES-DEPOIS       TO WS-LM-DEPOIS
           MOVE ES-VALOR        TO WS-LM-VALOR
           MOVE ES-DESCRICAO    TO WS-LM-DESCRICAO
           MOVE WS-LINHA-MUDANCA TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LT-VALOR
           MOVE 'PASSOS ENSAIADOS.......................:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-PASSOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'PASSOS DEVIDOS NAO ENSAIADOS...........:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-NAO-ENSAIADOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'MUDANCAS DE CONTRATO...................:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-CONTRATOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'MUDANCAS DE STATUS DE PARCELA..........:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-PARCELAS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'MUDANCAS DE ESTAGIO DE COBRANCA........:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-ESTAGIOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'CARTAS, TERMOS E AVISOS................:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-CARTAS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'REGISTROS DE ARQUIVO...................:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-REGISTROS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'LANCAMENTOS / VALOR....................:'
               TO WS-LT-TEXTO
           MOVE WS-QTD-LANCAMENTOS TO WS-LT-QTD
           MOVE WS-VR-LANCAMENTOS TO WS-ED-VALOR-TOTAL
           MOVE WS-ED-VALOR-TOTAL TO WS-LT-VALOR
           PERFORM GRAVA-LINHA-TOTAL
           .

       GRAVA-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'ENSAIO'   TO RW-RELATORIO
           MOVE 'ENSAIO DA NOITE - MUDANCAS PREVISTAS' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       END PROGRAM FINENSR.
