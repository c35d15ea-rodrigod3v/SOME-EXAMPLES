      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ANALISE DOS CASOS DE MONITORAMENTO DE OPERACOES
      *          SUSPEITAS (COAF): lista os casos em aberto que o
      *          FINCOAF gerou em COAFCASO.DAT, mostra um caso com os
      *          movimentos que o sustentam (COAFEVID.DAT) e registra
      *          a analise do compliance - parecer obrigatorio,
      *          analista e data - com o desfecho: arquivado sem
      *          comunicacao ou comunicado ao COAF, com o protocolo e
      *          a data da comunicacao. Caso comunicado fica so para
      *          consulta; arquivado pode ser reaberto para
      *          comunicacao se aparecer fato novo. Tambem lista os
      *          casos de um cliente. Caso e evidencia ficam
      *          guardados ate a data de guarda (cinco anos). So
      *          entra supervisor, com o JOB NOTURNO parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-COAFCASO       ASSIGN TO "COAFCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-NUM-CASO
               ALTERNATE RECORD KEY IS CO-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-COAFCASO.
           SELECT FD-COAFEVID       ASSIGN TO "COAFEVID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COAFEVID.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-COAFCASO.
       01  FD-COAFCASO-REC.
           COPY COAFCASOREC.

       FD  FD-COAFEVID.
       01  FD-COAFEVID-REC.
           COPY COAFEVIDREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-COAFCASO      PIC X(02) VALUE '00'.
           03 WS-FS-COAFEVID      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY DATAVALPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'COAFMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-NUM-CASO             PIC 9(08).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NOME-CLIENTE         PIC X(41).
         01 WS-DECISAO              PIC X(01).
             88 WS-DECIDE-ARQUIVAR          VALUE 'A', 'a'.
             88 WS-DECIDE-COMUNICAR         VALUE 'C', 'c'.
             88 WS-DECIDE-MANTER            VALUE 'M', 'm'.
         01 WS-ANALISE              PIC X(60).
         01 WS-PROTOCOLO            PIC X(20).
         01 WS-DATA-COMUNICACAO     PIC X(08).

         01 WS-FIM-COAFCASO         PIC X(01).
             88 WS-EOF-COAFCASO             VALUE 'S'.
         01 WS-FIM-COAFEVID         PIC X(01).
             88 WS-EOF-COAFEVID             VALUE 'S'.
         01 WS-QTD-LISTADOS         PIC 9(05).
         01 WS-QTD-EVIDENCIAS       PIC 9(05).

         01 WS-LINHA-CASO.
           03 WS-LC-CASO            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-REGRA           PIC X(14).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-SITUACAO        PIC X(10).

         01 WS-LINHA-EVIDENCIA.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LE-ORIGEM          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LE-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LE-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LE-PARCELA         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LE-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LE-DETALHE         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    As analises regravam COAFCASO.DAT, que o monitoramento
      *    mensal (FINCOAF) tambem grava no JOB NOTURNO.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: CASOS COAF '
                       'INDISPONIVEIS. AGUARDE O TERMINO DA NOITE.'
               GOBACK
           END-IF

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF
           IF NOT SN-NIVEL-SUPERVISOR
               DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN I-O FD-COAFCASO
           IF WS-FS-COAFCASO = '35'
               OPEN OUTPUT FD-COAFCASO
               CLOSE FD-COAFCASO
               OPEN I-O FD-COAFCASO
           END-IF
           MOVE WS-FS-COAFCASO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'COAFCASO.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           DISPLAY 'CASOS COAF - 1-CASOS EM ABERTO  2-ANALISA CASO  '
                   '3-CASOS DO CLIENTE'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTA-ABERTOS
               WHEN 2
                   PERFORM ANALISA-CASO
               WHEN 3
                   PERFORM LISTA-CASOS-CLIENTE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-CADASTRO
           CLOSE FD-COAFCASO
           GOBACK.

       LISTA-ABERTOS.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE 'N'   TO WS-FIM-COAFCASO
           MOVE ZEROS TO CO-NUM-CASO
           START FD-COAFCASO KEY NOT < CO-NUM-CASO
               INVALID KEY
                   SET WS-EOF-COAFCASO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COAFCASO
               READ FD-COAFCASO NEXT RECORD
                   AT END
                       SET WS-EOF-COAFCASO TO TRUE
                   NOT AT END
                       IF CO-ABERTO
                           PERFORM MOSTRA-CASO
                           ADD 1 TO WS-QTD-LISTADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADOS ' CASO(S) EM ABERTO.'
           .

       LISTA-CASOS-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM BUSCA-NOME-CLIENTE
           DISPLAY 'CLIENTE ' WS-COD-CLIENTE ' ' WS-NOME-CLIENTE

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE 'N'   TO WS-FIM-COAFCASO
           MOVE WS-COD-CLIENTE TO CO-COD-CLIENTE
           START FD-COAFCASO KEY NOT < CO-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-COAFCASO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COAFCASO
               READ FD-COAFCASO NEXT RECORD
                   AT END
                       SET WS-EOF-COAFCASO TO TRUE
                   NOT AT END
                       IF CO-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-COAFCASO TO TRUE
                       ELSE
                           PERFORM MOSTRA-CASO
                           ADD 1 TO WS-QTD-LISTADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADOS ' CASO(S) DO CLIENTE.'
           .

       ANALISA-CASO.
           DISPLAY 'NUMERO DO CASO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CASO IS NUMERIC
               ACCEPT WS-NUM-CASO
               IF WS-NUM-CASO NOT NUMERIC
                   DISPLAY 'NUMERO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-NUM-CASO TO CO-NUM-CASO
           READ FD-COAFCASO
               INVALID KEY
                   DISPLAY 'CASO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM DETALHA-CASO
                   IF CO-COMUNICADO
                       DISPLAY 'CASO JA COMUNICADO AO COAF - SO '
                               'CONSULTA.'
                   ELSE
                       PERFORM DECIDE-CASO
                   END-IF
           END-READ
           .

       DETALHA-CASO.
           PERFORM MOSTRA-CASO
           MOVE CO-COD-CLIENTE TO WS-COD-CLIENTE
           PERFORM BUSCA-NOME-CLIENTE
           DISPLAY '   CLIENTE: ' WS-NOME-CLIENTE
           DISPLAY '   ' CO-DESCRICAO
           DISPLAY '   GERADO EM ' CO-DATA-GERACAO ' - '
                   CO-QTD-MOVIMENTOS ' MOVIMENTO(S) - GUARDA ATE '
                   CO-DATA-GUARDA
           IF NOT CO-ABERTO
               DISPLAY '   ANALISADO EM ' CO-DATA-ANALISE ' POR '
                       CO-ANALISTA ': ' CO-ANALISE
           END-IF
           IF CO-COMUNICADO
               DISPLAY '   COMUNICADO EM ' CO-DATA-COMUNICACAO
                       ' PROTOCOLO ' CO-PROTOCOLO-COAF
           END-IF
           PERFORM MOSTRA-EVIDENCIAS
           .

       MOSTRA-EVIDENCIAS.
           MOVE ZEROS TO WS-QTD-EVIDENCIAS
           MOVE 'N'   TO WS-FIM-COAFEVID
           OPEN INPUT FD-COAFEVID
           IF WS-FS-COAFEVID NOT = '00'
               DISPLAY '   COAFEVID.DAT INDISPONIVEL - SEM EVIDENCIAS.'
               SET WS-EOF-COAFEVID TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-COAFEVID
               READ FD-COAFEVID
                   AT END
                       SET WS-EOF-COAFEVID TO TRUE
                   NOT AT END
                       IF EV-NUM-CASO = CO-NUM-CASO
                           MOVE EV-ORIGEM         TO WS-LE-ORIGEM
                           MOVE EV-DATA-MOVIMENTO TO WS-LE-DATA
                           MOVE EV-NUM-CONTRATO   TO WS-LE-CONTRATO
                           MOVE EV-NUM-PARCELA    TO WS-LE-PARCELA
                           MOVE EV-VALOR          TO WS-LE-VALOR
                           MOVE EV-DETALHE        TO WS-LE-DETALHE
                           DISPLAY WS-LINHA-EVIDENCIA
                           ADD 1 TO WS-QTD-EVIDENCIAS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-COAFEVID = '00' OR WS-FS-COAFEVID = '10'
               CLOSE FD-COAFEVID
           END-IF
           DISPLAY '   ' WS-QTD-EVIDENCIAS ' MOVIMENTO(S) DE EVIDENCIA.'
           .

       DECIDE-CASO.
           DISPLAY '(A)RQUIVA SEM COMUNICAR  (C)OMUNICADO AO COAF  '
                   '(M)ANTEM : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-DECIDE-ARQUIVAR OR WS-DECIDE-COMUNICAR
                      OR WS-DECIDE-MANTER
               ACCEPT WS-DECISAO
               IF NOT WS-DECIDE-ARQUIVAR AND NOT WS-DECIDE-COMUNICAR
                       AND NOT WS-DECIDE-MANTER
                   DISPLAY 'INFORME A, C OU M : '
               END-IF
           END-PERFORM

           IF NOT WS-DECIDE-MANTER
      *        Caso fechado sem parecer escrito nao se sustenta na
      *        fiscalizacao: a analise e obrigatoria.
               MOVE SPACES TO WS-ANALISE
               DISPLAY 'ANALISE (PARECER) : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-ANALISE NOT = SPACES
                   ACCEPT WS-ANALISE
                   IF WS-ANALISE = SPACES
                       DISPLAY 'ANALISE OBRIGATORIA : '
                   END-IF
               END-PERFORM
               IF WS-DECIDE-COMUNICAR
                   PERFORM ACEITA-COMUNICACAO
                   SET CO-COMUNICADO TO TRUE
                   MOVE WS-PROTOCOLO        TO CO-PROTOCOLO-COAF
                   MOVE WS-DATA-COMUNICACAO TO CO-DATA-COMUNICACAO
               ELSE
                   SET CO-ARQUIVADO TO TRUE
               END-IF
               MOVE WS-ANALISE   TO CO-ANALISE
               MOVE SN-USUARIO   TO CO-ANALISTA
               MOVE WS-DATA-HOJE TO CO-DATA-ANALISE
               REWRITE FD-COAFCASO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A ANALISE.'
                   NOT INVALID KEY
                       DISPLAY 'ANALISE GRAVADA NO CASO ' CO-NUM-CASO
                               '.'
               END-REWRITE
           END-IF
           .

       ACEITA-COMUNICACAO.
           MOVE SPACES TO WS-PROTOCOLO
           DISPLAY 'PROTOCOLO DA COMUNICACAO NO SISCOAF : '
           PERFORM WITH TEST AFTER UNTIL WS-PROTOCOLO NOT = SPACES
               ACCEPT WS-PROTOCOLO
               IF WS-PROTOCOLO = SPACES
                   DISPLAY 'PROTOCOLO OBRIGATORIO : '
               END-IF
           END-PERFORM
           DISPLAY 'DATA DA COMUNICACAO (AAAAMMDD) : '
           MOVE 'N' TO DV-DATA-VALIDA
           PERFORM WITH TEST AFTER UNTIL DV-DATA-E-VALIDA
               ACCEPT WS-DATA-COMUNICACAO
               MOVE 'N' TO DV-DATA-VALIDA
               IF WS-DATA-COMUNICACAO IS NUMERIC
                   MOVE WS-DATA-COMUNICACAO(7:2) TO DV-DIA
                   MOVE WS-DATA-COMUNICACAO(5:2) TO DV-MES
                   MOVE WS-DATA-COMUNICACAO(1:4) TO DV-ANO
                   CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                         DV-DATA-VALIDA
               END-IF
               IF NOT DV-DATA-E-VALIDA
                   DISPLAY 'DATA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       MOSTRA-CASO.
           MOVE CO-NUM-CASO     TO WS-LC-CASO
           EVALUATE TRUE
               WHEN CO-REGRA-ESPECIE
                   MOVE 'E-ESPECIE'      TO WS-LC-REGRA
               WHEN CO-REGRA-FRACIONAMENTO
                   MOVE 'F-FRACIONAM.'   TO WS-LC-REGRA
               WHEN CO-REGRA-LIQUIDACAO
                   MOVE 'L-LIQ.ANTECIP.' TO WS-LC-REGRA
               WHEN CO-REGRA-DEVOLUCAO
                   MOVE 'D-DEVOLUCAO'    TO WS-LC-REGRA
               WHEN CO-REGRA-TERCEIRO
                   MOVE 'T-TERCEIRO'     TO WS-LC-REGRA
               WHEN OTHER
                   MOVE CO-REGRA         TO WS-LC-REGRA
           END-EVALUATE
           MOVE CO-COD-CLIENTE  TO WS-LC-CLIENTE
           MOVE CO-NUM-CONTRATO TO WS-LC-CONTRATO
           MOVE CO-COMPETENCIA  TO WS-LC-COMPETENCIA
           MOVE CO-VALOR        TO WS-LC-VALOR
           EVALUATE TRUE
               WHEN CO-ABERTO
                   MOVE 'ABERTO'     TO WS-LC-SITUACAO
               WHEN CO-ARQUIVADO
                   MOVE 'ARQUIVADO'  TO WS-LC-SITUACAO
               WHEN CO-COMUNICADO
                   MOVE 'COMUNICADO' TO WS-LC-SITUACAO
               WHEN OTHER
                   MOVE CO-SITUACAO  TO WS-LC-SITUACAO
           END-EVALUATE
           DISPLAY WS-LINHA-CASO
           .

       BUSCA-NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO WS-NOME-CLIENTE
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-RAZAO-SOCIAL TO WS-NOME-CLIENTE
                   ELSE
                       STRING FD-PRIMEIRO-NOME DELIMITED BY SPACE
                              ' '
                              FD-ULTIMO-NOME   DELIMITED BY SPACE
                              INTO WS-NOME-CLIENTE
                   END-IF
           END-READ
           .

       END PROGRAM COAFMNT.
