      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ANALISE DE COMPLIANCE DAS OCORRENCIAS DE LISTA
      *          RESTRITIVA (PEP E SANCOES): lista as ocorrencias
      *          pendentes que a TRIAGEM gravou em COMPHIT.DAT (no
      *          CADPF, no FINAN2 ou na retriagem mensal FINTRIAG) e,
      *          cliente a cliente, libera (falso positivo - homonimo,
      *          documento de outra pessoa) ou confirma cada uma, com
      *          justificativa obrigatoria, analista e data. Enquanto
      *          houver pendente o cliente nao contrata; sancao
      *          confirmada bloqueia sempre; PEP confirmado contrata
      *          com diligencia reforcada. Decisao ja tomada pode ser
      *          revista (ex.: nome retirado da lista de sancoes). So
      *          entra supervisor, com o JOB NOTURNO parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-COMPHIT        ASSIGN TO "COMPHIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-COMPHIT.
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
       FD  FD-COMPHIT.
       01  FD-COMPHIT-REC.
           COPY COMPHITREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-COMPHIT       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'COMPLMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NOME-CLIENTE         PIC X(41).
         01 WS-DECISAO              PIC X(01).
             88 WS-DECIDE-LIBERAR           VALUE 'L', 'l'.
             88 WS-DECIDE-CONFIRMAR         VALUE 'C', 'c'.
             88 WS-DECIDE-MANTER            VALUE 'M', 'm'.
         01 WS-JUSTIFICATIVA        PIC X(60).

         01 WS-FIM-COMPHIT          PIC X(01).
             88 WS-EOF-COMPHIT              VALUE 'S'.
         01 WS-QTD-LISTADAS         PIC 9(05).
         01 WS-QTD-OCORRENCIAS      PIC 9(05).
         01 WS-QTD-DECIDIDAS        PIC 9(05).
         01 WS-QTD-PENDENTES        PIC 9(05).
         01 WS-QTD-SANCOES          PIC 9(05).

         01 WS-LINHA-OCORRENCIA.
           03 WS-LO-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LO-SEQ             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-LISTA           PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-CRITERIO        PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-NOME            PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-SITUACAO        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    As decisoes regravam COMPHIT.DAT, que a retriagem mensal
      *    (FINTRIAG) tambem grava no JOB NOTURNO.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: COMPLIANCE '
                       'INDISPONIVEL. AGUARDE O TERMINO DA NOITE.'
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

           OPEN I-O FD-COMPHIT
           IF WS-FS-COMPHIT = '35'
               OPEN OUTPUT FD-COMPHIT
               CLOSE FD-COMPHIT
               OPEN I-O FD-COMPHIT
           END-IF
           MOVE WS-FS-COMPHIT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'COMPHIT.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           DISPLAY 'COMPLIANCE PEP/SANCOES - 1-OCORRENCIAS PENDENTES  '
                   '2-ANALISA CLIENTE'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTA-PENDENTES
               WHEN 2
                   PERFORM ANALISA-CLIENTE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-CADASTRO
           CLOSE FD-COMPHIT
           GOBACK.

       LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE 'N'   TO WS-FIM-COMPHIT
           MOVE LOW-VALUES TO HT-CHAVE
           START FD-COMPHIT KEY NOT < HT-CHAVE
               INVALID KEY
                   SET WS-EOF-COMPHIT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COMPHIT
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-COMPHIT TO TRUE
                   NOT AT END
                       IF HT-PENDENTE
                           PERFORM MOSTRA-OCORRENCIA
                           ADD 1 TO WS-QTD-LISTADAS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADAS ' OCORRENCIA(S) PENDENTE(S).'
           .

       ANALISA-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM

           PERFORM BUSCA-NOME-CLIENTE
           DISPLAY 'CLIENTE ' WS-COD-CLIENTE ' ' WS-NOME-CLIENTE

           MOVE ZEROS TO WS-QTD-OCORRENCIAS WS-QTD-DECIDIDAS
                         WS-QTD-PENDENTES WS-QTD-SANCOES
           MOVE 'N'   TO WS-FIM-COMPHIT
           MOVE WS-COD-CLIENTE TO HT-COD-CLIENTE
           MOVE ZEROS          TO HT-SEQ
           START FD-COMPHIT KEY NOT < HT-CHAVE
               INVALID KEY
                   SET WS-EOF-COMPHIT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COMPHIT
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-COMPHIT TO TRUE
                   NOT AT END
                       IF HT-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-COMPHIT TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-OCORRENCIAS
                           PERFORM DECIDE-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-OCORRENCIAS = ZEROS
               DISPLAY 'CLIENTE SEM OCORRENCIA DE LISTA RESTRITIVA.'
           ELSE
               DISPLAY WS-QTD-DECIDIDAS ' DECISAO(OES) GRAVADA(S).'
               EVALUATE TRUE
                   WHEN WS-QTD-SANCOES > ZEROS
                       DISPLAY 'CLIENTE BLOQUEADO: CONSTA EM LISTA '
                               'DE SANCOES.'
                   WHEN WS-QTD-PENDENTES > ZEROS
                       DISPLAY 'CLIENTE BLOQUEADO: ' WS-QTD-PENDENTES
                               ' OCORRENCIA(S) AINDA PENDENTE(S).'
                   WHEN OTHER
                       DISPLAY 'CLIENTE LIBERADO PARA OPERAR.'
               END-EVALUATE
           END-IF
           .

       DECIDE-OCORRENCIA.
           PERFORM MOSTRA-OCORRENCIA
           DISPLAY '   LISTA: ' HT-LR-NOME-NORMALIZADO
           DISPLAY '   DOC. NA LISTA: ' HT-LR-TIPO-PESSOA ' '
                   HT-LR-DOCUMENTO ' ' HT-LR-DESCRICAO
                   ' FONTE ' HT-LR-ORIGEM
           IF NOT HT-PENDENTE
               DISPLAY '   DECIDIDA EM ' HT-DATA-DECISAO ' POR '
                       HT-ANALISTA ': ' HT-JUSTIFICATIVA
           END-IF

           DISPLAY '(L)IBERA-FALSO POSITIVO  (C)ONFIRMA  (M)ANTEM : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-DECIDE-LIBERAR OR WS-DECIDE-CONFIRMAR
                      OR WS-DECIDE-MANTER
               ACCEPT WS-DECISAO
               IF NOT WS-DECIDE-LIBERAR AND NOT WS-DECIDE-CONFIRMAR
                       AND NOT WS-DECIDE-MANTER
                   DISPLAY 'INFORME L, C OU M : '
               END-IF
           END-PERFORM

           IF NOT WS-DECIDE-MANTER
      *        Decisao de compliance sem motivo escrito nao vale na
      *        auditoria: a justificativa e obrigatoria.
               MOVE SPACES TO WS-JUSTIFICATIVA
               DISPLAY 'JUSTIFICATIVA : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-JUSTIFICATIVA NOT = SPACES
                   ACCEPT WS-JUSTIFICATIVA
                   IF WS-JUSTIFICATIVA = SPACES
                       DISPLAY 'JUSTIFICATIVA OBRIGATORIA : '
                   END-IF
               END-PERFORM
               IF WS-DECIDE-LIBERAR
                   SET HT-LIBERADA TO TRUE
               ELSE
                   SET HT-CONFIRMADA TO TRUE
               END-IF
               MOVE WS-JUSTIFICATIVA TO HT-JUSTIFICATIVA
               MOVE SN-USUARIO       TO HT-ANALISTA
               MOVE WS-DATA-HOJE     TO HT-DATA-DECISAO
               REWRITE FD-COMPHIT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A DECISAO.'
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-DECIDIDAS
               END-REWRITE
           END-IF

           IF HT-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
           END-IF
           IF HT-CONFIRMADA AND HT-LISTA-SANCOES
               ADD 1 TO WS-QTD-SANCOES
           END-IF
           IF HT-CONFIRMADA AND HT-LISTA-PEP
               DISPLAY '   PEP CONFIRMADO: CONTRATA COM DILIGENCIA '
                       'REFORCADA.'
           END-IF
           .

       MOSTRA-OCORRENCIA.
           MOVE HT-COD-CLIENTE TO WS-LO-CLIENTE
           MOVE HT-SEQ         TO WS-LO-SEQ
           IF HT-LISTA-PEP
               MOVE 'PEP'     TO WS-LO-LISTA
           ELSE
               MOVE 'SANCOES' TO WS-LO-LISTA
           END-IF
           IF HT-POR-DOCUMENTO
               MOVE 'DOCUMENTO' TO WS-LO-CRITERIO
           ELSE
               MOVE 'NOME'      TO WS-LO-CRITERIO
           END-IF
           MOVE HT-LR-NOME-NORMALIZADO TO WS-LO-NOME
           MOVE HT-DATA-DETECCAO       TO WS-LO-DATA
           EVALUATE TRUE
               WHEN HT-PENDENTE
                   MOVE 'PENDENTE'   TO WS-LO-SITUACAO
               WHEN HT-LIBERADA
                   MOVE 'LIBERADA'   TO WS-LO-SITUACAO
               WHEN HT-CONFIRMADA
                   MOVE 'CONFIRMADA' TO WS-LO-SITUACAO
               WHEN OTHER
                   MOVE HT-SITUACAO  TO WS-LO-SITUACAO
           END-EVALUATE
           DISPLAY WS-LINHA-OCORRENCIA
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

       END PROGRAM COMPLMNT.
