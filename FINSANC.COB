      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CARGA DAS LISTAS RESTRITIVAS OFICIAIS: opcao 1 le o
      *          arquivo de pessoas politicamente expostas (PEP.TXT),
      *          opcao 2 o de sancoes (SANCOES.TXT), ambos no layout
      *          LISTAOFREC (header com tipo, fonte e data de
      *          referencia; trailer com a quantidade). O arquivo e
      *          conferido inteiro antes de tocar no mestre - tipo do
      *          header, detalhe sem nome, trailer que nao fecha - e
      *          recusado se nao bater; conferido, as entradas da
      *          lista em LISTAR.DAT sao apagadas e regravadas com o
      *          nome normalizado (NOMENORM) para a TRIAGEM. A outra
      *          lista nao e tocada. As ocorrencias ja apontadas em
      *          COMPHIT.DAT ficam como estao. So entra supervisor,
      *          com o JOB NOTURNO parado (a retriagem mensal le a
      *          lista).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LISTAR         ASSIGN TO "LISTAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CHAVE
               LOCK MODE IS AUTOMATIC
               ALTERNATE RECORD KEY IS LR-CHAVE-DOCUMENTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LR-NOME-NORMALIZADO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-LISTAR.
           SELECT FD-OFICIAL        ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFICIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LISTAR.
       01  FD-LISTAR-REC.
           COPY LISTARREC.

       FD  FD-OFICIAL.
       01  FD-OFICIAL-REC.
           COPY LISTAOFREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-LISTAR        PIC X(02) VALUE '00'.
           03 WS-FS-OFICIAL       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY NOMENORMPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINSANC'.
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-NOME-ARQUIVO         PIC X(12).

         01 WS-OPCAO                PIC 9.
         01 WS-TIPO-LISTA           PIC X(01).
             88 WS-CARGA-PEP                VALUE 'P'.
             88 WS-CARGA-SANCOES            VALUE 'S'.
         01 WS-CONFIRMA             PIC X(01).

         01 WS-FIM-OFICIAL          PIC X(01).
             88 WS-EOF-OFICIAL              VALUE 'S'.
         01 WS-FIM-LISTAR           PIC X(01).
             88 WS-EOF-LISTAR               VALUE 'S'.

      *  Conferencia do arquivo oficial antes da carga.
         01 WS-ARQUIVO-OK           PIC X(01).
             88 WS-ARQUIVO-CONFERE          VALUE 'S'.
         01 WS-TEM-HEADER           PIC X(01).
             88 WS-HEADER-LIDO              VALUE 'S'.
         01 WS-TEM-TRAILER          PIC X(01).
             88 WS-TRAILER-LIDO             VALUE 'S'.
         01 WS-MOTIVO-RECUSA        PIC X(50).
         01 WS-ORIGEM-LISTA         PIC X(10).
         01 WS-DATA-REFERENCIA      PIC 9(08).
         01 WS-QTD-TRAILER          PIC 9(07).

         01 WS-QTD-DETALHES         PIC 9(07) VALUE ZEROS.
         01 WS-QTD-APAGADAS         PIC 9(07) VALUE ZEROS.
         01 WS-QTD-CARREGADAS       PIC 9(07) VALUE ZEROS.
         01 WS-QTD-SEM-DOCUMENTO    PIC 9(07) VALUE ZEROS.
         01 WS-SEQUENCIA            PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    A carga apaga e regrava LISTAR.DAT, que a retriagem
      *    mensal (FINTRIAG) le no JOB NOTURNO: so com a noite parada.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: CARGA DAS LISTAS '
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

           DISPLAY 'LISTAS RESTRITIVAS - 1-CARGA PEP (PEP.TXT)  '
                   '2-CARGA SANCOES (SANCOES.TXT)'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           EVALUATE WS-OPCAO
               WHEN 1
                   MOVE 'P'       TO WS-TIPO-LISTA
                   MOVE 'PEP.TXT' TO WS-NOME-ARQUIVO
               WHEN 2
                   MOVE 'S'           TO WS-TIPO-LISTA
                   MOVE 'SANCOES.TXT' TO WS-NOME-ARQUIVO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   GOBACK
           END-EVALUATE

           PERFORM CONFERE-ARQUIVO
           IF NOT WS-ARQUIVO-CONFERE
               DISPLAY 'FINSANC: ' WS-NOME-ARQUIVO ' RECUSADO - '
                       WS-MOTIVO-RECUSA
               DISPLAY 'FINSANC: LISTA ANTERIOR MANTIDA.'
               GOBACK
           END-IF

           DISPLAY 'FINSANC: ' WS-NOME-ARQUIVO ' CONFERIDO - '
                   WS-QTD-DETALHES ' ENTRADA(S), FONTE '
                   WS-ORIGEM-LISTA ' REF. ' WS-DATA-REFERENCIA
           DISPLAY 'SUBSTITUI A LISTA CARREGADA? (S/N) : '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'OPERACAO CANCELADA.'
               GOBACK
           END-IF

           OPEN I-O FD-LISTAR
           IF WS-FS-LISTAR = '35'
               OPEN OUTPUT FD-LISTAR
               CLOSE FD-LISTAR
               OPEN I-O FD-LISTAR
           END-IF
           MOVE WS-FS-LISTAR TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'LISTAR.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           PERFORM APAGA-LISTA-ANTERIOR
           PERFORM CARREGA-LISTA
           CLOSE FD-LISTAR

           DISPLAY 'FINSANC: ' WS-QTD-APAGADAS ' ENTRADA(S) ANTIGA(S) '
                   'APAGADA(S), ' WS-QTD-CARREGADAS ' CARREGADA(S) ('
                   WS-QTD-SEM-DOCUMENTO ' SEM CPF/CNPJ).'
           DISPLAY 'FINSANC: OS CLIENTES SAO RETRIADOS NA LISTA NOVA '
                   'PELO FINTRIAG NO INICIO DO MES.'
           GOBACK.

       CONFERE-ARQUIVO.
      *    Primeira passada so confere: header do tipo escolhido,
      *    detalhes com nome e trailer com a quantidade lida. Lista
      *    pela metade carregada apagaria a lista boa anterior.
           MOVE 'S' TO WS-ARQUIVO-OK
           MOVE 'N' TO WS-TEM-HEADER WS-TEM-TRAILER WS-FIM-OFICIAL
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE ZEROS  TO WS-QTD-DETALHES WS-QTD-TRAILER

           OPEN INPUT FD-OFICIAL
           MOVE WS-FS-OFICIAL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               MOVE 'N' TO WS-ARQUIVO-OK
               MOVE FS-MENSAGEM TO WS-MOTIVO-RECUSA
           ELSE
               PERFORM UNTIL WS-EOF-OFICIAL
                   READ FD-OFICIAL
                       AT END
                           SET WS-EOF-OFICIAL TO TRUE
                       NOT AT END
                           PERFORM CONFERE-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE FD-OFICIAL
           END-IF

           IF WS-ARQUIVO-CONFERE
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-LIDO
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'ARQUIVO SEM HEADER.' TO WS-MOTIVO-RECUSA
                   WHEN NOT WS-TRAILER-LIDO
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'ARQUIVO SEM TRAILER.' TO WS-MOTIVO-RECUSA
                   WHEN WS-QTD-TRAILER NOT = WS-QTD-DETALHES
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'QUANTIDADE DO TRAILER NAO CONFERE.'
                           TO WS-MOTIVO-RECUSA
                   WHEN WS-QTD-DETALHES = ZEROS
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'LISTA SEM NENHUMA ENTRADA.'
                           TO WS-MOTIVO-RECUSA
               END-EVALUATE
           END-IF
           .

       CONFERE-REGISTRO.
           EVALUATE TRUE
               WHEN LO-REG-HEADER
                   IF WS-HEADER-LIDO
                       OR LO-H-TIPO-LISTA NOT = WS-TIPO-LISTA
                       OR LO-H-DATA-REFERENCIA NOT NUMERIC
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'HEADER INVALIDO OU DE OUTRA LISTA.'
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       SET WS-HEADER-LIDO TO TRUE
                       MOVE LO-H-ORIGEM          TO WS-ORIGEM-LISTA
                       MOVE LO-H-DATA-REFERENCIA TO WS-DATA-REFERENCIA
                   END-IF
               WHEN LO-REG-DETALHE
                   ADD 1 TO WS-QTD-DETALHES
                   IF NOT WS-HEADER-LIDO OR WS-TRAILER-LIDO
                       OR LO-NOME = SPACES
                       OR LO-DOCUMENTO NOT NUMERIC
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'DETALHE FORA DE ORDEM, SEM NOME OU COM '
                           TO WS-MOTIVO-RECUSA
                       MOVE 'DOCUMENTO INVALIDO.'
                           TO WS-MOTIVO-RECUSA(40:)
                   END-IF
               WHEN LO-REG-TRAILER
                   IF WS-TRAILER-LIDO OR LO-T-QTD-DETALHES NOT NUMERIC
                       MOVE 'N' TO WS-ARQUIVO-OK
                       MOVE 'TRAILER INVALIDO.' TO WS-MOTIVO-RECUSA
                   ELSE
                       SET WS-TRAILER-LIDO TO TRUE
                       MOVE LO-T-QTD-DETALHES TO WS-QTD-TRAILER
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ARQUIVO-OK
                   MOVE 'TIPO DE REGISTRO DESCONHECIDO.'
                       TO WS-MOTIVO-RECUSA
           END-EVALUATE
           .

       APAGA-LISTA-ANTERIOR.
           MOVE 'N' TO WS-FIM-LISTAR
           MOVE WS-TIPO-LISTA TO LR-TIPO-LISTA
           MOVE ZEROS         TO LR-SEQUENCIA
           START FD-LISTAR KEY NOT < LR-CHAVE
               INVALID KEY
                   SET WS-EOF-LISTAR TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LISTAR
               READ FD-LISTAR NEXT RECORD
                   AT END
                       SET WS-EOF-LISTAR TO TRUE
                   NOT AT END
                       IF LR-TIPO-LISTA NOT = WS-TIPO-LISTA
                           SET WS-EOF-LISTAR TO TRUE
                       ELSE
                           DELETE FD-LISTAR RECORD
                           ADD 1 TO WS-QTD-APAGADAS
                       END-IF
               END-READ
           END-PERFORM
           .

       CARREGA-LISTA.
           MOVE 'N'   TO WS-FIM-OFICIAL
           MOVE ZEROS TO WS-SEQUENCIA
           OPEN INPUT FD-OFICIAL
           PERFORM UNTIL WS-EOF-OFICIAL
               READ FD-OFICIAL
                   AT END
                       SET WS-EOF-OFICIAL TO TRUE
                   NOT AT END
                       IF LO-REG-DETALHE
                           PERFORM GRAVA-ENTRADA-LISTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-OFICIAL
           .

       GRAVA-ENTRADA-LISTA.
           ADD 1 TO WS-SEQUENCIA
           MOVE SPACES          TO FD-LISTAR-REC
           MOVE WS-TIPO-LISTA   TO LR-TIPO-LISTA
           MOVE WS-SEQUENCIA    TO LR-SEQUENCIA
      *    Sem documento (ou tipo de pessoa desconhecido) a entrada
      *    so e achada pelo nome.
           IF LO-DOCUMENTO > ZEROS
               AND (LO-PESSOA-FISICA OR LO-PESSOA-JURIDICA)
               MOVE LO-TIPO-PESSOA TO LR-TIPO-PESSOA
               MOVE LO-DOCUMENTO   TO LR-DOCUMENTO
           ELSE
               MOVE SPACE TO LR-TIPO-PESSOA
               MOVE ZEROS TO LR-DOCUMENTO
               ADD 1 TO WS-QTD-SEM-DOCUMENTO
           END-IF
           MOVE LO-NOME TO LR-NOME NN-NOME-ENTRADA
           CALL 'NOMENORM' USING NN-NOME-ENTRADA NN-NOME-SAIDA
           MOVE NN-NOME-SAIDA      TO LR-NOME-NORMALIZADO
           MOVE LO-DESCRICAO       TO LR-DESCRICAO
           MOVE WS-ORIGEM-LISTA    TO LR-ORIGEM
           MOVE WS-DATA-REFERENCIA TO LR-DATA-REFERENCIA
           MOVE WS-DATA-HOJE       TO LR-DATA-CARGA
           WRITE FD-LISTAR-REC
               INVALID KEY
                   DISPLAY 'FINSANC: ERRO AO GRAVAR ENTRADA '
                           WS-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CARREGADAS
           END-WRITE
           .

       END PROGRAM FINSANC.
