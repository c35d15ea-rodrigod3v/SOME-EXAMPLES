      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ENTREGA DE RELATORIOS IMPRESSOS: lista o que o
      *          FINDIST pos em pacote e ainda nao foi entregue
      *          (RPTENTR.DAT situacao 'P'), de todos os destinatarios
      *          ou de um so, com os dias em aberto desde o pacote;
      *          confirma a entrega - o pacote inteiro de um
      *          destinatario numa data ou um relatorio so dele -
      *          gravando quem recebeu, data, hora e o operador que
      *          registrou; e lista as geracoes bloqueadas por sigilo
      *          (destinatario abaixo do nivel exigido pelo catalogo)
      *          para o supervisor ajustar o catalogo ou o
      *          destinatario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RPTENTR        ASSIGN TO "RPTENTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RPTENTR.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RPTENTR.
       01  FD-RPTENTR-REC.
           COPY RPTENTREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-RPTENTR           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'ENTRMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-PENDENTES          VALUE 'P', 'p'.
             88 WS-TRANS-ENTREGA            VALUE 'E', 'e'.
             88 WS-TRANS-BLOQUEADOS         VALUE 'B', 'b'.

         01 WS-DESTINO.
           03 WS-DEST-TIPO          PIC X(01).
               88 WS-DEST-TIPO-VALIDO         VALUE 'A', 'F', 'O'.
           03 WS-DEST-CODIGO        PIC X(08).
         01 WS-COD-FILIAL           PIC 9(03).
         01 WS-FILTRO               PIC X(01).
             88 WS-FILTRA-DESTINO           VALUE 'S', 's'.
         01 WS-SITUACAO-LISTA       PIC X(01).
         01 WS-DATA-PACOTE          PIC 9(08).
         01 WS-RELATORIO            PIC X(08).
         01 WS-RECEBEDOR            PIC X(20).
         01 WS-CONFIRMA             PIC X(01).
             88 WS-CONFIRMADO               VALUE 'S', 's'.

         01 WS-HOJE                 PIC 9(08).
         01 WS-HORA                 PIC 9(08).
         01 WS-DIAS-ABERTO          PIC 9(05).
         01 WS-FIM-RPTENTR          PIC X(01).
             88 WS-EOF-RPTENTR              VALUE 'S'.
         01 WS-QTD-LISTADOS         PIC 9(05).
         01 WS-QTD-CONFIRMADOS      PIC 9(05).

         01 WS-LINHA-ENTREGA.
           03 WS-LE-TIPO            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-CODIGO          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-RELATORIO       PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-DATA-GERACAO    PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-DATA-PACOTE     PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-COPIAS          PIC Z9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-DIAS            PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-PACOTE          PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-RPTENTR
           MOVE WS-FS-RPTENTR TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'NENHUM PACOTE DE RELATORIOS MONTADO AINDA '
                       '(RPTENTR.DAT).'
               GOBACK
           END-IF
           IF NOT FS-OK
               DISPLAY 'RPTENTR.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY 'ENTREGA DE RELATORIOS  (P)ENDENTES (E)NTREGA '
                   '(B)LOQUEADOS : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-PENDENTES
                   MOVE 'P' TO WS-SITUACAO-LISTA
                   PERFORM LISTA-ENTREGAS
               WHEN WS-TRANS-ENTREGA
                   PERFORM CONFIRMA-ENTREGA
               WHEN WS-TRANS-BLOQUEADOS
                   MOVE 'B' TO WS-SITUACAO-LISTA
                   PERFORM LISTA-ENTREGAS
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-RPTENTR
           GOBACK.

       ACEITA-CHAVE-DESTINATARIO.
           DISPLAY 'TIPO (A)REA (F)ILIAL (O)PERADOR : '
           PERFORM WITH TEST AFTER UNTIL WS-DEST-TIPO-VALIDO
               ACCEPT WS-DEST-TIPO
               MOVE FUNCTION UPPER-CASE(WS-DEST-TIPO) TO WS-DEST-TIPO
               IF NOT WS-DEST-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO (A/F/O). NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-DEST-TIPO = 'F'
      *        Filial gravada com os 3 digitos, como no DESTMNT.
               DISPLAY 'CODIGO DA FILIAL (EX: 001) : '
               PERFORM WITH TEST AFTER UNTIL WS-COD-FILIAL IS NUMERIC
                       AND WS-COD-FILIAL > ZEROS
                   ACCEPT WS-COD-FILIAL
                   IF WS-COD-FILIAL NOT NUMERIC
                       OR WS-COD-FILIAL = ZEROS
                       DISPLAY 'CODIGO INVALIDO (001-999). '
                               'NOVAMENTE : '
                   END-IF
               END-PERFORM
               MOVE SPACES        TO WS-DEST-CODIGO
               MOVE WS-COD-FILIAL TO WS-DEST-CODIGO(1:3)
           ELSE
               DISPLAY 'CODIGO (SIGLA DA AREA OU OPERADOR) : '
               ACCEPT WS-DEST-CODIGO
               MOVE FUNCTION UPPER-CASE(WS-DEST-CODIGO)
                   TO WS-DEST-CODIGO
           END-IF
           .

       POSICIONA-DESTINATARIO.
      *    Todas as linhas de um destinatario ficam juntas na chave.
           MOVE 'N'            TO WS-FIM-RPTENTR
           MOVE LOW-VALUES     TO RE-CHAVE
           MOVE WS-DEST-TIPO   TO RE-DEST-TIPO
           MOVE WS-DEST-CODIGO TO RE-DEST-CODIGO
           START FD-RPTENTR KEY IS NOT LESS THAN RE-CHAVE
               INVALID KEY
                   SET WS-EOF-RPTENTR TO TRUE
           END-START
           .

       LISTA-ENTREGAS.
           DISPLAY 'SO DE UM DESTINATARIO (S/N) : '
           ACCEPT WS-FILTRO
           IF WS-FILTRA-DESTINO
               PERFORM ACEITA-CHAVE-DESTINATARIO
               PERFORM POSICIONA-DESTINATARIO
           ELSE
               MOVE 'N'        TO WS-FIM-RPTENTR
               MOVE LOW-VALUES TO RE-CHAVE
               START FD-RPTENTR KEY IS NOT LESS THAN RE-CHAVE
                   INVALID KEY
                       SET WS-EOF-RPTENTR TO TRUE
               END-START
           END-IF

           IF WS-SITUACAO-LISTA = 'P'
               DISPLAY 'T DESTINO   RELATOR. GERACAO  PACOTE   CP '
                       ' DIAS ARQUIVO DO PACOTE'
           ELSE
               DISPLAY 'T DESTINO   RELATOR. GERACAO  BLOQUEIO CP '
                       ' DIAS (BLOQUEADO POR SIGILO)'
           END-IF
           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM UNTIL WS-EOF-RPTENTR
               READ FD-RPTENTR NEXT RECORD
                   AT END
                       SET WS-EOF-RPTENTR TO TRUE
                   NOT AT END
                       IF WS-FILTRA-DESTINO
                           AND (RE-DEST-TIPO NOT = WS-DEST-TIPO
                           OR RE-DEST-CODIGO NOT = WS-DEST-CODIGO)
                           SET WS-EOF-RPTENTR TO TRUE
                       ELSE
                           IF RE-SITUACAO = WS-SITUACAO-LISTA
                               PERFORM MOSTRA-ENTREGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADOS ' LINHA(S).'
           .

       MOSTRA-ENTREGA.
           ADD 1 TO WS-QTD-LISTADOS
           COMPUTE WS-DIAS-ABERTO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
             - FUNCTION INTEGER-OF-DATE(RE-DATA-PACOTE)
           MOVE RE-DEST-TIPO      TO WS-LE-TIPO
           MOVE RE-DEST-CODIGO    TO WS-LE-CODIGO
           MOVE RE-RELATORIO      TO WS-LE-RELATORIO
           MOVE RE-DATA-GERACAO   TO WS-LE-DATA-GERACAO
           MOVE RE-DATA-PACOTE    TO WS-LE-DATA-PACOTE
           MOVE RE-COPIAS         TO WS-LE-COPIAS
           MOVE WS-DIAS-ABERTO    TO WS-LE-DIAS
           MOVE RE-ARQUIVO-PACOTE TO WS-LE-PACOTE
           DISPLAY WS-LINHA-ENTREGA
           .

       CONFIRMA-ENTREGA.
      *    Relatorio em branco confirma o pacote inteiro da data.
           PERFORM ACEITA-CHAVE-DESTINATARIO
           DISPLAY 'DATA DO PACOTE (AAAAMMDD) : '
           PERFORM WITH TEST AFTER UNTIL WS-DATA-PACOTE IS NUMERIC
                   AND WS-DATA-PACOTE > ZEROS
               ACCEPT WS-DATA-PACOTE
               IF WS-DATA-PACOTE NOT NUMERIC
                   OR WS-DATA-PACOTE = ZEROS
                   DISPLAY 'DATA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'RELATORIO (BRANCO = PACOTE INTEIRO) : '
           ACCEPT WS-RELATORIO
           MOVE FUNCTION UPPER-CASE(WS-RELATORIO) TO WS-RELATORIO
           DISPLAY 'NOME DE QUEM RECEBEU : '
           PERFORM WITH TEST AFTER UNTIL WS-RECEBEDOR NOT = SPACES
               ACCEPT WS-RECEBEDOR
               IF WS-RECEBEDOR = SPACES
                   DISPLAY 'INFORME QUEM RECEBEU. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-RECEBEDOR) TO WS-RECEBEDOR
           DISPLAY 'CONFIRMA A ENTREGA (S/N) : '
           ACCEPT WS-CONFIRMA
           IF NOT WS-CONFIRMADO
               DISPLAY 'ENTREGA NAO REGISTRADA.'
           ELSE
               ACCEPT WS-HORA FROM TIME
               MOVE ZEROS TO WS-QTD-CONFIRMADOS
               PERFORM POSICIONA-DESTINATARIO
               PERFORM UNTIL WS-EOF-RPTENTR
                   READ FD-RPTENTR NEXT RECORD
                       AT END
                           SET WS-EOF-RPTENTR TO TRUE
                       NOT AT END
                           IF RE-DEST-TIPO NOT = WS-DEST-TIPO
                               OR RE-DEST-CODIGO NOT = WS-DEST-CODIGO
                               SET WS-EOF-RPTENTR TO TRUE
                           ELSE
                               PERFORM REGISTRA-ENTREGA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QTD-CONFIRMADOS = ZEROS
                   DISPLAY 'NENHUM RELATORIO PENDENTE NESSE PACOTE.'
               ELSE
                   DISPLAY WS-QTD-CONFIRMADOS
                           ' RELATORIO(S) DADO(S) COMO ENTREGUE(S).'
               END-IF
           END-IF
           .

       REGISTRA-ENTREGA.
           IF RE-PENDENTE
               AND RE-DATA-PACOTE = WS-DATA-PACOTE
               AND (WS-RELATORIO = SPACES
                    OR RE-RELATORIO = WS-RELATORIO)
               MOVE 'E'          TO RE-SITUACAO
               MOVE WS-HOJE      TO RE-DATA-ENTREGA
               MOVE WS-HORA      TO RE-HORA-ENTREGA
               MOVE SN-USUARIO   TO RE-OPER-ENTREGA
               MOVE WS-RECEBEDOR TO RE-RECEBEDOR
               REWRITE FD-RPTENTR-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ' RE-RELATORIO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CONFIRMADOS
               END-REWRITE
           END-IF
           .

       END PROGRAM ENTRMNT.
