      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DOS DESTINATARIOS DE RELATORIOS
      *          (RPTDEST.DAT): inclui, altera, inativa, reativa,
      *          consulta e lista quem recebe relatorio impresso -
      *          area da casa ('A', sigla livre), filial ('F', do
      *          FILIAL.DAT) ou operador ('O', do OPERADOR.DAT) -
      *          com o nome que sai na capa do pacote e o nivel de
      *          acesso a relatorio confidencial. Filial e operador
      *          tem de existir no mestre; o operador traz o nome e
      *          o nivel de la, e na distribuicao vale sempre o
      *          nivel corrente dele. So entra supervisor, como o
      *          FILMNT. Destinatario nao e excluido fisicamente -
      *          inativa-se, e o FINDIST deixa de montar pacote para
      *          ele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RPTDEST        ASSIGN TO "RPTDEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RPTDEST.
           SELECT FD-OPERADOR       ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-COD-FILIAL
               FILE STATUS IS WS-FS-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RPTDEST.
       01  FD-RPTDEST-REC.
           COPY RPTDESTREC.

       FD  FD-OPERADOR.
       01  FD-OPERADOR-REC.
           COPY OPERREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-RPTDEST           PIC X(02) VALUE '00'.
         01 WS-FS-OPERADOR          PIC X(02) VALUE '00'.
         01 WS-FS-FILIAL            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'DESTMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
             88 WS-TRANS-LISTAR             VALUE 'L', 'l'.

         01 WS-DESTINO.
           03 WS-DEST-TIPO          PIC X(01).
               88 WS-DEST-TIPO-VALIDO         VALUE 'A', 'F', 'O'.
           03 WS-DEST-CODIGO        PIC X(08).
         01 WS-COD-FILIAL           PIC 9(03).
         01 WS-MESTRE-OK            PIC X(01).
             88 WS-EXISTE-NO-MESTRE         VALUE 'S'.
         01 WS-FIM-RPTDEST          PIC X(01).
             88 WS-EOF-RPTDEST              VALUE 'S'.
         01 WS-QTD-LISTADOS         PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

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

           OPEN I-O FD-RPTDEST
           IF WS-FS-RPTDEST = '35'
               OPEN OUTPUT FD-RPTDEST
               CLOSE FD-RPTDEST
               OPEN I-O FD-RPTDEST
           END-IF
           MOVE WS-FS-RPTDEST TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'RPTDEST.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'DESTINATARIOS  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA (L)ISTA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-DESTINATARIO
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-DESTINATARIO
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-DESTINATARIO
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-DESTINATARIO
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-DESTINATARIO
               WHEN WS-TRANS-LISTAR
                   PERFORM LISTA-DESTINATARIOS
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-RPTDEST
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
      *        Filial entra pelo numero, como no FILMNT, e fica
      *        gravada com os 3 digitos.
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
               PERFORM WITH TEST AFTER UNTIL WS-DEST-CODIGO
                       NOT = SPACES
                   ACCEPT WS-DEST-CODIGO
                   IF WS-DEST-CODIGO = SPACES
                       DISPLAY 'CODIGO NAO PODE SER EM BRANCO. '
                               'NOVAMENTE : '
                   END-IF
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WS-DEST-CODIGO)
                   TO WS-DEST-CODIGO
           END-IF
           .

       CONFERE-MESTRE.
      *    Filial e operador so entram se existirem no mestre; o
      *    nome (e, no operador, o nivel) vem de la.
           MOVE 'S' TO WS-MESTRE-OK
           EVALUATE WS-DEST-TIPO
               WHEN 'F'
                   MOVE 'N' TO WS-MESTRE-OK
                   OPEN INPUT FD-FILIAL
                   IF WS-FS-FILIAL = '00'
                       MOVE WS-COD-FILIAL TO FL-COD-FILIAL
                       READ FD-FILIAL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S'     TO WS-MESTRE-OK
                               MOVE FL-NOME TO DT-NOME
                       END-READ
                       CLOSE FD-FILIAL
                   END-IF
                   IF NOT WS-EXISTE-NO-MESTRE
                       DISPLAY 'FILIAL NAO CADASTRADA NO FILMNT.'
                   END-IF
               WHEN 'O'
                   MOVE 'N' TO WS-MESTRE-OK
                   OPEN INPUT FD-OPERADOR
                   IF WS-FS-OPERADOR = '00'
                       MOVE WS-DEST-CODIGO TO OP-CODIGO
                       READ FD-OPERADOR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S'       TO WS-MESTRE-OK
                               MOVE OP-NOME   TO DT-NOME
                               MOVE OP-NIVEL  TO DT-NIVEL
                       END-READ
                       CLOSE FD-OPERADOR
                   END-IF
                   IF NOT WS-EXISTE-NO-MESTRE
                       DISPLAY 'OPERADOR NAO CADASTRADO NO OPERMNT.'
                   END-IF
           END-EVALUATE
           .

       ACEITA-DADOS-DESTINATARIO.
           IF DT-TIPO = 'A' OR DT-NOME = SPACES
               DISPLAY 'NOME DO DESTINATARIO (CAPA DO PACOTE) : '
               PERFORM WITH TEST AFTER UNTIL DT-NOME NOT = SPACES
                   ACCEPT DT-NOME
                   IF DT-NOME = SPACES
                       DISPLAY 'NOME NAO PODE SER EM BRANCO. '
                               'NOVAMENTE :'
                   END-IF
               END-PERFORM
           END-IF
           IF DT-TIPO NOT = 'O'
               DISPLAY 'NIVEL DE ACESSO (C)ONSULTA (O)PERACAO '
                       '(S)UPERVISOR : '
               PERFORM WITH TEST AFTER UNTIL DT-NIVEL-CONSULTA
                       OR DT-NIVEL-OPERACAO OR DT-NIVEL-SUPERVISOR
                   ACCEPT DT-NIVEL
                   MOVE FUNCTION UPPER-CASE(DT-NIVEL) TO DT-NIVEL
                   IF NOT DT-NIVEL-CONSULTA
                       AND NOT DT-NIVEL-OPERACAO
                       AND NOT DT-NIVEL-SUPERVISOR
                       DISPLAY 'NIVEL INVALIDO (C/O/S). NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           .

       INCLUI-DESTINATARIO.
           PERFORM ACEITA-CHAVE-DESTINATARIO
           MOVE WS-DESTINO TO DT-CHAVE
           READ FD-RPTDEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'DESTINATARIO JA CADASTRADO.'
           END-READ
           IF WS-FS-RPTDEST = '23'
               MOVE SPACES     TO FD-RPTDEST-REC
               MOVE WS-DESTINO TO DT-CHAVE
               PERFORM CONFERE-MESTRE
               IF WS-EXISTE-NO-MESTRE
                   PERFORM ACEITA-DADOS-DESTINATARIO
                   MOVE 'A' TO DT-SITUACAO
                   WRITE FD-RPTDEST-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR DESTINATARIO.'
                       NOT INVALID KEY
                           DISPLAY 'DESTINATARIO INCLUIDO.'
                   END-WRITE
               END-IF
           END-IF
           .

       ALTERA-DESTINATARIO.
           PERFORM ACEITA-CHAVE-DESTINATARIO
           MOVE WS-DESTINO TO DT-CHAVE
           READ FD-RPTDEST
               INVALID KEY
                   DISPLAY 'DESTINATARIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-DESTINATARIO
                   IF DT-TIPO = 'A'
                       MOVE SPACES TO DT-NOME
                   ELSE
                       PERFORM CONFERE-MESTRE
                   END-IF
                   PERFORM ACEITA-DADOS-DESTINATARIO
                   REWRITE FD-RPTDEST-REC
                   DISPLAY 'DESTINATARIO ALTERADO.'
           END-READ
           .

       MUDA-SITUACAO-DESTINATARIO.
           PERFORM ACEITA-CHAVE-DESTINATARIO
           MOVE WS-DESTINO TO DT-CHAVE
           READ FD-RPTDEST
               INVALID KEY
                   DISPLAY 'DESTINATARIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF WS-TRANS-INATIVAR
                       MOVE 'I' TO DT-SITUACAO
                       DISPLAY 'DESTINATARIO INATIVADO: NAO RECEBE '
                               'MAIS PACOTE.'
                   ELSE
                       MOVE 'A' TO DT-SITUACAO
                       DISPLAY 'DESTINATARIO REATIVADO.'
                   END-IF
                   REWRITE FD-RPTDEST-REC
           END-READ
           .

       CONSULTA-DESTINATARIO.
           PERFORM ACEITA-CHAVE-DESTINATARIO
           MOVE WS-DESTINO TO DT-CHAVE
           READ FD-RPTDEST
               INVALID KEY
                   DISPLAY 'DESTINATARIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-DESTINATARIO
           END-READ
           .

       LISTA-DESTINATARIOS.
           MOVE ZEROS  TO WS-QTD-LISTADOS
           MOVE 'N'    TO WS-FIM-RPTDEST
           MOVE SPACES TO DT-CHAVE
           START FD-RPTDEST KEY NOT < DT-CHAVE
               INVALID KEY
                   SET WS-EOF-RPTDEST TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-RPTDEST
               READ FD-RPTDEST NEXT RECORD
                   AT END
                       SET WS-EOF-RPTDEST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM MOSTRA-DESTINATARIO
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADOS ' DESTINATARIO(S) NO CADASTRO.'
           .

       MOSTRA-DESTINATARIO.
           DISPLAY DT-TIPO ' ' DT-CODIGO ' ' DT-NOME
                   ' NIVEL ' DT-NIVEL
                   ' SIT ' DT-SITUACAO
           .

       END PROGRAM DESTMNT.
