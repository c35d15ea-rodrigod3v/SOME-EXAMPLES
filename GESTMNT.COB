      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO MESTRE DE GESTORAS DO CADASTRO POSITIVO
      *          (GESTORA.DAT): inclui, altera, inativa, reativa e
      *          consulta os bureaus que recebem o arquivo mensal de
      *          comportamento de pagamento do FINCPOS - codigo, nome
      *          e CNPJ. So entra supervisor, como o mestre de
      *          convenios (CONVMNT). Gestora nao e excluida
      *          fisicamente: inativada, deixa de receber arquivo,
      *          mas o retorno do que ela ja recebeu ainda e lido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GESTORA        ASSIGN TO "GESTORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-COD-GESTORA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-GESTORA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GESTORA.
       01  FD-GESTORA-REC.
           COPY GESTORAREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-GESTORA           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'GESTMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.

         01 WS-COD-GESTORA          PIC 9(03).
         01 WS-RESPOSTA             PIC X(01).

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

           OPEN I-O FD-GESTORA
           IF WS-FS-GESTORA = '35'
               OPEN OUTPUT FD-GESTORA
               CLOSE FD-GESTORA
               OPEN I-O FD-GESTORA
           END-IF
           MOVE WS-FS-GESTORA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'GESTORA.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'GESTORAS  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-GESTORA
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-GESTORA
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-GESTORA
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-GESTORA
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-GESTORA
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-GESTORA
           GOBACK.

       INCLUI-GESTORA.
           PERFORM ACEITA-CODIGO-GESTORA
           MOVE WS-COD-GESTORA TO GT-COD-GESTORA
           READ FD-GESTORA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'GESTORA JA CADASTRADA.'
           END-READ
           IF WS-FS-GESTORA = '23'
               MOVE SPACES TO FD-GESTORA-REC
               MOVE WS-COD-GESTORA TO GT-COD-GESTORA
               PERFORM ACEITA-DADOS-GESTORA
               MOVE ZEROS TO GT-ULT-COMPETENCIA
               MOVE ZEROS TO GT-ULT-SEQ-RETORNO
               MOVE 'A' TO GT-SITUACAO
               WRITE FD-GESTORA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR GESTORA.'
                   NOT INVALID KEY
                       DISPLAY 'GESTORA INCLUIDA. O PRIMEIRO ARQUIVO '
                               'SAI NO PROXIMO FECHAMENTO DO FINCPOS.'
               END-WRITE
           END-IF
           .

       ALTERA-GESTORA.
           PERFORM ACEITA-CODIGO-GESTORA
           MOVE WS-COD-GESTORA TO GT-COD-GESTORA
           READ FD-GESTORA
               INVALID KEY
                   DISPLAY 'GESTORA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-GESTORA
                   REWRITE FD-GESTORA-REC
                   DISPLAY 'GESTORA ALTERADA.'
           END-READ
           .

       MUDA-SITUACAO-GESTORA.
           PERFORM ACEITA-CODIGO-GESTORA
           MOVE WS-COD-GESTORA TO GT-COD-GESTORA
           READ FD-GESTORA
               INVALID KEY
                   DISPLAY 'GESTORA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       IF WS-TRANS-INATIVAR
                           MOVE 'I' TO GT-SITUACAO
                       ELSE
                           MOVE 'A' TO GT-SITUACAO
                       END-IF
                       REWRITE FD-GESTORA-REC
                       DISPLAY 'SITUACAO ATUALIZADA.'
                       IF WS-TRANS-INATIVAR
                           DISPLAY 'O RETORNO DO QUE JA FOI ENVIADO '
                                   'AINDA E LIDO PELO FINCPOS.'
                       END-IF
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ
           .

       CONSULTA-GESTORA.
           PERFORM ACEITA-CODIGO-GESTORA
           MOVE WS-COD-GESTORA TO GT-COD-GESTORA
           READ FD-GESTORA
               INVALID KEY
                   DISPLAY 'GESTORA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CODIGO...: ' GT-COD-GESTORA
                   DISPLAY 'NOME.....: ' GT-NOME
                   DISPLAY 'CNPJ.....: ' GT-CNPJ
                   DISPLAY 'ULT. REM.: ' GT-ULT-COMPETENCIA
                   DISPLAY 'ULT. RET.: ' GT-ULT-SEQ-RETORNO
                   DISPLAY 'SITUACAO.: ' GT-SITUACAO
           END-READ
           .

       ACEITA-CODIGO-GESTORA.
           DISPLAY 'CODIGO DA GESTORA (1-999) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-GESTORA IS NUMERIC
                   AND WS-COD-GESTORA > ZEROS
               ACCEPT WS-COD-GESTORA
               IF WS-COD-GESTORA NOT NUMERIC
                   OR WS-COD-GESTORA = ZEROS
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-GESTORA.
           DISPLAY 'NOME DA GESTORA : '
           ACCEPT GT-NOME
           DISPLAY 'CNPJ (14 DIGITOS) : '
           PERFORM WITH TEST AFTER UNTIL GT-CNPJ IS NUMERIC
               ACCEPT GT-CNPJ
               IF GT-CNPJ NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       END PROGRAM GESTMNT.
