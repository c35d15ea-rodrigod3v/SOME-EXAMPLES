      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO MESTRE DE FILIAIS (FILIAL.DAT):
      *          inclui, altera, inativa, reativa, consulta e lista
      *          as filiais (codigo, nome, cidade e UF). So entra
      *          supervisor, como os mestres de operadores e de
      *          produtos. O codigo da filial e o que vai carimbado
      *          no operador (OPERMNT), no contrato, no recibo e no
      *          fechamento de caixa, e e a quebra dos relatorios de
      *          carteira, fluxo, conciliacao e comissao. O codigo
      *          000 e reservado ao registro legado (sem filial) e
      *          nao se cadastra. Filial nao e excluida fisicamente -
      *          inativa-se, para os contratos dela nunca ficarem
      *          orfaos de cadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-COD-FILIAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-FILIAL            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FILMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
             88 WS-TRANS-LISTAR             VALUE 'L', 'l'.

         01 WS-COD-FILIAL           PIC 9(03).
         01 WS-FIM-FILIAL           PIC X(01).
             88 WS-EOF-FILIAL               VALUE 'S'.
         01 WS-QTD-LISTADAS         PIC 9(03).

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

           OPEN I-O FD-FILIAL
           IF WS-FS-FILIAL = '35'
               OPEN OUTPUT FD-FILIAL
               CLOSE FD-FILIAL
               OPEN I-O FD-FILIAL
           END-IF
           MOVE WS-FS-FILIAL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FILIAL.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'FILIAIS  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA (L)ISTA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-FILIAL
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-FILIAL
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-FILIAL
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-FILIAL
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-FILIAL
               WHEN WS-TRANS-LISTAR
                   PERFORM LISTA-FILIAIS
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-FILIAL
           GOBACK.

       ACEITA-CODIGO-FILIAL.
      *    000 e a filial do registro legado: nunca se cadastra.
           DISPLAY 'CODIGO DA FILIAL (EX: 001) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-FILIAL IS NUMERIC
                   AND WS-COD-FILIAL > ZEROS
               ACCEPT WS-COD-FILIAL
               IF WS-COD-FILIAL NOT NUMERIC OR WS-COD-FILIAL = ZEROS
                   DISPLAY 'CODIGO INVALIDO (001-999). NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-FILIAL.
           DISPLAY 'NOME DA FILIAL : '
           PERFORM WITH TEST AFTER UNTIL FL-NOME NOT = SPACES
               ACCEPT FL-NOME
               IF FL-NOME = SPACES
                   DISPLAY 'NOME NAO PODE SER EM BRANCO. NOVAMENTE :'
               END-IF
           END-PERFORM
           DISPLAY 'CIDADE : '
           ACCEPT FL-CIDADE
           DISPLAY 'UF : '
           ACCEPT FL-UF
           .

       INCLUI-FILIAL.
           PERFORM ACEITA-CODIGO-FILIAL
           MOVE WS-COD-FILIAL TO FL-COD-FILIAL
           READ FD-FILIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'FILIAL JA CADASTRADA.'
           END-READ
           IF WS-FS-FILIAL = '23'
               MOVE SPACES TO FD-FILIAL-REC
               MOVE WS-COD-FILIAL TO FL-COD-FILIAL
               PERFORM ACEITA-DADOS-FILIAL
               MOVE 'A' TO FL-SITUACAO
               WRITE FD-FILIAL-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR FILIAL.'
                   NOT INVALID KEY
                       DISPLAY 'FILIAL INCLUIDA.'
               END-WRITE
           END-IF
           .

       ALTERA-FILIAL.
           PERFORM ACEITA-CODIGO-FILIAL
           MOVE WS-COD-FILIAL TO FL-COD-FILIAL
           READ FD-FILIAL
               INVALID KEY
                   DISPLAY 'FILIAL NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-FILIAL
                   REWRITE FD-FILIAL-REC
                   DISPLAY 'FILIAL ALTERADA.'
           END-READ
           .

       MUDA-SITUACAO-FILIAL.
           PERFORM ACEITA-CODIGO-FILIAL
           MOVE WS-COD-FILIAL TO FL-COD-FILIAL
           READ FD-FILIAL
               INVALID KEY
                   DISPLAY 'FILIAL NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF WS-TRANS-INATIVAR
                       MOVE 'I' TO FL-SITUACAO
                       DISPLAY 'FILIAL INATIVADA: NAO RECEBE '
                               'OPERADOR NOVO.'
                   ELSE
                       MOVE 'A' TO FL-SITUACAO
                       DISPLAY 'FILIAL REATIVADA.'
                   END-IF
                   REWRITE FD-FILIAL-REC
           END-READ
           .

       CONSULTA-FILIAL.
           PERFORM ACEITA-CODIGO-FILIAL
           MOVE WS-COD-FILIAL TO FL-COD-FILIAL
           READ FD-FILIAL
               INVALID KEY
                   DISPLAY 'FILIAL NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-FILIAL
           END-READ
           .

       LISTA-FILIAIS.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE 'N'   TO WS-FIM-FILIAL
           MOVE ZEROS TO FL-COD-FILIAL
           START FD-FILIAL KEY NOT < FL-COD-FILIAL
               INVALID KEY
                   SET WS-EOF-FILIAL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-FILIAL
               READ FD-FILIAL NEXT RECORD
                   AT END
                       SET WS-EOF-FILIAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADAS
                       PERFORM MOSTRA-FILIAL
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADAS ' FILIAL(IS) NO MESTRE.'
           .

       MOSTRA-FILIAL.
           DISPLAY 'FILIAL ' FL-COD-FILIAL ' ' FL-NOME
                   ' ' FL-CIDADE ' ' FL-UF
                   ' SIT ' FL-SITUACAO
           .

       END PROGRAM FILMNT.
