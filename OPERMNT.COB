      *          primeiro uso. Operador nao e excluido fisicamente:
      *          inativa-se (situacao 'I'), como o cadastro de
      *          clientes faz, para o historico de quem ja operou o
      *          sistema nunca sumir. A filial de lotacao do
      *          operador e conferida contra o FILIAL.DAT (000 = sem
      *          filial, enxerga todas).
      * Tectonics: cobc
      *           (precisa de SIGNON/DATAMOV/FSTATUS compilados no
      *           mesmo diretorio para os CALL resolverem)
               RECORD KEY IS OP-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-COD-FILIAL
               FILE STATUS IS WS-FS-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       01  FD-OPERADOR-REC.
           COPY OPERREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-OPERADOR          PIC X(02) VALUE '00'.
         01 WS-FS-FILIAL            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.


         01 WS-COD-OPERADOR         PIC X(08).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-COD-FILIAL           PIC 9(03).
         01 WS-FILIAL-OK            PIC X(01).
             88 WS-FILIAL-VALIDA            VALUE 'S'.
      *  Sem FILIAL.DAT (filiais ainda nao cadastradas) so se aceita
      *  operador sem filial.
         01 WS-TEM-FILIAL           PIC X(01) VALUE 'N'.
             88 WS-MESTRE-FILIAL-ABERTO     VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY 'OPERADOR.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF
           OPEN INPUT FD-FILIAL
           IF WS-FS-FILIAL = '00'
               MOVE 'S' TO WS-TEM-FILIAL
           END-IF

           DISPLAY 'OPERADORES  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA : '
           END-EVALUATE

           CLOSE FD-OPERADOR
           IF WS-MESTRE-FILIAL-ABERTO
               CLOSE FD-FILIAL
           END-IF
           GOBACK.

       INCLUI-OPERADOR.
                   DISPLAY 'NIVEL....: ' OP-NIVEL
                   DISPLAY 'SITUACAO.: ' OP-SITUACAO
                   DISPLAY 'COBRADOR.: ' OP-COBRADOR
                   DISPLAY 'FILIAL...: ' OP-COD-FILIAL
           END-READ
           .

                   DISPLAY 'RESPONDA S OU N. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'FILIAL DE LOTACAO (000 = SEM FILIAL) : '
           MOVE 'N' TO WS-FILIAL-OK
           PERFORM WITH TEST AFTER UNTIL WS-FILIAL-VALIDA
               ACCEPT WS-COD-FILIAL
               PERFORM VALIDA-FILIAL
           END-PERFORM
           MOVE WS-COD-FILIAL TO OP-COD-FILIAL
           .

       VALIDA-FILIAL.
           MOVE 'N' TO WS-FILIAL-OK
           EVALUATE TRUE
               WHEN WS-COD-FILIAL NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               WHEN WS-COD-FILIAL = ZEROS
                   MOVE 'S' TO WS-FILIAL-OK
               WHEN NOT WS-MESTRE-FILIAL-ABERTO
                   DISPLAY 'FILIAL.DAT INDISPONIVEL - SO 000. '
                           'NOVAMENTE : '
               WHEN OTHER
                   MOVE WS-COD-FILIAL TO FL-COD-FILIAL
                   READ FD-FILIAL
                       INVALID KEY
                           DISPLAY 'FILIAL NAO CADASTRADA. '
                                   'NOVAMENTE : '
                       NOT INVALID KEY
                           IF FL-ATIVA
                               MOVE 'S' TO WS-FILIAL-OK
                           ELSE
                               DISPLAY 'FILIAL INATIVA. NOVAMENTE : '
                           END-IF
                   END-READ
           END-EVALUATE
           .

       END PROGRAM OPERMNT.
