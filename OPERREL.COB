      *          (PAGTOLOG.DAT) - mais a secao de excecoes: evento
      *          fora do expediente (antes das 08h ou depois das
      *          18h) e evento de operador hoje INATIVO no mestre.
      *          Sai na geracao datada OPERREL do RPTWRT
      *          (confidencial no catalogo de distribuicao de
      *          relatorios). "O que o operador X
      *          fez no dia 14" vira uma pergunta de um comando.
      * Tectonics: cobc
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       01  FD-OPERADOR-REC.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-SIGNLOG       PIC X(02) VALUE '00'.
           03 WS-FS-TAXALOG       PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-OPERADOR      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY RPTWRTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'OPERREL'.
         01 WS-DATA-ALVO            PIC 9(08).
           PERFORM IMPRIME-RELATORIO

           DISPLAY 'OPERREL: ' WS-QTD-EVENTOS ' EVENTO(S) E '
                   WS-QTD-EXCECOES ' EXCECAO(OES) NA GERACAO OPERREL.'
           IF WS-TAB-ESTOUROU = 'S'
               DISPLAY 'OPERREL: MAIS DE 500 EVENTOS NO DIA - '
                       'LISTAGEM TRUNCADA; RESTRINJA O OPERADOR.'
           .

       IMPRIME-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'OPERREL'  TO RW-RELATORIO
           MOVE 'ATIVIDADE CONSOLIDADA DE OPERADOR' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           OPEN INPUT FD-OPERADOR
           MOVE SPACES TO RW-LINHA
           STRING 'ATIVIDADE DE OPERADOR EM ' WS-DATA-ALVO
                  ' (OPERADOR: ' WS-OPER-ALVO ')'
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATO

           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-QTD-EVENTOS
               MOVE WS-EV-HORA(WS-EV-IDX)    TO WS-LE-HORA
               MOVE WS-EV-USUARIO(WS-EV-IDX) TO WS-LE-USUARIO
               MOVE WS-EV-LINHA(WS-EV-IDX)   TO WS-LE-TEXTO
               MOVE WS-LINHA-EVENTO TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATO
           END-PERFORM

           MOVE SPACES TO RW-LINHA
           MOVE '*** EXCECOES (FORA DO EXPEDIENTE / OPERADOR '
               TO RW-LINHA
           MOVE 'INATIVO) ***' TO RW-LINHA(45:)
           PERFORM GRAVA-LINHA-RELATO

           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-QTD-EVENTOS
           IF WS-FS-OPERADOR = '00' OR WS-FS-OPERADOR = '10'
               CLOSE FD-OPERADOR
           END-IF
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-RELATO.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       AVALIA-EXCECAO.
               MOVE WS-EV-HORA(WS-EV-IDX)    TO WS-LE-HORA
               MOVE WS-EV-USUARIO(WS-EV-IDX) TO WS-LE-USUARIO
               MOVE WS-EV-LINHA(WS-EV-IDX)   TO WS-LE-TEXTO
               MOVE WS-LINHA-EVENTO TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATO
               IF WS-OPER-INATIVO-FLAG = 'S'
                   MOVE '         *** OPERADOR INATIVO NO MESTRE ***'
                       TO RW-LINHA
                   PERFORM GRAVA-LINHA-RELATO
               END-IF
           END-IF
           .
