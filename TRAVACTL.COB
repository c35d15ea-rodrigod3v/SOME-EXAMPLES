      *          noite. Uma sessao online derrubada sem a linha 'C'
      *          segura a trava ate o operador regularizar a trilha,
      *          exatamente como uma noite interrompida segura o
      *          NOTURNO aberto ate a retomada concluir. O ciclo
      *          diurno de baixas (JOBDIURNO, job DIURNO na trilha)
      *          segura os online pela mesma funcao 'N' enquanto
      *          posta; a funcao 'D' responde so por ele, para o
      *          JOBNOTURNO nao partir com um ciclo no meio.
      *          Trilha com mais nomes de job do que cabem na tabela
      *          nao e lida pela metade: a consulta avisa e responde
      *          bloqueado, qualquer que seja a funcao.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
             88 WS-EOF-RUNCTL               VALUE 'S'.

         01 WS-TAB-JOBS.
           03 WS-JOB-ENT OCCURS 200 TIMES.
               05 WS-JE-NOME        PIC X(08).
               05 WS-JE-ULTIMO      PIC X(01).
         01 WS-QTD-JOBS             PIC 9(03) COMP VALUE ZEROS.
         01 WS-JB-IND               PIC 9(03) COMP.
         01 WS-JB-ACHADO            PIC X(01).
         01 WS-TAB-CHEIA            PIC X(01) VALUE 'N'.
             88 WS-TAB-ESTOUROU             VALUE 'S'.

       LINKAGE SECTION.
         COPY TRAVAPARM.
           MOVE SPACES TO TC-JOB-ABERTO
           MOVE ZEROS  TO WS-QTD-JOBS
           MOVE 'N'    TO WS-FIM-RUNCTL
           MOVE 'N'    TO WS-TAB-CHEIA

           OPEN INPUT FD-RUNCTL
           IF WS-FS-RUNCTL = '35'
           END-PERFORM
           CLOSE FD-RUNCTL

      *    Job fora da tabela pode ser justamente o que esta
      *    aberto: sem ler a trilha inteira, a resposta e bloqueado.
           IF WS-TAB-ESTOUROU
               DISPLAY 'TRAVACTL: RUNCTL.DAT COM MAIS DE 200 JOBS - '
                       'TABELA CHEIA, TRAVA MANTIDA.'
               SET TC-ESTA-BLOQUEADO TO TRUE
               MOVE 'RUNCTL'   TO TC-JOB-ABERTO
           ELSE
               PERFORM VERIFICA-JOBS-ABERTOS
           END-IF
           GOBACK.

       CONTABILIZA-LINHA.
               END-IF
           END-PERFORM
           IF WS-JB-ACHADO = 'N'
               IF WS-QTD-JOBS < 200
                   ADD 1 TO WS-QTD-JOBS
                   MOVE WS-QTD-JOBS TO WS-JB-IND
                   MOVE RC-JOB-NAME TO WS-JE-NOME(WS-JB-IND)
                   MOVE SPACE TO WS-JE-ULTIMO(WS-JB-IND)
               ELSE
                   SET WS-TAB-ESTOUROU TO TRUE
               END-IF
           END-IF
           IF (RC-EM-ANDAMENTO OR RC-CONCLUIDO)
               AND (WS-JB-ACHADO = 'S' OR NOT WS-TAB-ESTOUROU)
               MOVE RC-STATUS TO WS-JE-ULTIMO(WS-JB-IND)
           END-IF
           .

       VERIFICA-JOBS-ABERTOS.
      *    'N': NOTURNO ou ciclo DIURNO. 'D': so o DIURNO. 'O':
      *    qualquer registro de sessao online (sufixo -ON na
      *    trilha) ainda aberto.
           PERFORM VARYING WS-JB-IND FROM 1 BY 1
                   UNTIL WS-JB-IND > WS-QTD-JOBS
                      OR TC-ESTA-BLOQUEADO
                   EVALUATE TC-FUNCAO
                       WHEN 'N'
                           IF WS-JE-NOME(WS-JB-IND) = 'NOTURNO'
                               OR WS-JE-NOME(WS-JB-IND) = 'DIURNO'
                               SET TC-ESTA-BLOQUEADO TO TRUE
                               MOVE WS-JE-NOME(WS-JB-IND)
                                   TO TC-JOB-ABERTO
                           END-IF
                       WHEN 'D'
                           IF WS-JE-NOME(WS-JB-IND) = 'DIURNO'
                               SET TC-ESTA-BLOQUEADO TO TRUE
                               MOVE WS-JE-NOME(WS-JB-IND)
                                   TO TC-JOB-ABERTO
