      *          (VIA ACCEPT ... FROM DAY-OF-WEEK, COMO EM ACCEPT1),
      *          PARA QUE UM PROCESSAMENTO NOTURNO INTERROMPIDO POSSA
      *          SER RASTREADO ATE A EXECUCAO EXATA.
      *          NA NOITE DE ENSAIO (ENSAIO) NAO GRAVA NADA. DENTRO
      *          DE UM CICLO DIURNO DE BAIXAS (CICLO-DIURNO=S, POSTO
      *          PELO JOBDIURNO) A LINHA SAI COM ORIGEM 'D'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         01 WS-FS-RUNCTL                     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.

         01 WS-ENV-CICLO                     PIC X(01).

       LINKAGE SECTION.
         COPY RUNCTLPARM.
       PROCEDURE DIVISION USING RC-PARM-JOB-NAME RC-PARM-DIA-SEMANA
                                 RC-PARM-MODO.
       MAIN-PROCEDURE.
      *    Noite de ensaio: a execucao nao entra na trilha de jobs.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               GOBACK
           END-IF

      *    RUNCTL.DAT e LINE SEQUENTIAL (so grava no final do arquivo,
      *    nunca da para dar REWRITE numa linha ja gravada), entao
      *    inicio e fim de um job sao duas linhas separadas
           MOVE DM-PARM-DATA TO RC-DATA-EXECUCAO
           ACCEPT RC-HORA-INICIO    FROM TIME
           MOVE RC-PARM-DIA-SEMANA  TO RC-DIA-SEMANA
           MOVE SPACES TO WS-ENV-CICLO
           ACCEPT WS-ENV-CICLO FROM ENVIRONMENT 'CICLO-DIURNO'
           IF WS-ENV-CICLO = 'S'
               SET RC-ORIGEM-CICLO  TO TRUE
           ELSE
               MOVE SPACE           TO RC-ORIGEM
           END-IF
           IF RC-PARM-FIM
               SET RC-CONCLUIDO     TO TRUE
           ELSE
