      *          pulando fim de semana por Zeller e feriado por
      *          FERIADO.DAT, a mesma regra do AJUSTA-DIA-UTIL do
      *          FINAN2), 'F' fecha e 'R' reabre em data informada
      *          (reprocessamento controlado, pelo DATAMOVR). Na
      *          noite de ensaio (NOTURNO-ENSAIO=S) a consulta
      *          devolve a data de NOTURNO-ENSAIO-DATA, quando
      *          informada, sem gravar nada no controle.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************

         01 WS-FIM-MES              PIC 99.

      *  Noite de ensaio (JOBNOTURNO com NOTURNO-MODO=ENSAIO) pode
      *  ensaiar uma data escolhida - o primeiro dia util do mes,
      *  para ver os fechamentos mensais - sem mexer no controle.
         01 WS-ENV-ENSAIO           PIC X(01).
         01 WS-ENV-DATA-ENSAIO      PIC X(08).

       LINKAGE SECTION.
         COPY DATAMOVPARM.

               WHEN OTHER
                   MOVE DM-DATA-MOVIMENTO TO DM-PARM-DATA
           END-EVALUATE

           MOVE SPACES TO WS-ENV-ENSAIO WS-ENV-DATA-ENSAIO
           ACCEPT WS-ENV-ENSAIO FROM ENVIRONMENT 'NOTURNO-ENSAIO'
           IF WS-ENV-ENSAIO = 'S'
               ACCEPT WS-ENV-DATA-ENSAIO FROM ENVIRONMENT
                   'NOTURNO-ENSAIO-DATA'
               IF WS-ENV-DATA-ENSAIO IS NUMERIC
                   AND WS-ENV-DATA-ENSAIO NOT = ZEROS
                   MOVE WS-ENV-DATA-ENSAIO TO DM-PARM-DATA
               END-IF
           END-IF
           .

       ABRE-MOVIMENTO.
