      *          (RUNCTL.DAT). One row per batch-job start, so an
      *          interrupted night's processing can be traced back to
      *          exactly which run/day it was supposed to cover.
      *          RC-ORIGEM marca as linhas gravadas dentro de um ciclo
      *          diurno de baixas (JOBDIURNO), que a retomada da noite
      *          nao confunde com passos ja concluidos pela noite;
      *          linha antiga, mais curta, le origem em branco.
      ******************************************************************
           03 RC-JOB-NAME                    PIC X(08).
           03 RC-DATA-EXECUCAO               PIC 9(08).
           03 RC-STATUS                      PIC X(01).
               88 RC-EM-ANDAMENTO                VALUE 'I'.
               88 RC-CONCLUIDO                   VALUE 'C'.
           03 RC-ORIGEM                      PIC X(01).
               88 RC-ORIGEM-CICLO                VALUE 'D'.
