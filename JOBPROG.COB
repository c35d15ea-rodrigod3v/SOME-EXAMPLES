      *          entrar e sair de cada passo e pelos lacos pesados a
      *          cada intervalo; quem le e o monitor JOBMON, de outro
      *          terminal, sob demanda.
      *          Na noite de ensaio (ENSAIO) nao grava nada.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
       WORKING-STORAGE SECTION.
         01 WS-FS-JOBSTAT           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY ENSAIOPARM.

       LINKAGE SECTION.
         COPY JOBPROGPARM.
                                 JP-QTD-GRAVADOS JP-QTD-REJEITADOS
                                 JP-COND-CODE.
       MAIN-PROCEDURE.
      *    Noite de ensaio: o monitor de jobs nao e atualizado.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               GOBACK
           END-IF

           OPEN I-O FD-JOBSTAT
           MOVE WS-FS-JOBSTAT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
