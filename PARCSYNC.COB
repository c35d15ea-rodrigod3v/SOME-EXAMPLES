      *          o mesmo estado do mestre sem varrer as 420 posicoes
      *          do registro. A carga inicial e a reconstrucao
      *          completa sao do FINPARC.
      *          Na noite de ensaio (ENSAIO) nao grava nada.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
       WORKING-STORAGE SECTION.
         01 WS-FS-PARCELA           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY ENSAIOPARM.

         01 WS-IND                  PIC 999.


       PROCEDURE DIVISION USING SY-CONTRATO-REC.
       MAIN-PROCEDURE.
      *    Noite de ensaio: o arquivo de parcelas nao e tocado.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               GOBACK
           END-IF

           OPEN I-O FD-PARCELA
           MOVE WS-FS-PARCELA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
