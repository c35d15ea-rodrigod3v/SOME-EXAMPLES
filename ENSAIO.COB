      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: NOITE EM MODO DE ENSAIO: o JOBNOTURNO partido com
      *          NOTURNO-MODO=ENSAIO poe NOTURNO-ENSAIO=S no ambiente
      *          e chama so os passos que sabem ensaiar. Cada um
      *          pergunta aqui ('C') se a execucao e ensaio; sendo,
      *          abre os mestres so para leitura, calcula tudo como
      *          numa noite real e, no lugar de cada gravacao de
      *          mestre, log ou arquivo de saida, entrega a mudanca
      *          prevista ('G'), que vai para ENSAIO.DAT com data e
      *          hora. Os subprogramas comuns de gravacao (PAGTOSTAT,
      *          AUDITFIN, GRAVAJRN, PARCSYNC, RUNCTL, JOBPROG,
      *          NOTIFICA, TERMOQUIT, ORDJCHK, GRAVAINT) fazem a
      *          mesma pergunta, entao a transicao de parcela e a
      *          mudanca do contrato saem aqui sem cada passo ter de
      *          repeti-las. 'Z' zera o arquivo no inicio do ensaio;
      *          o FINENSR imprime o relatorio no fim.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENSAIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ENSAIO         ASSIGN TO "ENSAIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENSAIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ENSAIO.
       01  FD-ENSAIO-REC.
           COPY ENSAIOREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-ENSAIO            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-ENV-ENSAIO           PIC X(01).

       LINKAGE SECTION.
         COPY ENSAIOPARM.

       PROCEDURE DIVISION USING EP-FUNCAO EP-SITUACAO EP-REGISTRO.
       MAIN-PROCEDURE.
      *    A situacao e relida a cada chamada: o mesmo modulo serve a
      *    noite real e a de ensaio dentro de uma so partida do
      *    JOBNOTURNO, e programa avulso (sem a variavel) nunca e
      *    ensaio.
           MOVE SPACES TO WS-ENV-ENSAIO
           ACCEPT WS-ENV-ENSAIO FROM ENVIRONMENT 'NOTURNO-ENSAIO'
           IF WS-ENV-ENSAIO = 'S'
               SET EP-EM-ENSAIO TO TRUE
           ELSE
               MOVE 'N' TO EP-SITUACAO
           END-IF

           EVALUATE TRUE
               WHEN EP-ZERA AND EP-EM-ENSAIO
                   OPEN OUTPUT FD-ENSAIO
                   CLOSE FD-ENSAIO
               WHEN EP-GRAVA AND EP-EM-ENSAIO
                   PERFORM GRAVA-MUDANCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       GRAVA-MUDANCA.
           OPEN EXTEND FD-ENSAIO
           MOVE WS-FS-ENSAIO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-ENSAIO
               CLOSE FD-ENSAIO
               OPEN EXTEND FD-ENSAIO
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO ES-DATA
           ACCEPT ES-HORA FROM TIME
           MOVE EP-REGISTRO  TO ES-DADOS

           WRITE FD-ENSAIO-REC
           CLOSE FD-ENSAIO
           .

       END PROGRAM ENSAIO.
