      *          base do roll-forward do FINREST. Sem isso, uma
      *          corrupcao no meio do dia (queda durante o REWRITE do
      *          registro de 420 parcelas) custava o dia inteiro.
      *          No corte a base da cadeia de selos do jornal
      *          (SELALOG) avanca ate o ultimo selo descartado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-BKPCTL        PIC X(02) VALUE '00'.
           03 WS-FS-JORNAL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINBKP'.
       ZERA-JORNAL.
      *    O jornal recomecad do zero apos cada snapshot: o conteudo
      *    dele passa a ser exatamente o movimento pos-copia, que e o
      *    que o FINREST reaplica. O ultimo selo do jornal vira a
      *    base da cadeia: a primeira linha pos-copia encadeia nele.
           MOVE 'UPDJRN' TO SL-LOG
           SET SL-FUNCAO-LER TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-JORNAL-REC
           IF SL-OK
               MOVE SL-SEQUENCIA TO SL-BASE-SEQ
               MOVE SL-VALOR     TO SL-BASE-VALOR
               SET SL-FUNCAO-BASE TO TRUE
               CALL 'SELALOG' USING SL-PARM FD-JORNAL-REC
           END-IF
           OPEN OUTPUT FD-JORNAL
           CLOSE FD-JORNAL
           .
