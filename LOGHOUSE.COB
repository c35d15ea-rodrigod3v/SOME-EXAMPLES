      *          de retencao correspondente (.ARC, em EXTEND - cada
      *          linha ja carrega a propria data) e prova o corte com
      *          contagens antes/depois no relatorio de controle
      *          (LOGHOUSE.PRT). O mesmo motor generico serve os sete
      *          logs: a tabela diz o nome do arquivo, o nome do .ARC
      *          e em que coluna da linha esta a data AAAAMMDD. A
      *          evidencia dos casos COAF (COAFEVID) fica os cinco
      *          anos de guarda no arquivo ativo.
      *          As consultas (CADHIST/FINHIST) leem os .ARC quando
      *          chamadas com a variavel de ambiente de historico
      *          profundo.
      *          Nos logs selados (AUDITCAD, PAGTOLOG, AUDITFIN) o
      *          corte so leva o comeco do arquivo - da primeira linha
      *          mantida em diante fica tudo, para a cadeia de selos
      *          nao ter buraco - e o selo da ultima linha que foi
      *          para o .ARC vira a base da cadeia do arquivo ativo
      *          (SELALOG); .ARC seguido do ativo e uma cadeia so.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FD-LOG.
       01  FD-LOG-REG               PIC X(700).

       FD  FD-ARC.
       01  FD-ARC-REG               PIC X(700).

       FD  FD-NOVO.
       01  FD-NOVO-REG              PIC X(700).

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(80).
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SELALOGPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'LOGHOUSE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-NOME-ARC             PIC X(12).

      *  Tabela dos logs de acrescimo continuo: arquivo, retencao em
      *  meses, a coluna (1-relativa) onde a linha carrega a data
      *  AAAAMMDD e, no fim, o nome da trilha no SELALOG quando o
      *  log e selado. A retencao e por arquivo: auditoria guarda
      *  mais, movimento diario quase nada.
         01 WS-TAB-LOGS.
           05 FILLER PIC X(38)
                  VALUE 'AUDITCAD.DAT AUDITCAD.ARC24001AUDITCAD'.
           05 FILLER PIC X(38)
                  VALUE 'PAGTOLOG.DAT PAGTOLOG.ARC24003PAGTOLOG'.
           05 FILLER PIC X(38)
                  VALUE 'ERROLOG.DAT  ERROLOG.ARC 06039        '.
           05 FILLER PIC X(38)
                  VALUE 'RUNCTL.DAT   RUNCTL.ARC  12009        '.
           05 FILLER PIC X(38)
                  VALUE 'AUDITFIN.DAT AUDITFIN.ARC24001AUDITFIN'.
           05 FILLER PIC X(38)
                  VALUE 'MOVDIA.DAT   MOVDIA.ARC  03021        '.
           05 FILLER PIC X(38)
                  VALUE 'COAFEVID.DAT COAFEVID.ARC60009        '.
         01 WS-TAB-LOGS-RED REDEFINES WS-TAB-LOGS.
           05 WS-TAB-LOG-OCR OCCURS 7 TIMES.
               10 WS-TL-ARQUIVO        PIC X(13).
               10 WS-TL-ARC            PIC X(12).
               10 WS-TL-MESES          PIC 99.
               10 WS-TL-COL-DATA       PIC 9(03).
               10 WS-TL-SELO           PIC X(08).

      *  Cadeia de selos do log corrente: onde fica o selo na linha,
      *  se o corte ja parou (primeira linha mantida) e o selo da
      *  ultima linha que foi para o .ARC.
         01 WS-SELO-POS             PIC 9(05).
         01 WS-CORTE-PAROU          PIC X(01).
             88 WS-CORTE-ENCERRADO          VALUE 'S'.
         01 WS-BASE-MUDOU           PIC X(01).
             88 WS-HA-BASE-NOVA             VALUE 'S'.
         01 WS-SELO-NUM.
           03 WS-SN-SEQUENCIA       PIC 9(09).
           03 WS-SN-VALOR           PIC 9(09).
         01 WS-SELO-ALFA REDEFINES WS-SELO-NUM
                                    PIC X(18).
         01 WS-LINHA-BASE.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 FILLER                PIC X(27)
                  VALUE 'BASE DA CADEIA DE SELOS -> '.
           03 WS-LB-SEQUENCIA       PIC ZZZZZZZZ9.

         01 WS-LOG-IDX              PIC 9.

           OPEN OUTPUT FD-RELATORIO

           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > 7
               PERFORM FAXINA-UM-LOG
           END-PERFORM


               MOVE ZEROS TO WS-QTD-ANTES WS-QTD-MANTIDAS
                             WS-QTD-ARQUIVADAS
               MOVE 'N' TO WS-CORTE-PAROU WS-BASE-MUDOU
               IF WS-TL-SELO(WS-LOG-IDX) NOT = SPACES
                   MOVE WS-TL-SELO(WS-LOG-IDX) TO SL-LOG
                   SET SL-FUNCAO-LER TO TRUE
                   CALL 'SELALOG' USING SL-PARM FD-LOG-REG
                   COMPUTE WS-SELO-POS = SL-TAMANHO + 1
               END-IF
               MOVE 'N' TO WS-FIM-LOG
               PERFORM UNTIL WS-EOF-LOG
                   READ FD-LOG
               MOVE WS-QTD-MANTIDAS    TO WS-LC-MANTEVE
               MOVE WS-QTD-ARQUIVADAS  TO WS-LC-ARQUIVOU
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTROLE

               IF WS-HA-BASE-NOVA
                   PERFORM REGISTRA-BASE-SELO
               END-IF
           END-IF
           .

       CLASSIFICA-LINHA.
           MOVE FD-LOG-REG(WS-TL-COL-DATA(WS-LOG-IDX) : 8)
               TO WS-DATA-LINHA
      *    Log selado: depois da primeira linha mantida, fica tudo.
           IF WS-CORTE-ENCERRADO
               MOVE SPACES TO WS-DATA-LINHA
           END-IF
           IF WS-DATA-LINHA IS NUMERIC
               AND WS-DATA-LINHA(1:4) < WS-CT-AA
               PERFORM ARQUIVA-LINHA
           ELSE
               IF WS-DATA-LINHA IS NUMERIC
                   AND WS-DATA-LINHA(1:4) = WS-CT-AA
                   AND WS-DATA-LINHA(5:2) < WS-CT-MM
                   PERFORM ARQUIVA-LINHA
               ELSE
                   MOVE FD-LOG-REG TO FD-NOVO-REG
                   WRITE FD-NOVO-REG
                   ADD 1 TO WS-QTD-MANTIDAS
                   IF WS-TL-SELO(WS-LOG-IDX) NOT = SPACES
                       SET WS-CORTE-ENCERRADO TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       ARQUIVA-LINHA.
           MOVE FD-LOG-REG TO FD-ARC-REG
           WRITE FD-ARC-REG
           ADD 1 TO WS-QTD-ARQUIVADAS
           IF WS-TL-SELO(WS-LOG-IDX) NOT = SPACES
               MOVE FD-LOG-REG(WS-SELO-POS:18) TO WS-SELO-ALFA
               IF WS-SELO-ALFA IS NUMERIC
                   MOVE WS-SN-SEQUENCIA TO SL-BASE-SEQ
                   MOVE WS-SN-VALOR     TO SL-BASE-VALOR
                   SET WS-HA-BASE-NOVA TO TRUE
               END-IF
           END-IF
           .

       REGISTRA-BASE-SELO.
      *    A primeira linha que ficou no arquivo ativo encadeia no
      *    selo da ultima que foi para o .ARC.
           MOVE WS-TL-SELO(WS-LOG-IDX) TO SL-LOG
           SET SL-FUNCAO-BASE TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-LOG-REG
           MOVE SL-BASE-SEQ TO WS-LB-SEQUENCIA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-BASE
           .

       REGRAVA-LOG.
           OPEN INPUT FD-NOVO
           OPEN OUTPUT FD-LOG
