      *          fechar com o de creditos; diferenca derruba o passo
      *          com RETURN-CODE 8 para o JOBNOTURNO parar em vez de
      *          mandar um diario desequilibrado para o contador.
      *          O diario que fecha vai para o diario de interfaces
      *          (GRAVAINT) com a quantidade de lancamentos do dia e
      *          o total de debitos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-CTBTMP        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY GRAVAINTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCTB'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
             88 WS-EOF-PLANOCTA             VALUE 'S'.

         01 WS-TAB-CONTAS.
           03 WS-CONTA-EVENTO OCCURS 31 TIMES.
               05 WS-CE-EVENTO        PIC X(01).
               05 WS-CE-DEBITO        PIC 9(06).
               05 WS-CE-CREDITO       PIC 9(06).
         01 WS-CE-ACHADO            PIC 99.
         01 WS-QTD-EVENTOS          PIC 99 VALUE ZEROS.

      *  Plano de contas padrao dos 31 eventos. Alem de semear o
      *  PLANOCTA.DAT novo, serve para COMPLETA-PLANO-CONTAS acrescentar
      *  a um arquivo JA EXISTENTE os eventos que ainda faltam (as
      *  contas entraram em levas: caixa 'S'/'F', credito de cliente
      *  'X'/'V'/'D', provisao 'P'/'Z', prejuizo 'W'/'Y', sinistro 'J',
      *  cessao 'T'/'U', encargos de atraso 'K', taxa de cartao 'Q',
      *  liberacao paga 'L', IOF retido 'I', crediario rotativo 'O'/'H',
      *  tarifa de cadastro 'A'/'1'/'2' e compra de carteira
      *  '3'/'4'/'5') - sem isso a instalacao antiga pularia esses
      *  movimentos com EVENTO SEM CONTA NO PLANO.
      *  O contador segue podendo trocar as contas editando o arquivo:
      *  so o evento ausente e acrescentado.
         01 WS-TAB-PLANO-PADRAO.
           05 FILLER PIC X(13) VALUE 'N112001211001'.
           05 FILLER PIC X(13) VALUE 'G111001112001'.
           05 FILLER PIC X(13) VALUE 'J111001112001'.
           05 FILLER PIC X(13) VALUE 'T112003112001'.
           05 FILLER PIC X(13) VALUE 'U111001112003'.
           05 FILLER PIC X(13) VALUE 'K111001411003'.
           05 FILLER PIC X(13) VALUE 'Q514001111001'.
           05 FILLER PIC X(13) VALUE 'L211001111001'.
           05 FILLER PIC X(13) VALUE 'I211001213001'.
           05 FILLER PIC X(13) VALUE 'O112001211001'.
           05 FILLER PIC X(13) VALUE 'H112001411004'.
           05 FILLER PIC X(13) VALUE 'A211001411005'.
           05 FILLER PIC X(13) VALUE '1111001411005'.
           05 FILLER PIC X(13) VALUE '2411005212001'.
           05 FILLER PIC X(13) VALUE '3112001111001'.
           05 FILLER PIC X(13) VALUE '4112001214001'.
           05 FILLER PIC X(13) VALUE '5114001112001'.
         01 WS-TAB-PLANO-PADRAO-RED REDEFINES WS-TAB-PLANO-PADRAO.
           05 WS-PADRAO-OCR OCCURS 31 TIMES.
               10 WS-PP-EVENTO        PIC X(01).
               10 WS-PP-DEBITO        PIC 9(06).
               10 WS-PP-CREDITO       PIC 9(06).
               DISPLAY 'FINCTB: DIARIO NAO FECHOU EM ZERO - '
                       'PASSO ABORTADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REGISTRA-INTERFACE
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
           END-IF

           MOVE ZEROS TO WS-QTD-EVENTOS
           PERFORM UNTIL WS-EOF-PLANOCTA OR WS-QTD-EVENTOS = 31
               READ FD-PLANOCTA
                   AT END
                       SET WS-EOF-PLANOCTA TO TRUE
       COMPLETA-PLANO-CONTAS.
           MOVE 'N' TO WS-PLANO-COMPLEMENTO
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > 31
               MOVE 'N' TO WS-EVENTO-NO-PLANO
               PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                       UNTIL WS-CE-IDX > WS-QTD-EVENTOS
                   END-IF
               END-PERFORM
               IF NOT WS-EVENTO-JA-NO-PLANO
                   AND WS-QTD-EVENTOS < 31
                   PERFORM ACRESCENTA-EVENTO-PLANO
               END-IF
           END-PERFORM
           .

       SEMEIA-PLANO-CONTAS.
      *    Arquivo novo: grava os 31 eventos do plano padrao (a
      *    tabela WS-TAB-PLANO-PADRAO documenta cada conta). O
      *    contador pode trocar tudo editando PLANOCTA.DAT.
           OPEN OUTPUT FD-PLANOCTA
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > 31
               MOVE WS-PP-EVENTO(WS-PP-IDX)  TO PC-EVENTO
               MOVE WS-PP-DEBITO(WS-PP-IDX)  TO PC-CONTA-DEBITO
               MOVE WS-PP-CREDITO(WS-PP-IDX) TO PC-CONTA-CREDITO
           END-IF
           .

       REGISTRA-INTERFACE.
      *    CONTABIL.DAT nao tem trailer; a contagem e o total sao os
      *    lancamentos gravados nesta execucao.
           MOVE 'G'              TO IN-PARM-EVENTO
           MOVE 'CONTABIL'       TO IN-PARM-INTERFACE
           MOVE 'CONTABIL.DAT'   TO IN-PARM-ARQUIVO
           MOVE WS-QTD-LANCTOS   TO IN-PARM-QTD
           MOVE WS-TOTAL-DEBITOS TO IN-PARM-VALOR
           MOVE 'N'              TO IN-PARM-TRAILER
           MOVE ZEROS            TO IN-PARM-QTD-TRAILER
                                    IN-PARM-VR-TRAILER
           MOVE WS-JOB-NOME      TO IN-PARM-PROGRAMA
           MOVE SPACES           TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       GRAVA-PARTIDA-DOBRADA.
           PERFORM LOCALIZA-CONTAS-EVENTO
           IF WS-CE-ACHADO = ZEROS

       LOCALIZA-CONTAS-EVENTO.
           MOVE ZEROS TO WS-CE-ACHADO
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1 UNTIL WS-CE-IDX > 31
               IF WS-CE-EVENTO(WS-CE-IDX) = WS-EVENTO-LANCTO
                   MOVE WS-CE-IDX TO WS-CE-ACHADO
               END-IF
