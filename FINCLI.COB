      *          dele numa tela so - status, objeto, valor original,
      *          parcelas pagas/pendentes e valor em atraso - em vez
      *          de o atendente precisar da pasta de papel para saber
      *          quais contratos o cliente tem. Operador de nivel
      *          consulta ligado a uma filial so ve os contratos da
      *          propria filial (e os anteriores ao cadastro de
      *          filiais); cliente so de outra filial e recusado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY NOMEFMTPARM.
         COPY SIGNONPARM.
         COPY OPERFILPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINCLI'.
         01 WS-RESTRICAO-FILIAL     PIC X(01) VALUE 'N'.
             88 WS-SO-PROPRIA-FILIAL        VALUE 'S'.
         01 WS-FILIAL-CONTRATO      PIC 9(03).
         01 WS-CONTRATO-VISIVEL     PIC X(01).
             88 WS-CONTRATO-DA-FILIAL       VALUE 'S'.
         01 WS-QTD-OUTRA-FILIAL     PIC 9(03) VALUE ZEROS.

         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-IND                  PIC 999.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-OBJETO          PIC X(17).
           03 FILLER                PIC X(04) VALUE ' VR '.
           03 WS-LD-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(04) VALUE ' PG '.
           03 WS-LD-PAGAS           PIC ZZ9.
           03 FILLER                PIC X(05) VALUE ' PEN '.
           03 WS-LD-PENDENTES       PIC ZZ9.
           03 FILLER                PIC X(05) VALUE ' ATR '.
           03 WS-LD-ATRASADO        PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF
           MOVE SN-USUARIO TO OF-OPERADOR
           CALL 'OPERFIL' USING OF-OPERADOR OF-COD-FILIAL
           IF SN-NIVEL-CONSULTA AND OF-COD-FILIAL > ZEROS
               SET WS-SO-PROPRIA-FILIAL TO TRUE
           END-IF

           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK AND WS-SO-PROPRIA-FILIAL
               PERFORM VERIFICA-FILIAL-CLIENTE
           END-IF
           IF WS-QTD-OUTRA-FILIAL > ZEROS AND WS-QTD-CONTRATOS = ZEROS
               DISPLAY 'CLIENTE DE OUTRA FILIAL - CONSULTA NAO '
                       'PERMITIDA.'
               CLOSE FD-CONTRATO
               GOBACK
           END-IF
           MOVE ZEROS TO WS-QTD-CONTRATOS WS-QTD-OUTRA-FILIAL
           MOVE 'N'   TO WS-FIM-CLIENTE

           PERFORM MOSTRA-NOME-CLIENTE

           IF NOT FS-OK
               DISPLAY FS-MENSAGEM
           ELSE
                           IF FD-COD-CLIENTE NOT = WS-COD-CLIENTE
                               SET WS-FIM-DO-CLIENTE TO TRUE
                           ELSE
                               PERFORM CONFERE-FILIAL-CONTRATO
                               IF WS-CONTRATO-DA-FILIAL
                                   PERFORM MOSTRA-CONTRATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONTRATO
           END-IF

           IF WS-QTD-OUTRA-FILIAL > ZEROS
               DISPLAY 'CONTRATOS DE OUTRA FILIAL OMITIDOS: '
                       WS-QTD-OUTRA-FILIAL
           END-IF
           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY 'NENHUM CONTRATO PARA ESSE CLIENTE.'
           ELSE
           END-IF
           GOBACK.

       VERIFICA-FILIAL-CLIENTE.
      *    Primeira passada so para contar contratos da filial do
      *    operador e de outras, antes de mostrar o nome do cliente.
           MOVE WS-COD-CLIENTE TO FD-COD-CLIENTE
           START FD-CONTRATO KEY NOT < FD-COD-CLIENTE
               INVALID KEY
                   SET WS-FIM-DO-CLIENTE TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-DO-CLIENTE
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-FIM-DO-CLIENTE TO TRUE
                   NOT AT END
                       IF FD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-FIM-DO-CLIENTE TO TRUE
                       ELSE
                           PERFORM CONFERE-FILIAL-CONTRATO
                           IF WS-CONTRATO-DA-FILIAL
                               ADD 1 TO WS-QTD-CONTRATOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CONFERE-FILIAL-CONTRATO.
      *    Contrato sem filial (anterior ao cadastro) e visivel a
      *    todos; os demais so para a filial do operador quando ha
      *    restricao.
           MOVE 'S' TO WS-CONTRATO-VISIVEL
           IF WS-SO-PROPRIA-FILIAL
               IF FD-COD-FILIAL IS NUMERIC
                   MOVE FD-COD-FILIAL TO WS-FILIAL-CONTRATO
               ELSE
                   MOVE ZEROS         TO WS-FILIAL-CONTRATO
               END-IF
               IF WS-FILIAL-CONTRATO > ZEROS
                   AND WS-FILIAL-CONTRATO NOT = OF-COD-FILIAL
                   MOVE 'N' TO WS-CONTRATO-VISIVEL
                   ADD 1 TO WS-QTD-OUTRA-FILIAL
               END-IF
           END-IF
           .

       MOSTRA-NOME-CLIENTE.
           MOVE WS-COD-CLIENTE TO WS-LC-COD
           OPEN INPUT FD-CADASTRO
