      *          abrir o FINAN2 e combinar os status de cabeca com o
      *          cliente na linha. Sai em consulta de tela ou em
      *          versao impressa de 80 colunas (EXTRATO.PRT) para
      *          envio por correio, a escolha do operador. Operador
      *          de nivel consulta ligado a uma filial nao ve contrato
      *          de outra filial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY NOMEFMTPARM.
         COPY SIGNONPARM.
         COPY OPERFILPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINEXT'.
         01 WS-FILIAL-CONTRATO      PIC 9(03).

         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-IND                  PIC 999.

         01 WS-LINHA-CONDICOES.
           03 FILLER                PIC X(11) VALUE 'VALOR.....:'.
           03 WS-LD-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(08) VALUE '  TAXA: '.
           03 WS-LD-TAXA            PIC Z9,9999.
           03 FILLER                PIC X(10) VALUE '  METODO: '.
           03 FILLER                PIC X(11) VALUE 'IOF.......:'.
           03 WS-LI-IOF             PIC ZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-TARIFA.
           03 FILLER                PIC X(11) VALUE 'TARIFA....:'.
           03 WS-LT-TARIFA          PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-FORMA           PIC X(10).

         01 WS-LINHA-AQUISICAO.
           03 FILLER                PIC X(16) VALUE 'ADQUIRIDO.: LT '.
           03 WS-LQ-LOTE            PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LQ-REF             PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LQ-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LQ-PRECO           PIC ZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-SEGURO.
           03 FILLER                PIC X(26)
                   VALUE 'SEGURO....: ALIQ.POR PARC '.
           03 FILLER                PIC X(08) VALUE '  VENC. '.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  VALOR '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-STATUS          PIC X(09).

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

           DISPLAY 'INFORME O NUMERO DO CONTRATO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
               ACCEPT WS-NUM-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM CONFERE-FILIAL-CONTRATO
               END-READ
               CLOSE FD-CONTRATO
           END-IF

           GOBACK.

       CONFERE-FILIAL-CONTRATO.
      *    Nivel consulta com filial so ve contrato da propria filial
      *    ou sem filial (anterior ao cadastro de filiais).
           IF FD-COD-FILIAL IS NUMERIC
               MOVE FD-COD-FILIAL TO WS-FILIAL-CONTRATO
           ELSE
               MOVE ZEROS         TO WS-FILIAL-CONTRATO
           END-IF
           IF SN-NIVEL-CONSULTA AND OF-COD-FILIAL > ZEROS
               AND WS-FILIAL-CONTRATO > ZEROS
               AND WS-FILIAL-CONTRATO NOT = OF-COD-FILIAL
               DISPLAY 'CONTRATO DE OUTRA FILIAL - CONSULTA NAO '
                       'PERMITIDA.'
           ELSE
               PERFORM EMITE-EXTRATO
           END-IF
           .

       EMITE-EXTRATO.
           IF WS-SAIDA-IMPRESSA
               OPEN OUTPUT FD-EXTRATO
                   MOVE 'PREJUIZO'    TO WS-LC-STATUS
               WHEN FD-CONTR-CEDIDO
                   MOVE 'CEDIDO'      TO WS-LC-STATUS
               WHEN FD-CONTR-PORTADO
                   MOVE 'PORTADO'     TO WS-LC-STATUS
               WHEN OTHER
                   MOVE 'ATIVO'       TO WS-LC-STATUS
           END-EVALUATE

           MOVE FD-VALOR      TO WS-LD-VALOR
           MOVE FD-TAXA-JUROS TO WS-LD-TAXA
           EVALUATE TRUE
               WHEN FD-METODO-AMORT = 'S'
                   MOVE 'SAC'   TO WS-LD-METODO
               WHEN FD-CONTA-ROTATIVA
                   MOVE 'ROTAT' TO WS-LD-METODO
               WHEN OTHER
                   MOVE 'PRICE' TO WS-LD-METODO
           END-EVALUATE
           MOVE WS-LINHA-CONDICOES TO WS-LINHA-SAIDA
           PERFORM EMITE-LINHA

           MOVE WS-LINHA-IOF TO WS-LINHA-SAIDA
           PERFORM EMITE-LINHA

           IF FD-VR-TARIFA IS NUMERIC AND FD-VR-TARIFA > ZEROS
               MOVE FD-VR-TARIFA TO WS-LT-TARIFA
               IF FD-TARIFA-A-VISTA
                   MOVE 'A VISTA'    TO WS-LT-FORMA
               ELSE
                   MOVE 'FINANCIADA' TO WS-LT-FORMA
               END-IF
               MOVE WS-LINHA-TARIFA TO WS-LINHA-SAIDA
               PERFORM EMITE-LINHA
           END-IF

      *    Contrato comprado de outra instituicao (COMPMNT): lote da
      *    compra, referencia no cedente, data e preco pago.
           IF FD-ORIGEM-ADQUIRIDO
               MOVE FD-LOTE-COMPRA    TO WS-LQ-LOTE
               MOVE FD-REF-CEDENTE    TO WS-LQ-REF
               MOVE FD-DATA-AQUISICAO TO WS-LQ-DATA
               MOVE FD-VR-AQUISICAO   TO WS-LQ-PRECO
               MOVE WS-LINHA-AQUISICAO TO WS-LINHA-SAIDA
               PERFORM EMITE-LINHA
           END-IF

           IF FD-TEM-SEGURO
               MOVE FD-ALIQ-SEGURO TO WS-LS-ALIQ
               MOVE WS-LINHA-SEGURO TO WS-LINHA-SAIDA
