      *          datada do RPTWRT ('ANUAL') reimprimivel pelo
      *          RPTREPR. O saldo devedor e o em aberto no momento
      *          da emissao: rodado em janeiro, e a posicao de
      *          31/12 para todo efeito pratico. O extrato de cada
      *          cliente fica tambem no arquivo de documentos do
      *          cliente (DOCARQ), para a 2a via pelo DOCREPR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY FSTATUSPARM.
         COPY RPTWRTPARM.
         COPY NOMEFMTPARM.
         COPY DOCARQPARM.

         01 WS-ANO-EXTRATO          PIC 9(04).
         01 WS-DATA-HOJE            PIC 9(08).
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LC-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' PAGO '.
           03 WS-LC-PAGO            PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE ' SALDO '.
           03 WS-LC-SALDO           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE ' IOF '.
           03 WS-LC-IOF             PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE ' SEG '.
           MOVE SD-COD-CLIENTE TO WS-CLIENTE-ANTERIOR
           INITIALIZE WS-TOTAIS-CLIENTE

      *    Cada extrato e um documento do cliente no DOCARQ
      *    (consolida os contratos, entao vai sem contrato).
           MOVE 'EXTRATO'  TO DQ-TIPO
           MOVE RW-TITULO TO DQ-TITULO
           MOVE ZEROS TO DQ-NUM-CONTRATO
           MOVE SD-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE 'FINANUAL' TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE WS-ANO-EXTRATO TO WS-LT-ANO
           MOVE WS-LINHA-TITULO TO RW-LINHA
           PERFORM GRAVA-LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           ADD 1 TO WS-QTD-EXTRATOS
           .

           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
      *    A mesma linha vai para o arquivo de documentos do
      *    cliente (DOCARQ).
           MOVE RW-LINHA TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       END PROGRAM FINANUAL.
