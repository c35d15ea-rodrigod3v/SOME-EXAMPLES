      *          com header e trailer de controle (contagem e total).
      *          Sai o arquivo de transmissao REGPOS.DAT e, pelo
      *          escritor compartilhado (RPTWRT), a geracao datada
      *          REGPOS reimprimivel pelo RPTREPR. Saldos, faixas e
      *          rating de cada contrato vem da posicao da noite
      *          (POSCART.DAT, gravada pelo FINPOSI), lida pela chave
      *          alternada de cliente. Roda na primeira noite do mes
      *          pelo JOBNOTURNO, depois do FINPOSI e do FINPROV.
      *          O REGPOS.DAT gerado vai para o diario de interfaces
      *          (GRAVAINT), para a operacao confirmar a transmissao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.
           SELECT FD-REGPOS         ASSIGN TO "REGPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGPOS.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-REGPOS.
       01  FD-REGPOS-REC.
       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-REGPOS        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY GRAVAINTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINREG'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-COMPETENCIA        PIC 9(06).
           03 WS-DM-DD              PIC 9(02).

         01 WS-FIM-CADASTRO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CADASTRO             VALUE 'S'.
         01 WS-FIM-POSICAO          PIC X(01).
             88 WS-EOF-POSICAO              VALUE 'S'.

         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-IND                  PIC 999.

         01 WS-POSICAO-CLIENTE.
           03 WS-PC-EXPOSICAO       PIC 9(11)V99.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           OPEN INPUT FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
               DISPLAY 'FINREG: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FD-POSCART
               OPEN OUTPUT FD-REGPOS
               PERFORM ABRE-GERACAO

               PERFORM GRAVA-TRAILER-REGPOS
               PERFORM FECHA-GERACAO
               CLOSE FD-REGPOS
               PERFORM REGISTRA-INTERFACE
               IF WS-FS-POSCART = '00' OR WS-FS-POSCART = '10'
                   CLOSE FD-POSCART
               END-IF
               CLOSE FD-CADASTRO
           END-IF
           .

       APURA-POSICAO-CLIENTE.
      *    Caminho alternado por cliente na posicao da noite: soma
      *    o saldo em aberto dos contratos ATIVOS e em PREJUIZO nas
      *    faixas de vencimento, guardando o pior rating entre os
      *    contratos.
           MOVE ZEROS  TO WS-PC-EXPOSICAO WS-PC-VENCIDO
           MOVE ZEROS  TO WS-PC-FAIXA(1) WS-PC-FAIXA(2)
                          WS-PC-FAIXA(3) WS-PC-FAIXA(4)
           MOVE SPACES TO WS-PC-PIOR-RATING
           MOVE ZEROS  TO WS-PC-PIOR-RANK

           MOVE 'N' TO WS-FIM-POSICAO
           IF WS-FS-POSCART NOT = '00'
               SET WS-EOF-POSICAO TO TRUE
           ELSE
               MOVE WS-COD-CLIENTE TO PK-COD-CLIENTE
               START FD-POSCART KEY NOT < PK-COD-CLIENTE
                   INVALID KEY
                       SET WS-EOF-POSICAO TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-POSICAO
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-POSICAO TO TRUE
                   NOT AT END
                       IF PK-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-POSICAO TO TRUE
                       ELSE
                           IF PK-CONTR-ATIVO OR PK-CONTR-PREJUIZO
                               PERFORM SOMA-CONTRATO-POSICAO
                           END-IF
                       END-IF

       SOMA-CONTRATO-POSICAO.
           PERFORM AVALIA-RATING-CONTRATO
           ADD PK-SALDO-ABERTO  TO WS-PC-EXPOSICAO
           ADD PK-SALDO-VENCIDO TO WS-PC-VENCIDO
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               ADD PK-VENCER-FAIXA(WS-IND) TO WS-PC-FAIXA(WS-IND)
           END-PERFORM
           .

       AVALIA-RATING-CONTRATO.
      *    Ordena AA < A < B < ... < H por um posto numerico; o
      *    pior entre os contratos do cliente vai para o detalhe.
      *    Contrato ainda sem rating na posicao conta como
      *    AA (posto 1), para a posicao nao sair em branco.
           EVALUATE PK-RATING
               WHEN 'A '  MOVE 02 TO WS-RANK-CONTRATO
               WHEN 'B '  MOVE 03 TO WS-RANK-CONTRATO
               WHEN 'C '  MOVE 04 TO WS-RANK-CONTRATO
               IF WS-RANK-CONTRATO = 01
                   MOVE 'AA' TO WS-PC-PIOR-RATING
               ELSE
                   MOVE PK-RATING TO WS-PC-PIOR-RATING
               END-IF
           END-IF
           .
           ADD WS-PC-EXPOSICAO TO WS-VR-TOTAL-GERAL
           .

       REGISTRA-INTERFACE.
           MOVE 'G'               TO IN-PARM-EVENTO
           MOVE 'REGPOS'          TO IN-PARM-INTERFACE
           MOVE 'REGPOS.DAT'      TO IN-PARM-ARQUIVO
           MOVE WS-QTD-DETALHES   TO IN-PARM-QTD IN-PARM-QTD-TRAILER
           MOVE WS-VR-TOTAL-GERAL TO IN-PARM-VALOR IN-PARM-VR-TRAILER
           MOVE 'S'               TO IN-PARM-TRAILER
           MOVE WS-JOB-NOME       TO IN-PARM-PROGRAMA
           MOVE SPACES            TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       GRAVA-TRAILER-REGPOS.
           MOVE WS-QTD-DETALHES  TO WS-RT-QTD
           MOVE WS-VR-TOTAL-GERAL TO WS-RT-TOTAL
