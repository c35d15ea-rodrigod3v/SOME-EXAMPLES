      *          (C)orrigir e (A)nular antes de fechar; o (F)echar
      *          grava o lote balanceado com header (id do lote) e
      *          trailer (contagem + hash de valor), pronto para o
      *          PROCESSA-LOTE. O header leva tambem a filial que
      *          gerou o lote (conferida no FILIAL.DAT): e com ela
      *          que os contratos do lote saem carimbados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
      *    Renda comprovada do cliente (RENDMNT): produto com
      *    percentual maximo de renda exige renda cadastrada e
      *    comprovante recente, senao o lote noturno rejeita (09).
           SELECT FD-RENDA          ASSIGN TO "RENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-FS-RENDA.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-COD-FILIAL
               FILE STATUS IS WS-FS-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       01  FD-LOTE-REG.
           COPY LOTETRAN.

       FD  FD-RENDA.
       01  FD-RENDA-REC.
           COPY RENDAREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.
       01  FD-LOTE-CTL.
           03 LC-TIPO-REG            PIC X(01).
           03 LC-LOTE-ID             PIC 9(06).
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-LOTE          PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-RENDA         PIC X(02) VALUE '00'.
           03 WS-FS-FILIAL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY MAXPARC.
         COPY DATAVALPARM.
         COPY DATAMOVPARM.

         01 WS-COMANDO              PIC X(01).
             88 WS-CMD-INCLUIR            VALUE 'I', 'i'.
             88 WS-CMD-FECHAR             VALUE 'F', 'f'.

         01 WS-LOTE-ID              PIC 9(06).
         01 WS-COD-FILIAL           PIC 9(03).
         01 WS-FILIAL-OK            PIC X(01).
             88 WS-FILIAL-VALIDA            VALUE 'S'.

      *  Entradas do lote em memoria ate o fechamento (ate 999 por
      *  lote), com chave de anulacao propria para a linha anulada
         01 WS-TAB-ENTRADAS.
           03 WS-ENTRADA OCCURS 999 TIMES.
               05 WS-EN-ANULADA       PIC X(01).
               05 WS-EN-DETALHE       PIC X(93).
         01 WS-QTD-ENTRADAS         PIC 9(03) VALUE ZEROS.
         01 WS-ENT-IDX              PIC 9(03).

               88 WS-ENTRADA-OK             VALUE 'S'.
           03 WS-PRODUTO-VALIDO     PIC X(01).
               88 WS-PRODUTO-OK             VALUE 'S'.
           03 WS-RENDA-VALIDA       PIC X(01).
               88 WS-RENDA-OK               VALUE 'S'.
           03 WS-QTD-FONTES         PIC 9(02).
           03 WS-COMPROV-VENCIDO    PIC X(01).
           03 WS-DATA-HOJE          PIC 9(08).
           03 WS-FIM-RENDA          PIC X(01).
               88 WS-EOF-RENDA              VALUE 'S'.

         01 WS-QTD-GRAVADOS         PIC 9(05).
         01 WS-HASH-VALOR           PIC 9(11)V99.
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'FILIAL DO LOTE (000 = SEM FILIAL) : '
           MOVE 'N' TO WS-FILIAL-OK
           PERFORM WITH TEST AFTER UNTIL WS-FILIAL-VALIDA
               ACCEPT WS-COD-FILIAL
               PERFORM VALIDA-FILIAL
           END-PERFORM

           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
           CLOSE FD-CADASTRO
           STOP RUN.

       VALIDA-FILIAL.
      *    Filial informada tem de existir ativa no mestre; sem o
      *    mestre (filiais ainda nao cadastradas) so vale 000.
           MOVE 'N' TO WS-FILIAL-OK
           EVALUATE TRUE
               WHEN WS-COD-FILIAL NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               WHEN WS-COD-FILIAL = ZEROS
                   MOVE 'S' TO WS-FILIAL-OK
               WHEN OTHER
                   OPEN INPUT FD-FILIAL
                   IF WS-FS-FILIAL NOT = '00'
                       DISPLAY 'FILIAL.DAT INDISPONIVEL - SO 000. '
                               'NOVAMENTE : '
                   ELSE
                       MOVE WS-COD-FILIAL TO FL-COD-FILIAL
                       READ FD-FILIAL
                           INVALID KEY
                               DISPLAY 'FILIAL NAO CADASTRADA. '
                                       'NOVAMENTE : '
                           NOT INVALID KEY
                               IF FL-ATIVA
                                   MOVE 'S' TO WS-FILIAL-OK
                               ELSE
                                   DISPLAY 'FILIAL INATIVA. '
                                           'NOVAMENTE : '
                               END-IF
                       END-READ
                       CLOSE FD-FILIAL
                   END-IF
           END-EVALUATE
           .

       INCLUI-ENTRADA.
           IF WS-QTD-ENTRADAS = 999
               DISPLAY 'LOTE CHEIO - FECHE E ABRA OUTRO.'
               MOVE PT-MAX-PRAZO  TO WS-MAX-PRAZO-OBJETO
               DISPLAY 'PRODUTO: ' PT-DESCRICAO ' (PRAZO MAX. '
                       PT-MAX-PRAZO ').'
               PERFORM CRITICA-RENDA-LOTE
           ELSE
               DISPLAY 'OBJETO FINANCIADO : '
               ACCEPT ED-OBJETO
               END-PERFORM
           END-IF

           IF ED-COD-PRODUTO > ZEROS AND NOT WS-RENDA-OK
               DISPLAY 'ENTRADA DESCARTADA.'
           ELSE
               PERFORM DIGITA-CONDICOES-DETALHE
           END-IF
           .

       DIGITA-CONDICOES-DETALHE.
           DISPLAY 'VALOR DO OBJETO : '
           PERFORM WITH TEST AFTER UNTIL ED-VALOR IS NUMERIC
               ACCEPT ED-VALOR
           END-IF
           .

       CRITICA-RENDA-LOTE.
      *    Produto com percentual maximo de renda: o cliente precisa
      *    ter fonte de renda ativa e nenhum comprovante com mais de
      *    12 meses. O comprometimento em si depende do plano e fica
      *    para o lote noturno (motivo 09).
           MOVE 'S' TO WS-RENDA-VALIDA
           IF PT-PCT-RENDA-MAX IS NUMERIC
               AND PT-PCT-RENDA-MAX > ZEROS
               MOVE 'C' TO DM-PARM-FUNCAO
               CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
               MOVE DM-PARM-DATA TO WS-DATA-HOJE
               MOVE ZEROS TO WS-QTD-FONTES
               MOVE 'N'   TO WS-COMPROV-VENCIDO WS-FIM-RENDA
               OPEN INPUT FD-RENDA
               IF WS-FS-RENDA NOT = '00'
                   SET WS-EOF-RENDA TO TRUE
               ELSE
                   MOVE ED-COD-CLIENTE TO RD-COD-CLIENTE
                   MOVE ZEROS          TO RD-SEQ-FONTE
                   START FD-RENDA KEY NOT < RD-CHAVE
                       INVALID KEY
                           SET WS-EOF-RENDA TO TRUE
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-RENDA
                   READ FD-RENDA NEXT RECORD
                       AT END
                           SET WS-EOF-RENDA TO TRUE
                       NOT AT END
                           IF RD-COD-CLIENTE NOT = ED-COD-CLIENTE
                               SET WS-EOF-RENDA TO TRUE
                           ELSE
                               IF RD-ATIVA
                                   ADD 1 TO WS-QTD-FONTES
                                   IF RD-DATA-COMPROV + 10000
                                           < WS-DATA-HOJE
                                       MOVE 'S' TO WS-COMPROV-VENCIDO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-RENDA = '00' OR WS-FS-RENDA = '10'
                   CLOSE FD-RENDA
               END-IF
               IF WS-QTD-FONTES = ZEROS
                   MOVE 'N' TO WS-RENDA-VALIDA
                   DISPLAY 'PRODUTO EXIGE RENDA COMPROVADA E O '
                           'CLIENTE NAO TEM RENDA CADASTRADA (RENDMNT).'
               ELSE
                   IF WS-COMPROV-VENCIDO = 'S'
                       MOVE 'N' TO WS-RENDA-VALIDA
                       DISPLAY 'COMPROVANTE DE RENDA COM MAIS DE 12 '
                               'MESES - RENOVAR NO RENDMNT.'
                   END-IF
               END-IF
           END-IF
           .

       FECHA-LOTE.
      *    Grava o lote balanceado: header com o id, os detalhes nao
      *    anulados e o trailer com contagem e hash de valor - o
      *    mesmo fechamento que o CONFERE-LOTE do FINAN2 vai exigir.
           OPEN OUTPUT FD-LOTE

      *    O header sai no tamanho do registro inteiro, para levar
      *    a filial na posicao de LT-COD-FILIAL.
           MOVE SPACES     TO FD-LOTE-REG
           MOVE 'H'        TO LC-TIPO-REG
           MOVE WS-LOTE-ID TO LC-LOTE-ID
           MOVE ZEROS      TO LC-QTD-DETALHES LC-HASH-VALOR
           MOVE WS-COD-FILIAL TO LT-COD-FILIAL
           WRITE FD-LOTE-REG

           MOVE ZEROS TO WS-QTD-GRAVADOS WS-HASH-VALOR
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
