      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONCENTRACAO DA CARTEIRA: a visao que a critica
      *          cliente a cliente nunca da - numa passada pela
      *          posicao da noite (POSCART.DAT, gravada pelo FINPOSI)
      *          dos contratos ATIVOS, monta (1) os N maiores
      *          devedores por saldo em aberto, somando ao titular o
      *          que ele tambem AVALIZA, (2) a distribuicao por
      *          produto (objeto do contrato) e (3) a distribuicao
      *          por UF e por cidade do endereco do CADPF, que a
      *          posicao ja traz, e (4) a distribuicao por filial do
      *          contrato, com os produtos de cada filial - cada
      *          bloco com o percentual do
      *          total da carteira, para limite de concentracao
      *          poder ser acompanhado mes a mes. Sai em CONCENTR.PRT
      *          e na tela, datado pela posicao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-COD-FILIAL
               FILE STATUS IS WS-FS-FILIAL.
           SELECT FD-RELATO         ASSIGN TO "CONCENTR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
           03 WS-FS-FILIAL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.

         01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         01 WS-TOP-N                PIC 9(03) VALUE 10.

         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.

         01 WS-VR-SALDO-CONTRATO    PIC 9(09)V99.
         01 WS-VR-TOTAL-CARTEIRA    PIC 9(13)V99 VALUE ZEROS.
         01 WS-PCT                  PIC 9(03)V99.
           03 WS-DT-CLIENTE         PIC 9(06).
           03 WS-DT-SALDO           PIC 9(12)V99.

      *  Produtos (texto do objeto do contrato; para contrato com
      *  codigo de produto, o texto ja e a descricao oficial do
      *  mestre).
         01 WS-TAB-PRODUTOS.
           03 WS-PD-OCR OCCURS 50 TIMES.
               05 WS-PD-OBJETO      PIC X(20).
         01 WS-CI-IDX               PIC 9(03).
         01 WS-CI-ACHADA            PIC 9(03).

      *  Filial do contrato (000 = anterior ao cadastro de filiais),
      *  com o saldo de cada produto (mesmo indice de WS-TAB-PRODUTOS)
      *  dentro da filial.
         01 WS-TAB-FILIAIS.
           03 WS-FL-OCR OCCURS 100 TIMES.
               05 WS-FL-COD         PIC 9(03).
               05 WS-FL-SALDO       PIC 9(12)V99.
               05 WS-FL-PROD-SALDO  PIC 9(12)V99 OCCURS 50 TIMES.
         01 WS-QTD-FILIAIS          PIC 9(03) VALUE ZEROS.
         01 WS-FL-IDX               PIC 9(03).
         01 WS-FL-ACHADA            PIC 9(03).
         01 WS-FILIAL-CONTRATO      PIC 9(03).
         01 WS-TEM-FILIAL           PIC X(01) VALUE 'N'.
             88 WS-MESTRE-FILIAL-ABERTO     VALUE 'S'.

         01 WS-UF-CONTRATO          PIC X(02).
         01 WS-CIDADE-CONTRATO      PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY 'QUANTOS MAIORES DEVEDORES (0=10) : '
           PERFORM WITH TEST AFTER UNTIL WS-TOP-N IS NUMERIC
               ACCEPT WS-TOP-N
               MOVE 10 TO WS-TOP-N
           END-IF

           OPEN INPUT FD-POSCART
           MOVE WS-FS-POSCART TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINCONC: POSCART.DAT - ' FS-MENSAGEM
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF-POSICAO
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-POSICAO TO TRUE
                   NOT AT END
                       MOVE PK-DATA-POSICAO TO WS-DATA-HOJE
                       IF PK-CONTR-ATIVO
                           PERFORM ACUMULA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-POSCART

           PERFORM ORDENA-DEVEDORES
           PERFORM IMPRIME-CONCENTRACAO
           GOBACK.

       ACUMULA-CONTRATO.
           MOVE PK-SALDO-ABERTO TO WS-VR-SALDO-CONTRATO
           IF WS-VR-SALDO-CONTRATO = ZEROS
               CONTINUE
           ELSE

      *        Titular leva o saldo; o avalista tambem soma na
      *        propria posicao de devedor (responde pela divida).
               MOVE PK-COD-CLIENTE TO WS-DT-CLIENTE
               PERFORM SOMA-DEVEDOR
               IF PK-COD-AVALISTA > ZEROS
                   MOVE PK-COD-AVALISTA TO WS-DT-CLIENTE
                   PERFORM SOMA-DEVEDOR
               END-IF

               PERFORM SOMA-PRODUTO
               PERFORM SOMA-GEOGRAFIA
               PERFORM SOMA-FILIAL
           END-IF
           .

           MOVE ZEROS TO WS-PD-ACHADO
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-QTD-PRODUTOS
               IF WS-PD-OBJETO(WS-PD-IDX) = PK-OBJETO
                   MOVE WS-PD-IDX TO WS-PD-ACHADO
                   MOVE WS-QTD-PRODUTOS TO WS-PD-IDX
               END-IF
           IF WS-PD-ACHADO = ZEROS AND WS-QTD-PRODUTOS < 50
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE WS-QTD-PRODUTOS TO WS-PD-ACHADO
               MOVE PK-OBJETO TO WS-PD-OBJETO(WS-PD-ACHADO)
               MOVE ZEROS     TO WS-PD-SALDO(WS-PD-ACHADO)
           END-IF
           IF WS-PD-ACHADO > ZEROS
           END-IF
           .

       SOMA-FILIAL.
      *    Usa o indice do produto que SOMA-PRODUTO acabou de achar
      *    (zero se a tabela de produtos lotou).
           IF PK-COD-FILIAL IS NUMERIC
               MOVE PK-COD-FILIAL TO WS-FILIAL-CONTRATO
           ELSE
               MOVE ZEROS         TO WS-FILIAL-CONTRATO
           END-IF
           MOVE ZEROS TO WS-FL-ACHADA
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-QTD-FILIAIS
               IF WS-FL-COD(WS-FL-IDX) = WS-FILIAL-CONTRATO
                   MOVE WS-FL-IDX TO WS-FL-ACHADA
                   MOVE WS-QTD-FILIAIS TO WS-FL-IDX
               END-IF
           END-PERFORM
           IF WS-FL-ACHADA = ZEROS AND WS-QTD-FILIAIS < 100
               ADD 1 TO WS-QTD-FILIAIS
               MOVE WS-QTD-FILIAIS TO WS-FL-ACHADA
               MOVE WS-FILIAL-CONTRATO TO WS-FL-COD(WS-FL-ACHADA)
               MOVE ZEROS TO WS-FL-SALDO(WS-FL-ACHADA)
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > 50
                   MOVE ZEROS
                       TO WS-FL-PROD-SALDO(WS-FL-ACHADA, WS-PD-IDX)
               END-PERFORM
           END-IF
           IF WS-FL-ACHADA > ZEROS
               ADD WS-VR-SALDO-CONTRATO
                   TO WS-FL-SALDO(WS-FL-ACHADA)
               IF WS-PD-ACHADO > ZEROS
                   ADD WS-VR-SALDO-CONTRATO
                       TO WS-FL-PROD-SALDO(WS-FL-ACHADA, WS-PD-ACHADO)
               END-IF
           END-IF
           .

       SOMA-GEOGRAFIA.
      *    Cliente sem cadastro ja vem da posicao como '??' e
      *    'SEM CADASTRO'.
           MOVE PK-UF     TO WS-UF-CONTRATO
           MOVE PK-CIDADE TO WS-CIDADE-CONTRATO

           MOVE ZEROS TO WS-UF-ACHADA
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1
               DISPLAY WS-LINHA-GRUPO
           END-PERFORM

           MOVE '*** DISTRIBUICAO POR FILIAL ***' TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           OPEN INPUT FD-FILIAL
           IF WS-FS-FILIAL = '00'
               MOVE 'S' TO WS-TEM-FILIAL
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-QTD-FILIAIS
               PERFORM MONTA-ROTULO-FILIAL
               MOVE WS-FL-SALDO(WS-FL-IDX) TO WS-LG-SALDO
               PERFORM CALCULA-PCT-FILIAL
               WRITE FD-RELATO-REG FROM WS-LINHA-GRUPO
               DISPLAY WS-LINHA-GRUPO
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-QTD-PRODUTOS
                   IF WS-FL-PROD-SALDO(WS-FL-IDX, WS-PD-IDX) > ZEROS
                       MOVE SPACES TO WS-LG-ROTULO
                       STRING '  ' WS-PD-OBJETO(WS-PD-IDX)
                           DELIMITED BY SIZE INTO WS-LG-ROTULO
                       MOVE WS-FL-PROD-SALDO(WS-FL-IDX, WS-PD-IDX)
                           TO WS-LG-SALDO
                       PERFORM CALCULA-PCT-FILIAL-PRODUTO
                       WRITE FD-RELATO-REG FROM WS-LINHA-GRUPO
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-MESTRE-FILIAL-ABERTO
               CLOSE FD-FILIAL
           END-IF

           CLOSE FD-RELATO
           DISPLAY 'RELATORIO EM CONCENTR.PRT.'
           .

       MONTA-ROTULO-FILIAL.
      *    Codigo e nome do mestre de filiais; 000 e o contrato
      *    anterior ao cadastro de filiais.
           MOVE SPACES TO WS-LG-ROTULO
           EVALUATE TRUE
               WHEN WS-FL-COD(WS-FL-IDX) = ZEROS
                   MOVE 'SEM FILIAL' TO WS-LG-ROTULO
               WHEN NOT WS-MESTRE-FILIAL-ABERTO
                   STRING 'FILIAL ' WS-FL-COD(WS-FL-IDX)
                       DELIMITED BY SIZE INTO WS-LG-ROTULO
               WHEN OTHER
                   MOVE WS-FL-COD(WS-FL-IDX) TO FL-COD-FILIAL
                   READ FD-FILIAL
                       INVALID KEY
                           STRING 'FILIAL ' WS-FL-COD(WS-FL-IDX)
                               DELIMITED BY SIZE INTO WS-LG-ROTULO
                       NOT INVALID KEY
                           STRING WS-FL-COD(WS-FL-IDX) ' ' FL-NOME
                               DELIMITED BY SIZE INTO WS-LG-ROTULO
                   END-READ
           END-EVALUATE
           .

       CALCULA-PCT-FILIAL.
           IF WS-VR-TOTAL-CARTEIRA > ZEROS
               COMPUTE WS-PCT ROUNDED = WS-FL-SALDO(WS-FL-IDX)
                   * 100 / WS-VR-TOTAL-CARTEIRA
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-LG-PCT
           .

       CALCULA-PCT-FILIAL-PRODUTO.
           IF WS-VR-TOTAL-CARTEIRA > ZEROS
               COMPUTE WS-PCT ROUNDED =
                   WS-FL-PROD-SALDO(WS-FL-IDX, WS-PD-IDX)
                   * 100 / WS-VR-TOTAL-CARTEIRA
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-LG-PCT
           .

       CALCULA-PCT-DEVEDOR.
           IF WS-VR-TOTAL-CARTEIRA > ZEROS
               COMPUTE WS-PCT ROUNDED = WS-DV-SALDO(WS-DV-IDX)
