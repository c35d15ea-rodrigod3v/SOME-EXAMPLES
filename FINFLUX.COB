      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: PROJECAO DE FLUXO DE CAIXA DOS RECEBIVEIS: acumula o
      *          valor a vencer dos contratos ATIVOS pelo ano-mes de
      *          vencimento, para os 24 meses a partir do mes da
      *          posicao da noite (POSCART.DAT, gravada pelo FINPOSI,
      *          que ja traz o a vencer aberto por mes), por metodo
      *          de amortizacao (PRICE/SAC) e por produto (classes do
      *          objeto do contrato na tabela WS-TAB-MAX-PARCELAS),
      *          para a tesouraria enxergar o que esta programado
      *          para entrar em cada mes e planejar o funding. Uma
      *          segunda secao repete a projecao aplicando a taxa de
      *          inadimplencia corrente da carteira (saldo vencido
      *          sobre o total ja exigivel - pago mais vencido), como
      *          cenario conservador. Uma terceira secao abre a
      *          projecao por filial do contrato (PK-COD-FILIAL),
      *          com o total de cada filial nos 24 meses.
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
           SELECT FD-RELATORIO      ASSIGN TO "FINFLUX.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
           03 WS-FS-FILIAL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY MAXPARC.

         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.

         01 WS-MES                  PIC 99.
         01 WS-TAB-IDX              PIC 9.
         01 WS-PRODUTO-IDX          PIC 9.
           03 WS-HOJE-MM            PIC 9(02).
           03 WS-HOJE-DD            PIC 9(02).

         01 WS-MESES-HOJE           PIC 9(06).
         01 WS-MESES-VENCTO         PIC 9(06).

         01 WS-PROJECAO.
           03 WS-PROJ-MES OCCURS 24 TIMES.
               05 WS-PJ-SAC           PIC 9(11)V99.
               05 WS-PJ-PRODUTO       PIC 9(11)V99 OCCURS 6 TIMES.

      *  Projecao por filial: uma posicao por filial encontrada na
      *  posicao, na ordem em que aparece.
         01 WS-POR-FILIAL.
           03 WS-PF-QTD             PIC 9(03) VALUE ZEROS.
           03 WS-PF-IDX             PIC 9(03).
           03 WS-PF-ATUAL           PIC 9(03).
           03 WS-PF-COD-BUSCA       PIC 9(03).
           03 WS-PF-FILIAL OCCURS 100 TIMES.
               05 WS-PF-COD           PIC 9(03).
               05 WS-PF-MES           PIC 9(11)V99 OCCURS 24 TIMES.
           03 WS-PF-TOTAL           PIC 9(13)V99.
         01 WS-TEM-FILIAL           PIC X(01) VALUE 'N'.
             88 WS-MESTRE-FILIAL-ABERTO     VALUE 'S'.

         01 WS-INADIMPLENCIA.
           03 WS-VR-ATRASADO        PIC 9(11)V99 VALUE ZEROS.
           03 WS-VR-EXIGIVEL        PIC 9(11)V99 VALUE ZEROS.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-FILIAL.
           03 FILLER                PIC X(07) VALUE 'FILIAL '.
           03 WS-LF-COD             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LF-NOME            PIC X(30).

         01 WS-LINHA-AJUSTE.
           03 WS-LA-ROTULO          PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

      *    O mes 1 da projecao e o mes da posicao lida; sem
      *    posicao, o do relogio (relatorio sai zerado).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-PROJECAO

           OPEN INPUT FD-POSCART
           MOVE WS-FS-POSCART TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'POSCART.DAT NAO EXISTE - NADA A PROJETAR.'
               SET WS-EOF-POSICAO TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF-POSICAO
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-POSICAO TO TRUE
                   NOT AT END
                       MOVE PK-DATA-POSICAO TO WS-DATA-HOJE
                       IF PK-CONTR-ATIVO
                           PERFORM PROJETA-CONTRATO
                           PERFORM PROJETA-FILIAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-POSCART = '00' OR WS-FS-POSCART = '10'
               CLOSE FD-POSCART
           END-IF
           COMPUTE WS-MESES-HOJE = (WS-HOJE-AA * 12) + WS-HOJE-MM

           PERFORM CALCULA-TAXA-INADIMPLENCIA

           PERFORM IMPRIME-PROJECAO
           PERFORM IMPRIME-POR-PRODUTO
           PERFORM IMPRIME-CENARIO-AJUSTADO
           OPEN INPUT FD-FILIAL
           IF WS-FS-FILIAL = '00'
               MOVE 'S' TO WS-TEM-FILIAL
           END-IF
           PERFORM IMPRIME-POR-FILIAL
           IF WS-MESTRE-FILIAL-ABERTO
               CLOSE FD-FILIAL
           END-IF
           CLOSE FD-RELATORIO

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       PROJETA-CONTRATO.
      *    Classifica o produto do contrato uma vez e distribui o a
      *    vencer de cada mes da posicao; o saldo ja vencido e nao
      *    pago alimenta a taxa de inadimplencia, e o ja pago o
      *    denominador exigivel.
           PERFORM CLASSIFICA-PRODUTO

           ADD PK-VR-PAGO       TO WS-VR-EXIGIVEL
           ADD PK-SALDO-VENCIDO TO WS-VR-ATRASADO
                                   WS-VR-EXIGIVEL

           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 24
               IF PK-METODO-AMORT = 'S'
                   ADD PK-VENCER-MES(WS-MES) TO WS-PJ-SAC(WS-MES)
               ELSE
                   ADD PK-VENCER-MES(WS-MES) TO WS-PJ-PRICE(WS-MES)
               END-IF
               ADD PK-VENCER-MES(WS-MES)
                   TO WS-PJ-PRODUTO(WS-MES, WS-PRODUTO-IDX)
           END-PERFORM
           .

       PROJETA-FILIAL.
      *    Contrato anterior ao cadastro de filiais vai para a 000.
           IF PK-COD-FILIAL IS NUMERIC
               MOVE PK-COD-FILIAL TO WS-PF-COD-BUSCA
           ELSE
               MOVE ZEROS         TO WS-PF-COD-BUSCA
           END-IF
           MOVE ZEROS TO WS-PF-ATUAL
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-QTD
               IF WS-PF-COD(WS-PF-IDX) = WS-PF-COD-BUSCA
                   MOVE WS-PF-IDX TO WS-PF-ATUAL
               END-IF
           END-PERFORM
           IF WS-PF-ATUAL = ZEROS
               IF WS-PF-QTD < 100
                   ADD 1 TO WS-PF-QTD
                   MOVE WS-PF-QTD TO WS-PF-ATUAL
                   MOVE WS-PF-COD-BUSCA TO WS-PF-COD(WS-PF-ATUAL)
                   PERFORM VARYING WS-MES FROM 1 BY 1
                           UNTIL WS-MES > 24
                       MOVE ZEROS TO WS-PF-MES(WS-PF-ATUAL, WS-MES)
                   END-PERFORM
               ELSE
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                           WS-PF-COD-BUSCA ' FORA DA SECAO POR FILIAL.'
               END-IF
           END-IF
           IF WS-PF-ATUAL > ZEROS
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 24
                   ADD PK-VENCER-MES(WS-MES)
                       TO WS-PF-MES(WS-PF-ATUAL, WS-MES)
               END-PERFORM
           END-IF
           .

       CLASSIFICA-PRODUTO.
      *    objeto fora da tabela cai em OUTROS (ultima posicao).
           MOVE 6 TO WS-PRODUTO-IDX
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL WS-TAB-IDX > 6
               IF PK-OBJETO = WS-TAB-OBJETO(WS-TAB-IDX)
                   MOVE WS-TAB-IDX TO WS-PRODUTO-IDX
               END-IF
           END-PERFORM
           END-PERFORM
           .

       IMPRIME-POR-FILIAL.
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           MOVE 'PROJECAO POR FILIAL (MESES COM MOVIMENTO)'
               TO WS-LINHA-SECAO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-SECAO

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-QTD
               PERFORM IMPRIME-CABECALHO-FILIAL
               MOVE ZEROS TO WS-PF-TOTAL
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 24
                   IF WS-PF-MES(WS-PF-IDX, WS-MES) > ZEROS
                       MOVE SPACES TO WS-LP-OBJETO
                       PERFORM MONTA-ROTULO-MES
                       MOVE WS-ROTULO-MES TO WS-LP-MES
                       MOVE WS-PF-MES(WS-PF-IDX, WS-MES)
                           TO WS-LP-VALOR
                       WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PRODUTO
                       ADD WS-PF-MES(WS-PF-IDX, WS-MES) TO WS-PF-TOTAL
                   END-IF
               END-PERFORM
               MOVE 'TOTAL DA FILIAL' TO WS-LP-OBJETO
               MOVE SPACES            TO WS-LP-MES
               MOVE WS-PF-TOTAL       TO WS-LP-VALOR
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PRODUTO
           END-PERFORM
           .

       IMPRIME-CABECALHO-FILIAL.
      *    Nome do mestre de filiais; 000 e o contrato anterior ao
      *    cadastro de filiais.
           MOVE WS-PF-COD(WS-PF-IDX) TO WS-LF-COD
           EVALUATE TRUE
               WHEN WS-PF-COD(WS-PF-IDX) = ZEROS
                   MOVE 'SEM FILIAL' TO WS-LF-NOME
               WHEN NOT WS-MESTRE-FILIAL-ABERTO
                   MOVE SPACES TO WS-LF-NOME
               WHEN OTHER
                   MOVE WS-PF-COD(WS-PF-IDX) TO FL-COD-FILIAL
                   READ FD-FILIAL
                       INVALID KEY
                           MOVE 'FILIAL NAO CADASTRADA' TO WS-LF-NOME
                       NOT INVALID KEY
                           MOVE FL-NOME TO WS-LF-NOME
                   END-READ
           END-EVALUATE
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-FILIAL
           .

       MONTA-ROTULO-MES.
      *    Rotulo AAAA/MM do mes de indice WS-MES (1 = mes corrente).
           COMPUTE WS-MESES-VENCTO = WS-MESES-HOJE + WS-MES - 1
