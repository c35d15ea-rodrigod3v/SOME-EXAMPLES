      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RELATORIO DE AGING DA INADIMPLENCIA: mostra as
      *          parcelas nao pagas ('P' ou 'A') dos contratos ATIVOS
      *          pela idade do atraso na data da posicao da noite
      *          (POSCART.DAT, gravada pelo FINPOSI), nas faixas
      *          1-30, 31-60, 61-90, 91-180 e 180+ dias, com
      *          quantidade e valor por faixa totalizados por
      *          contrato, por cliente (nome buscado em CADPF.DAT) e
      *          estimar o atraso no olho a partir do CARNE.PRT.
      *          Usa SORT por codigo de cliente (mesma tecnica do
      *          CADDUP) para agrupar os contratos de cada cliente,
      *          ja que a posicao e lida em ordem de contrato.
      *          A filial do contrato (PK-COD-FILIAL) e a quebra de
      *          primeiro nivel: cliente dentro de filial, com total
      *          por filial antes do total da carteira.
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
           SELECT FD-CADASTRO       ASSIGN TO "CADPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-COD-FILIAL
               FILE STATUS IS WS-FS-FILIAL.
           SELECT SD-ORDENACAO      ASSIGN TO "FINAGE.SRT".
           SELECT FD-RELATORIO      ASSIGN TO "FINAGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-COD-FILIAL                   PIC 9(03).
           03 SD-COD-CLIENTE                  PIC 9(06).
           03 SD-NUM-CONTRATO                 PIC 9(08).
           03 SD-FAIXAS.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
           03 WS-FS-FILIAL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY NOMEFMTPARM.

         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT                 VALUE 'S'.

         01 WS-FX                   PIC 9.
         01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

         01 WS-CLIENTE-ANTERIOR     PIC 9(06) VALUE ZEROS.
         01 WS-FILIAL-ANTERIOR      PIC 9(03) VALUE ZEROS.
         01 WS-TEM-FILIAL           PIC X(01) VALUE 'N'.
             88 WS-MESTRE-FILIAL-ABERTO     VALUE 'S'.
         01 WS-PRIMEIRO-CLIENTE     PIC X(01) VALUE 'S'.
             88 WS-E-PRIMEIRO-CLIENTE       VALUE 'S'.

               05 WS-TC-QTD           PIC 9(05).
               05 WS-TC-VALOR         PIC 9(09)V99.

         01 WS-TOTAIS-FILIAL.
           03 WS-TF-FAIXA OCCURS 5 TIMES.
               05 WS-TF-QTD           PIC 9(07).
               05 WS-TF-VALOR         PIC 9(11)V99.

         01 WS-TOTAIS-CARTEIRA.
           03 WS-CT-FAIXA OCCURS 5 TIMES.
               05 WS-CT-QTD           PIC 9(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LN-NOME            PIC X(41).

         01 WS-LINHA-FILIAL.
           03 FILLER                PIC X(09) VALUE 'FILIAL   '.
           03 WS-LF-COD             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LF-NOME            PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           PERFORM LE-DATA-POSICAO

           OPEN OUTPUT FD-RELATORIO
      *    Mesmo padrao de primeira execucao de GERA-VENCIMENTOS
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           OPEN INPUT FD-FILIAL
           IF WS-FS-FILIAL = '00'
               MOVE 'S' TO WS-TEM-FILIAL
           END-IF

           MOVE WS-DATA-HOJE TO WS-TI-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           INITIALIZE WS-TOTAIS-CARTEIRA

           SORT SD-ORDENACAO
               ON ASCENDING KEY SD-COD-FILIAL SD-COD-CLIENTE
                                SD-NUM-CONTRATO
               INPUT PROCEDURE IS CLASSIFICA-CONTRATOS
               OUTPUT PROCEDURE IS TOTALIZA-CLIENTES

           PERFORM IMPRIME-TOTAL-CARTEIRA

           CLOSE FD-CADASTRO
           IF WS-MESTRE-FILIAL-ABERTO
               CLOSE FD-FILIAL
           END-IF
           CLOSE FD-RELATORIO

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       LE-DATA-POSICAO.
      *    O relatorio sai datado pela posicao que esta lendo, nao
      *    pelo relogio: todo registro carrega a mesma data.
           OPEN INPUT FD-POSCART
           IF WS-FS-POSCART = '00'
               READ FD-POSCART NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PK-DATA-POSICAO TO WS-DATA-HOJE
               END-READ
               CLOSE FD-POSCART
           END-IF
           .

       CLASSIFICA-CONTRATOS.
      *    Le a posicao inteira; cada contrato ativo com parcela
      *    vencida imprime a linha do contrato com as 5 faixas de
      *    idade e solta um registro de ordenacao para o
      *    agrupamento por cliente.
           OPEN INPUT FD-POSCART
           MOVE WS-FS-POSCART TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'POSCART.DAT NAO EXISTE - NADA A CLASSIFICAR.'
               SET WS-EOF-POSICAO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-POSICAO
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-POSICAO TO TRUE
                   NOT AT END
                       IF PK-CONTR-ATIVO AND PK-QTD-VENCIDAS > ZEROS
                           PERFORM CLASSIFICA-UM-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-POSCART = '00' OR WS-FS-POSCART = '10'
               CLOSE FD-POSCART
           END-IF
           .

       CLASSIFICA-UM-CONTRATO.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE PK-AF-QTD(WS-FX)   TO SD-FX-QTD(WS-FX)
               MOVE PK-AF-VALOR(WS-FX) TO SD-FX-VALOR(WS-FX)
           END-PERFORM
           IF PK-COD-FILIAL IS NUMERIC
               MOVE PK-COD-FILIAL TO SD-COD-FILIAL
           ELSE
               MOVE ZEROS         TO SD-COD-FILIAL
           END-IF
           MOVE PK-COD-CLIENTE  TO SD-COD-CLIENTE
           MOVE PK-NUM-CONTRATO TO SD-NUM-CONTRATO
           MOVE 'CONTRATO '     TO WS-LD-ROTULO
           MOVE PK-NUM-CONTRATO TO WS-LD-CHAVE
           PERFORM MONTA-COLUNAS-SD
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-DETALHE
           RELEASE SD-REGISTRO
           .

       MONTA-COLUNAS-SD.
      *    Recebe os contratos ja ordenados por cliente; na quebra de
      *    codigo imprime o total do cliente com o nome buscado no
      *    cadastro, acumulando em paralelo o total da carteira.
      *    A quebra de filial fecha o cliente corrente e imprime o
      *    total da filial.
           INITIALIZE WS-TOTAIS-CLIENTE WS-TOTAIS-FILIAL
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                       IF NOT WS-E-PRIMEIRO-CLIENTE
                           PERFORM IMPRIME-TOTAL-CLIENTE
                           PERFORM IMPRIME-TOTAL-FILIAL
                       END-IF
                   NOT AT END
                       IF NOT WS-E-PRIMEIRO-CLIENTE
                           AND SD-COD-FILIAL NOT = WS-FILIAL-ANTERIOR
                           PERFORM IMPRIME-TOTAL-CLIENTE
                           PERFORM IMPRIME-TOTAL-FILIAL
                           INITIALIZE WS-TOTAIS-CLIENTE
                                      WS-TOTAIS-FILIAL
                       ELSE
                       IF NOT WS-E-PRIMEIRO-CLIENTE
                           AND SD-COD-CLIENTE NOT = WS-CLIENTE-ANTERIOR
                           PERFORM IMPRIME-TOTAL-CLIENTE
                           INITIALIZE WS-TOTAIS-CLIENTE
                       END-IF
                       END-IF
                       IF WS-E-PRIMEIRO-CLIENTE
                           OR SD-COD-FILIAL NOT = WS-FILIAL-ANTERIOR
                           MOVE SD-COD-FILIAL TO WS-FILIAL-ANTERIOR
                           PERFORM IMPRIME-CABECALHO-FILIAL
                       END-IF
                       MOVE 'N' TO WS-PRIMEIRO-CLIENTE
                       MOVE SD-COD-CLIENTE TO WS-CLIENTE-ANTERIOR
                       PERFORM ACUMULA-CLIENTE
       ACUMULA-CLIENTE.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               ADD SD-FX-QTD(WS-FX)   TO WS-TC-QTD(WS-FX)
                                         WS-TF-QTD(WS-FX)
                                         WS-CT-QTD(WS-FX)
               ADD SD-FX-VALOR(WS-FX) TO WS-TC-VALOR(WS-FX)
                                         WS-TF-VALOR(WS-FX)
                                         WS-CT-VALOR(WS-FX)
           END-PERFORM
           .
           END-READ
           .

       IMPRIME-CABECALHO-FILIAL.
      *    Nome do mestre de filiais; 000 e o contrato anterior ao
      *    cadastro de filiais.
           MOVE WS-FILIAL-ANTERIOR TO WS-LF-COD
           EVALUATE TRUE
               WHEN WS-FILIAL-ANTERIOR = ZEROS
                   MOVE 'SEM FILIAL' TO WS-LF-NOME
               WHEN NOT WS-MESTRE-FILIAL-ABERTO
                   MOVE SPACES TO WS-LF-NOME
               WHEN OTHER
                   MOVE WS-FILIAL-ANTERIOR TO FL-COD-FILIAL
                   READ FD-FILIAL
                       INVALID KEY
                           MOVE 'FILIAL NAO CADASTRADA' TO WS-LF-NOME
                       NOT INVALID KEY
                           MOVE FL-NOME TO WS-LF-NOME
                   END-READ
           END-EVALUATE
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-FILIAL
           .

       IMPRIME-TOTAL-FILIAL.
           MOVE 'FILIAL   '         TO WS-LD-ROTULO
           MOVE WS-FILIAL-ANTERIOR  TO WS-LD-CHAVE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE WS-TF-QTD(WS-FX)   TO WS-LD-QTD(WS-FX)
               MOVE WS-TF-VALOR(WS-FX) TO WS-LD-VALOR(WS-FX)
           END-PERFORM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-DETALHE
           .

       IMPRIME-TOTAL-CARTEIRA.
           MOVE 'CARTEIRA '         TO WS-LD-ROTULO
           MOVE SPACES              TO WS-LD-CHAVE
