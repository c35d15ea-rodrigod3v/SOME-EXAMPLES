      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MATRIZ DE ROLAGEM DA CARTEIRA - PASSO MENSAL: le o
      *          historico de fechamentos POSHIST.DAT (a ultima
      *          posicao noturna de cada mes, guardada pelo FINPOSI)
      *          e, para cada um dos ultimos 12 meses fechados,
      *          confronta contrato a contrato a foto do mes com a do
      *          mes anterior. Todo contrato ATIVO na foto de origem
      *          cai numa celula de-para: da faixa de atraso em que
      *          estava (em dia, 1-30, 31-60, 61-90, 91-180, >180)
      *          para a faixa em que ficou ou para uma saida -
      *          quitado, renegociado, prejuizo, cedido, ou outros
      *          (cancelado, portado, fora do mestre). Lista pelo
      *          escritor compartilhado (RPTWRT, geracao datada
      *          ROLLRATE) a serie mes a mes (cura, piora e fluxo
      *          para perda), as matrizes de quantidade e de saldo
      *          do ultimo mes e dos 12 meses, as taxas por faixa de
      *          origem e o fluxo para perda por produto e por
      *          agente. Cura e o contrato em atraso que voltou a
      *          ficar em dia ou foi quitado; perda e a passagem a
      *          prejuizo, medida sobre o saldo em aberto da origem.
      *          Mes sem foto no historico sai marcado e fica fora
      *          dos acumulados. Roda no passo mensal do JOBNOTURNO,
      *          depois do FINPOSI, e se carimba em RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINROLL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-POSHIST        ASSIGN TO "POSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSHIST.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
           SELECT FD-AGENTE         ASSIGN TO "AGENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-COD-AGENTE
               FILE STATUS IS WS-FS-AGENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-POSHIST.
       01  FD-POSHIST-REC.
           COPY POSHISTREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       FD  FD-AGENTE.
       01  FD-AGENTE-REC.
           COPY AGREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-POSHIST       PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINROLL'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-COMP-CALC            PIC 9(06).
         01 WS-COMP-CALC-R REDEFINES WS-COMP-CALC.
           03 WS-CC-ANO             PIC 9(04).
           03 WS-CC-MES             PIC 9(02).
         01 WS-COMP-BUSCA           PIC 9(06).
         01 WS-EDITA-COMP.
           03 WS-EC-ANO             PIC 9(04).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-EC-MES             PIC 9(02).

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-COMP-EXISTE          PIC X(01).
             88 WS-TEM-COMPETENCIA          VALUE 'S'.
         01 WS-CHAVE-SALVA          PIC X(14).

      *  Estados da matriz: 1 a 6 sao as faixas de atraso do
      *  contrato ATIVO (faixa da posicao + 1); 7 a 11 as saidas.
      *  A origem e sempre uma das 6 faixas.
         01 WS-TAB-ESTADOS.
           03 FILLER                PIC X(10) VALUE 'EM DIA'.
           03 FILLER                PIC X(10) VALUE '1-30'.
           03 FILLER                PIC X(10) VALUE '31-60'.
           03 FILLER                PIC X(10) VALUE '61-90'.
           03 FILLER                PIC X(10) VALUE '91-180'.
           03 FILLER                PIC X(10) VALUE '>180'.
           03 FILLER                PIC X(10) VALUE 'QUITADO'.
           03 FILLER                PIC X(10) VALUE 'RENEGOC.'.
           03 FILLER                PIC X(10) VALUE 'PREJUIZO'.
           03 FILLER                PIC X(10) VALUE 'CEDIDO'.
           03 FILLER                PIC X(10) VALUE 'OUTROS'.
         01 WS-TAB-ESTADOS-RED REDEFINES WS-TAB-ESTADOS.
           03 WS-ESTADO-NOME        PIC X(10) OCCURS 11 TIMES.

         01 WS-DE                   PIC 99.
         01 WS-PARA                 PIC 99.
         01 WS-MZ                   PIC 9.
         01 WS-SALDO-DE             PIC 9(09)V99.
         01 WS-PRODUTO-IDX          PIC 9(04).
         01 WS-AGENTE-IDX           PIC 9(05).

      *  Matriz de-para: 1 = ultimo mes fechado, 2 = soma dos 12.
         01 WS-TAB-MATRIZ.
           03 WS-MATRIZ OCCURS 2 TIMES.
               05 WS-MZ-DE OCCURS 6 TIMES.
                   07 WS-MZ-PARA OCCURS 11 TIMES.
                       09 WS-MZ-QTD        PIC 9(07).
                       09 WS-MZ-SALDO      PIC 9(13)V99.

      *  Serie mensal: periodo 12 e o mes que acabou de fechar; cada
      *  periodo vai da foto de origem (DE) a de destino (PARA).
         01 WS-TAB-PERIODOS.
           03 WS-PERIODO OCCURS 12 TIMES.
               05 WS-PER-DE              PIC 9(06).
               05 WS-PER-PARA            PIC 9(06).
               05 WS-PER-ACHOU           PIC X(01).
                   88 WS-PER-TEM-FOTO            VALUE 'S'.
               05 WS-PER-QTD-ATIVOS      PIC 9(07).
               05 WS-PER-SALDO           PIC 9(13)V99.
               05 WS-PER-QTD-ATRASO      PIC 9(07).
               05 WS-PER-QTD-CURADOS     PIC 9(07).
               05 WS-PER-QTD-PIORA       PIC 9(07).
               05 WS-PER-QTD-PERDA       PIC 9(07).
               05 WS-PER-SALDO-PERDA     PIC 9(13)V99.
         01 WS-PER-IND              PIC 99.
         01 WS-QTD-MESES-APURADOS   PIC 99 VALUE ZEROS.

      *  Acumuladores dos 12 meses por produto (codigo + 1; o 1 e o
      *  contrato legado sem codigo) e por agente (codigo + 1; o 1
      *  e o contrato sem agente), para uma unica passada.
         01 WS-TAB-PRODUTOS.
           03 WS-PD-ACUM OCCURS 1000 TIMES.
               05 WS-PD-QTD              PIC 9(07).
               05 WS-PD-SALDO            PIC 9(13)V99.
               05 WS-PD-QTD-ATRASO       PIC 9(07).
               05 WS-PD-QTD-CURADOS      PIC 9(07).
               05 WS-PD-QTD-PERDA        PIC 9(07).
               05 WS-PD-SALDO-PERDA      PIC 9(13)V99.
         01 WS-TAB-AGENTES.
           03 WS-AG-ACUM OCCURS 10000 TIMES.
               05 WS-AG-QTD              PIC 9(07).
               05 WS-AG-SALDO            PIC 9(13)V99.
               05 WS-AG-QTD-ATRASO       PIC 9(07).
               05 WS-AG-QTD-CURADOS      PIC 9(07).
               05 WS-AG-QTD-PERDA        PIC 9(07).
               05 WS-AG-SALDO-PERDA      PIC 9(13)V99.

         01 WS-TAXAS.
           03 WS-PCT-CURA           PIC 9(03)V99.
           03 WS-PCT-PIORA          PIC 9(03)V99.
           03 WS-PCT-PERDA          PIC 9(03)V99.
         01 WS-QTD-LINHA            PIC 9(07).
         01 WS-QTD-ATRASO-LINHA     PIC 9(07).
         01 WS-QTD-CURA-LINHA       PIC 9(07).
         01 WS-QTD-PIORA-LINHA      PIC 9(07).
         01 WS-SALDO-LINHA          PIC 9(13)V99.
         01 WS-SALDO-PERDA-LINHA    PIC 9(13)V99.
         01 WS-SALDO-MIL            PIC 9(11).
         01 WS-QTD-PERDA-LINHA      PIC 9(07).
         01 WS-PCT-CURA-ULTIMO      PIC ZZ9,99 VALUE ZEROS.

         01 WS-LINHA-TITULO         PIC X(132).

         01 WS-LINHA-SERIE-CAB.
           03 FILLER                PIC X(18) VALUE 'DE      PARA'.
           03 FILLER                PIC X(08) VALUE ' ATIVOS'.
           03 FILLER                PIC X(20) VALUE '         SALDO'.
           03 FILLER                PIC X(08) VALUE ' ATRASO'.
           03 FILLER                PIC X(08) VALUE ' CURADOS'.
           03 FILLER                PIC X(08) VALUE '  CURA%'.
           03 FILLER                PIC X(08) VALUE '  PIORA'.
           03 FILLER                PIC X(08) VALUE ' PIORA%'.
           03 FILLER                PIC X(08) VALUE ' PREJUIZ'.
           03 FILLER                PIC X(20) VALUE
                                    '      SALDO P/ PERDA'.
           03 FILLER                PIC X(08) VALUE ' PERDA%'.

         01 WS-LINHA-SERIE.
           03 WS-LS-DE              PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-PARA            PIC X(07).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LS-DETALHE.
               05 WS-LS-ATIVOS      PIC ZZZ.ZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WS-LS-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WS-LS-ATRASO      PIC ZZZ.ZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WS-LS-CURADOS     PIC ZZZ.ZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-LS-PCT-CURA    PIC ZZ9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WS-LS-PIORA       PIC ZZZ.ZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-LS-PCT-PIORA   PIC ZZ9,99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WS-LS-PERDA       PIC ZZZ.ZZ9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 WS-LS-SALDO-PERDA PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-LS-PCT-PERDA   PIC ZZ9,99.

         01 WS-LINHA-MATRIZ-CAB.
           03 WS-LMC-ROTULO         PIC X(10).
           03 WS-LMC-COLUNA OCCURS 11 TIMES.
               05 FILLER            PIC X(01).
               05 WS-LMC-ESTADO     PIC X(10).

         01 WS-LINHA-MATRIZ-QTD.
           03 WS-LMQ-ROTULO         PIC X(10).
           03 WS-LMQ-COLUNA OCCURS 11 TIMES.
               05 FILLER            PIC X(04).
               05 WS-LMQ-QTD        PIC ZZZ.ZZ9.

         01 WS-LINHA-MATRIZ-SALDO.
           03 WS-LMS-ROTULO         PIC X(10).
           03 WS-LMS-COLUNA OCCURS 11 TIMES.
               05 FILLER            PIC X(01).
               05 WS-LMS-SALDO      PIC ZZ.ZZZ.ZZ9.

         01 WS-LINHA-TAXA-CAB.
           03 FILLER                PIC X(10) VALUE 'ORIGEM'.
           03 FILLER                PIC X(08) VALUE '  QTD'.
           03 FILLER                PIC X(20) VALUE '         SALDO'.
           03 FILLER                PIC X(08) VALUE '  CURA%'.
           03 FILLER                PIC X(08) VALUE ' PIORA%'.
           03 FILLER                PIC X(08) VALUE ' PERDA%'.

         01 WS-LINHA-TAXA.
           03 WS-LTX-ROTULO         PIC X(10).
           03 WS-LTX-QTD            PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LTX-SALDO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LTX-PCT-CURA       PIC ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LTX-PCT-PIORA      PIC ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LTX-PCT-PERDA      PIC ZZ9,99.

         01 WS-LINHA-GRUPO-CAB.
           03 FILLER                PIC X(37) VALUE 'CODIGO DESCRICAO'.
           03 FILLER                PIC X(08) VALUE ' ATIVOS'.
           03 FILLER                PIC X(20) VALUE '    SALDO EXPOSTO'.
           03 FILLER                PIC X(08) VALUE ' ATRASO'.
           03 FILLER                PIC X(08) VALUE ' CURADOS'.
           03 FILLER                PIC X(08) VALUE '  CURA%'.
           03 FILLER                PIC X(08) VALUE ' PREJUIZ'.
           03 FILLER                PIC X(20) VALUE
                                    '      SALDO P/ PERDA'.
           03 FILLER                PIC X(08) VALUE ' PERDA%'.

         01 WS-LINHA-GRUPO.
           03 WS-LG-CODIGO          PIC 9(04).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LG-NOME            PIC X(30).
           03 WS-LG-ATIVOS          PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-SALDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-ATRASO          PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-CURADOS         PIC ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LG-PCT-CURA        PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-PERDA           PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-SALDO-PERDA     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LG-PCT-PERDA       PIC ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMPETENCIA

      *    Historico ainda inexistente nao e falha: o primeiro
      *    fechamento so e guardado pelo FINPOSI na virada do mes.
           OPEN INPUT FD-POSHIST
           IF WS-FS-POSHIST = '35'
               DISPLAY 'FINROLL: POSHIST.DAT AINDA NAO EXISTE - SEM '
                       'FECHAMENTO GUARDADO PELO FINPOSI.'
           ELSE
               MOVE WS-FS-POSHIST TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                                    FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINROLL: POSHIST.DAT ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-CADASTROS
                   INITIALIZE WS-TAB-MATRIZ WS-TAB-PERIODOS
                              WS-TAB-PRODUTOS WS-TAB-AGENTES
                   PERFORM MONTA-PERIODOS
                   PERFORM VARYING WS-PER-IND FROM 1 BY 1
                           UNTIL WS-PER-IND > 12
                       PERFORM APURA-PERIODO
                   END-PERFORM
                   PERFORM ABRE-RELATORIO
                   PERFORM IMPRIME-SERIE-MENSAL
                   MOVE 1 TO WS-MZ
                   PERFORM IMPRIME-MATRIZ
                   MOVE 2 TO WS-MZ
                   PERFORM IMPRIME-MATRIZ
                   PERFORM IMPRIME-PRODUTOS
                   PERFORM IMPRIME-AGENTES
                   PERFORM FECHA-RELATORIO
                   CLOSE FD-PRODUTO
                   CLOSE FD-AGENTE
               END-IF
               CLOSE FD-POSHIST
           END-IF

           DISPLAY 'FINROLL: ' WS-QTD-MESES-APURADOS
                   ' MES(ES) COM FOTO NO HISTORICO, CURA NO ULTIMO '
                   'MES ' WS-PCT-CURA-ULTIMO '%.'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-CADASTROS.
      *    Produto e agente so dao o nome no relatorio; criados
      *    vazios na primeira execucao (mesmo padrao do FINCOM).
           OPEN INPUT FD-PRODUTO
           IF WS-FS-PRODUTO = '35'
               OPEN OUTPUT FD-PRODUTO
               CLOSE FD-PRODUTO
               OPEN INPUT FD-PRODUTO
           END-IF
           OPEN INPUT FD-AGENTE
           IF WS-FS-AGENTE = '35'
               OPEN OUTPUT FD-AGENTE
               CLOSE FD-AGENTE
               OPEN INPUT FD-AGENTE
           END-IF
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'ROLLRATE' TO RW-RELATORIO
           MOVE 'MATRIZ DE ROLAGEM ENTRE FAIXAS DE ATRASO'
               TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-RELATORIO.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-TITULO-SECAO.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-TITULO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       MONTA-PERIODOS.
      *    O ultimo mes fechado e o anterior ao do movimento (o
      *    FINPOSI guardou o fechamento dele na primeira noite deste
      *    mes); volta mes a mes ate completar 12 periodos.
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           PERFORM VOLTA-UM-MES
           PERFORM VARYING WS-PER-IND FROM 12 BY -1
                   UNTIL WS-PER-IND < 1
               MOVE WS-COMP-CALC TO WS-PER-PARA(WS-PER-IND)
               PERFORM VOLTA-UM-MES
               MOVE WS-COMP-CALC TO WS-PER-DE(WS-PER-IND)
           END-PERFORM
           .

       VOLTA-UM-MES.
           IF WS-CC-MES = 1
               MOVE 12 TO WS-CC-MES
               SUBTRACT 1 FROM WS-CC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CC-MES
           END-IF
           .

       APURA-PERIODO.
      *    So entra no acumulado o periodo com as duas fotos no
      *    historico; sem a de destino todo contrato cairia em
      *    OUTROS.
           MOVE 'N' TO WS-PER-ACHOU(WS-PER-IND)
           MOVE WS-PER-PARA(WS-PER-IND) TO WS-COMP-BUSCA
           PERFORM VERIFICA-COMPETENCIA
           IF WS-TEM-COMPETENCIA
               MOVE WS-PER-DE(WS-PER-IND) TO WS-COMP-BUSCA
               PERFORM VERIFICA-COMPETENCIA
           END-IF
           IF WS-TEM-COMPETENCIA
               SET WS-PER-TEM-FOTO(WS-PER-IND) TO TRUE
               ADD 1 TO WS-QTD-MESES-APURADOS
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE WS-PER-DE(WS-PER-IND) TO HP-COMPETENCIA
               MOVE ZEROS TO HP-NUM-CONTRATO
               START FD-POSHIST KEY NOT < HP-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-POSHIST NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF HP-COMPETENCIA NOT =
                               WS-PER-DE(WS-PER-IND)
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               IF HP-CONTR-ATIVO
                                   PERFORM CLASSIFICA-CONTRATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       VERIFICA-COMPETENCIA.
           MOVE 'N' TO WS-COMP-EXISTE
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-COMP-BUSCA TO HP-COMPETENCIA
           MOVE ZEROS TO HP-NUM-CONTRATO
           START FD-POSHIST KEY NOT < HP-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           IF NOT WS-EOF-LEITURA
               READ FD-POSHIST NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HP-COMPETENCIA = WS-COMP-BUSCA
                           SET WS-TEM-COMPETENCIA TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CLASSIFICA-CONTRATO.
      *    Guarda a origem, le o mesmo contrato na foto de destino e
      *    depois reposiciona a leitura sequencial logo apos ele.
           MOVE HP-CHAVE TO WS-CHAVE-SALVA
           COMPUTE WS-DE = HP-FAIXA-ATRASO + 1
           MOVE HP-SALDO-ABERTO TO WS-SALDO-DE
           COMPUTE WS-PRODUTO-IDX = HP-COD-PRODUTO + 1
           COMPUTE WS-AGENTE-IDX  = HP-COD-AGENTE + 1

           MOVE WS-PER-PARA(WS-PER-IND) TO HP-COMPETENCIA
           READ FD-POSHIST
               INVALID KEY
                   MOVE 11 TO WS-PARA
               NOT INVALID KEY
                   PERFORM DEFINE-DESTINO
           END-READ
           PERFORM ACUMULA-ROLAGEM

           MOVE WS-CHAVE-SALVA TO HP-CHAVE
           START FD-POSHIST KEY > HP-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           .

       DEFINE-DESTINO.
           EVALUATE TRUE
               WHEN HP-CONTR-ATIVO
                   COMPUTE WS-PARA = HP-FAIXA-ATRASO + 1
               WHEN HP-CONTR-QUITADO
                   MOVE 7 TO WS-PARA
               WHEN HP-CONTR-RENEGOCIADO
                   MOVE 8 TO WS-PARA
               WHEN HP-CONTR-PREJUIZO
                   MOVE 9 TO WS-PARA
               WHEN HP-CONTR-CEDIDO
                   MOVE 10 TO WS-PARA
               WHEN OTHER
                   MOVE 11 TO WS-PARA
           END-EVALUATE
           .

       ACUMULA-ROLAGEM.
           IF WS-PER-IND = 12
               ADD 1 TO WS-MZ-QTD(1, WS-DE, WS-PARA)
               ADD WS-SALDO-DE TO WS-MZ-SALDO(1, WS-DE, WS-PARA)
           END-IF
           ADD 1 TO WS-MZ-QTD(2, WS-DE, WS-PARA)
           ADD WS-SALDO-DE TO WS-MZ-SALDO(2, WS-DE, WS-PARA)

           ADD 1           TO WS-PER-QTD-ATIVOS(WS-PER-IND)
           ADD WS-SALDO-DE TO WS-PER-SALDO(WS-PER-IND)
           ADD 1           TO WS-PD-QTD(WS-PRODUTO-IDX)
           ADD WS-SALDO-DE TO WS-PD-SALDO(WS-PRODUTO-IDX)
           ADD 1           TO WS-AG-QTD(WS-AGENTE-IDX)
           ADD WS-SALDO-DE TO WS-AG-SALDO(WS-AGENTE-IDX)

           IF WS-DE > 1
               ADD 1 TO WS-PER-QTD-ATRASO(WS-PER-IND)
               ADD 1 TO WS-PD-QTD-ATRASO(WS-PRODUTO-IDX)
               ADD 1 TO WS-AG-QTD-ATRASO(WS-AGENTE-IDX)
               IF WS-PARA = 1 OR WS-PARA = 7
                   ADD 1 TO WS-PER-QTD-CURADOS(WS-PER-IND)
                   ADD 1 TO WS-PD-QTD-CURADOS(WS-PRODUTO-IDX)
                   ADD 1 TO WS-AG-QTD-CURADOS(WS-AGENTE-IDX)
               END-IF
           END-IF
           IF (WS-PARA > WS-DE AND WS-PARA NOT > 6)
               OR WS-PARA = 9
               ADD 1 TO WS-PER-QTD-PIORA(WS-PER-IND)
           END-IF
           IF WS-PARA = 9
               ADD 1           TO WS-PER-QTD-PERDA(WS-PER-IND)
               ADD WS-SALDO-DE TO WS-PER-SALDO-PERDA(WS-PER-IND)
               ADD 1           TO WS-PD-QTD-PERDA(WS-PRODUTO-IDX)
               ADD WS-SALDO-DE TO WS-PD-SALDO-PERDA(WS-PRODUTO-IDX)
               ADD 1           TO WS-AG-QTD-PERDA(WS-AGENTE-IDX)
               ADD WS-SALDO-DE TO WS-AG-SALDO-PERDA(WS-AGENTE-IDX)
           END-IF
           .

       CALCULA-TAXAS.
      *    Cura sobre os contratos em atraso na origem; piora sobre
      *    todos os da origem; perda sobre o saldo da origem.
           MOVE ZEROS TO WS-TAXAS
           IF WS-QTD-ATRASO-LINHA > ZEROS
               COMPUTE WS-PCT-CURA ROUNDED =
                   WS-QTD-CURA-LINHA * 100 / WS-QTD-ATRASO-LINHA
           END-IF
           IF WS-QTD-LINHA > ZEROS
               COMPUTE WS-PCT-PIORA ROUNDED =
                   WS-QTD-PIORA-LINHA * 100 / WS-QTD-LINHA
           END-IF
           IF WS-SALDO-LINHA > ZEROS
               COMPUTE WS-PCT-PERDA ROUNDED =
                   WS-SALDO-PERDA-LINHA * 100 / WS-SALDO-LINHA
           END-IF
           .

       IMPRIME-SERIE-MENSAL.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'SERIE MENSAL - CONTRATOS ATIVOS NA FOTO DE ORIGEM'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-SERIE-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND > 12
               MOVE WS-PER-DE(WS-PER-IND) TO WS-COMP-CALC
               MOVE WS-CC-ANO TO WS-EC-ANO
               MOVE WS-CC-MES TO WS-EC-MES
               MOVE WS-EDITA-COMP TO WS-LS-DE
               MOVE WS-PER-PARA(WS-PER-IND) TO WS-COMP-CALC
               MOVE WS-CC-ANO TO WS-EC-ANO
               MOVE WS-CC-MES TO WS-EC-MES
               MOVE WS-EDITA-COMP TO WS-LS-PARA
               IF WS-PER-TEM-FOTO(WS-PER-IND)
                   PERFORM MONTA-LINHA-SERIE
               ELSE
                   MOVE SPACES TO WS-LS-DETALHE
                   MOVE 'SEM FOTO NO HISTORICO' TO WS-LS-DETALHE
               END-IF
               MOVE WS-LINHA-SERIE TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO WS-LINHA-SERIE
           MOVE 'TOTAL' TO WS-LS-DE
           MOVE ZEROS TO WS-QTD-LINHA WS-QTD-ATRASO-LINHA
                         WS-QTD-CURA-LINHA WS-QTD-PIORA-LINHA
                         WS-SALDO-LINHA WS-SALDO-PERDA-LINHA
                         WS-QTD-PERDA-LINHA
           PERFORM VARYING WS-PER-IND FROM 1 BY 1
                   UNTIL WS-PER-IND > 12
               ADD WS-PER-QTD-ATIVOS(WS-PER-IND)  TO WS-QTD-LINHA
               ADD WS-PER-QTD-ATRASO(WS-PER-IND)
                   TO WS-QTD-ATRASO-LINHA
               ADD WS-PER-QTD-CURADOS(WS-PER-IND)
                   TO WS-QTD-CURA-LINHA
               ADD WS-PER-QTD-PIORA(WS-PER-IND)   TO WS-QTD-PIORA-LINHA
               ADD WS-PER-SALDO(WS-PER-IND)       TO WS-SALDO-LINHA
               ADD WS-PER-SALDO-PERDA(WS-PER-IND)
                   TO WS-SALDO-PERDA-LINHA
               ADD WS-PER-QTD-PERDA(WS-PER-IND)   TO WS-QTD-PERDA-LINHA
           END-PERFORM
           PERFORM CALCULA-TAXAS
           MOVE WS-QTD-LINHA         TO WS-LS-ATIVOS
           MOVE WS-SALDO-LINHA       TO WS-LS-SALDO
           MOVE WS-QTD-ATRASO-LINHA  TO WS-LS-ATRASO
           MOVE WS-QTD-CURA-LINHA    TO WS-LS-CURADOS
           MOVE WS-PCT-CURA          TO WS-LS-PCT-CURA
           MOVE WS-QTD-PIORA-LINHA   TO WS-LS-PIORA
           MOVE WS-PCT-PIORA         TO WS-LS-PCT-PIORA
           MOVE WS-QTD-PERDA-LINHA   TO WS-LS-PERDA
           MOVE WS-SALDO-PERDA-LINHA TO WS-LS-SALDO-PERDA
           MOVE WS-PCT-PERDA         TO WS-LS-PCT-PERDA
           MOVE WS-LINHA-SERIE TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       MONTA-LINHA-SERIE.
           MOVE WS-PER-QTD-ATIVOS(WS-PER-IND)  TO WS-QTD-LINHA
           MOVE WS-PER-QTD-ATRASO(WS-PER-IND)  TO WS-QTD-ATRASO-LINHA
           MOVE WS-PER-QTD-CURADOS(WS-PER-IND) TO WS-QTD-CURA-LINHA
           MOVE WS-PER-QTD-PIORA(WS-PER-IND)   TO WS-QTD-PIORA-LINHA
           MOVE WS-PER-SALDO(WS-PER-IND)       TO WS-SALDO-LINHA
           MOVE WS-PER-SALDO-PERDA(WS-PER-IND) TO WS-SALDO-PERDA-LINHA
           PERFORM CALCULA-TAXAS
           IF WS-PER-IND = 12
               MOVE WS-PCT-CURA TO WS-PCT-CURA-ULTIMO
           END-IF
           MOVE WS-QTD-LINHA         TO WS-LS-ATIVOS
           MOVE WS-SALDO-LINHA       TO WS-LS-SALDO
           MOVE WS-QTD-ATRASO-LINHA  TO WS-LS-ATRASO
           MOVE WS-QTD-CURA-LINHA    TO WS-LS-CURADOS
           MOVE WS-PCT-CURA          TO WS-LS-PCT-CURA
           MOVE WS-QTD-PIORA-LINHA   TO WS-LS-PIORA
           MOVE WS-PCT-PIORA         TO WS-LS-PCT-PIORA
           MOVE WS-PER-QTD-PERDA(WS-PER-IND) TO WS-LS-PERDA
           MOVE WS-SALDO-PERDA-LINHA TO WS-LS-SALDO-PERDA
           MOVE WS-PCT-PERDA         TO WS-LS-PCT-PERDA
           .

       IMPRIME-MATRIZ.
      *    Matriz WS-MZ (1 ultimo mes, 2 doze meses): quantidade,
      *    saldo da origem em R$ mil e as taxas por faixa de origem.
           MOVE SPACES TO WS-LINHA-TITULO
           IF WS-MZ = 1
               MOVE WS-PER-DE(12) TO WS-COMP-CALC
               MOVE WS-CC-ANO TO WS-EC-ANO
               MOVE WS-CC-MES TO WS-EC-MES
               STRING 'MATRIZ DE ROLAGEM - QUANTIDADE - FECHAMENTO '
                      WS-EDITA-COMP ' PARA O MES SEGUINTE'
                   DELIMITED BY SIZE INTO WS-LINHA-TITULO
           ELSE
               MOVE 'MATRIZ DE ROLAGEM - QUANTIDADE - 12 MESES'
                   TO WS-LINHA-TITULO
           END-IF
           PERFORM GRAVA-TITULO-SECAO
           PERFORM GRAVA-CABECALHO-MATRIZ
           PERFORM VARYING WS-DE FROM 1 BY 1 UNTIL WS-DE > 6
               MOVE SPACES TO WS-LINHA-MATRIZ-QTD
               MOVE WS-ESTADO-NOME(WS-DE) TO WS-LMQ-ROTULO
               PERFORM VARYING WS-PARA FROM 1 BY 1
                       UNTIL WS-PARA > 11
                   MOVE WS-MZ-QTD(WS-MZ, WS-DE, WS-PARA)
                       TO WS-LMQ-QTD(WS-PARA)
               END-PERFORM
               MOVE WS-LINHA-MATRIZ-QTD TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'MATRIZ DE ROLAGEM - SALDO DA ORIGEM (R$ MIL)'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           PERFORM GRAVA-CABECALHO-MATRIZ
           PERFORM VARYING WS-DE FROM 1 BY 1 UNTIL WS-DE > 6
               MOVE SPACES TO WS-LINHA-MATRIZ-SALDO
               MOVE WS-ESTADO-NOME(WS-DE) TO WS-LMS-ROTULO
               PERFORM VARYING WS-PARA FROM 1 BY 1
                       UNTIL WS-PARA > 11
                   COMPUTE WS-SALDO-MIL ROUNDED =
                       WS-MZ-SALDO(WS-MZ, WS-DE, WS-PARA) / 1000
                   MOVE WS-SALDO-MIL TO WS-LMS-SALDO(WS-PARA)
               END-PERFORM
               MOVE WS-LINHA-MATRIZ-SALDO TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-TAXA-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-DE FROM 1 BY 1 UNTIL WS-DE > 6
               PERFORM IMPRIME-TAXA-ORIGEM
           END-PERFORM
           .

       GRAVA-CABECALHO-MATRIZ.
           MOVE SPACES TO WS-LINHA-MATRIZ-CAB
           MOVE 'DE \ PARA' TO WS-LMC-ROTULO
           PERFORM VARYING WS-PARA FROM 1 BY 1 UNTIL WS-PARA > 11
               MOVE WS-ESTADO-NOME(WS-PARA) TO WS-LMC-ESTADO(WS-PARA)
           END-PERFORM
           MOVE WS-LINHA-MATRIZ-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-TAXA-ORIGEM.
           MOVE ZEROS TO WS-QTD-LINHA WS-QTD-CURA-LINHA
                         WS-QTD-PIORA-LINHA WS-SALDO-LINHA
                         WS-SALDO-PERDA-LINHA
           PERFORM VARYING WS-PARA FROM 1 BY 1 UNTIL WS-PARA > 11
               ADD WS-MZ-QTD(WS-MZ, WS-DE, WS-PARA)   TO WS-QTD-LINHA
               ADD WS-MZ-SALDO(WS-MZ, WS-DE, WS-PARA) TO WS-SALDO-LINHA
               IF (WS-PARA > WS-DE AND WS-PARA NOT > 6)
                   OR WS-PARA = 9
                   ADD WS-MZ-QTD(WS-MZ, WS-DE, WS-PARA)
                       TO WS-QTD-PIORA-LINHA
               END-IF
           END-PERFORM
           ADD WS-MZ-SALDO(WS-MZ, WS-DE, 9) TO WS-SALDO-PERDA-LINHA
      *    Em dia na origem nao tem cura.
           IF WS-DE > 1
               MOVE WS-QTD-LINHA TO WS-QTD-ATRASO-LINHA
               ADD WS-MZ-QTD(WS-MZ, WS-DE, 1)
                   WS-MZ-QTD(WS-MZ, WS-DE, 7) TO WS-QTD-CURA-LINHA
           ELSE
               MOVE ZEROS TO WS-QTD-ATRASO-LINHA
           END-IF
           PERFORM CALCULA-TAXAS
           MOVE WS-ESTADO-NOME(WS-DE) TO WS-LTX-ROTULO
           MOVE WS-QTD-LINHA   TO WS-LTX-QTD
           MOVE WS-SALDO-LINHA TO WS-LTX-SALDO
           MOVE WS-PCT-CURA    TO WS-LTX-PCT-CURA
           MOVE WS-PCT-PIORA   TO WS-LTX-PCT-PIORA
           MOVE WS-PCT-PERDA   TO WS-LTX-PCT-PERDA
           MOVE WS-LINHA-TAXA TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-PRODUTOS.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'FLUXO PARA PERDA POR PRODUTO - 12 MESES'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-GRUPO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-PRODUTO-IDX FROM 1 BY 1
                   UNTIL WS-PRODUTO-IDX > 1000
               IF WS-PD-QTD(WS-PRODUTO-IDX) > ZEROS
                   PERFORM IMPRIME-UM-PRODUTO
               END-IF
           END-PERFORM
           .

       IMPRIME-UM-PRODUTO.
           COMPUTE WS-LG-CODIGO = WS-PRODUTO-IDX - 1
           IF WS-LG-CODIGO = ZEROS
               MOVE 'LEGADO SEM CODIGO' TO WS-LG-NOME
           ELSE
               MOVE WS-LG-CODIGO TO PT-COD-PRODUTO
               READ FD-PRODUTO
                   INVALID KEY
                       MOVE 'PRODUTO NAO CADASTRADO' TO WS-LG-NOME
                   NOT INVALID KEY
                       MOVE PT-DESCRICAO TO WS-LG-NOME
               END-READ
           END-IF
           MOVE WS-PD-QTD(WS-PRODUTO-IDX)         TO WS-QTD-LINHA
           MOVE WS-PD-QTD-ATRASO(WS-PRODUTO-IDX)  TO WS-QTD-ATRASO-LINHA
           MOVE WS-PD-QTD-CURADOS(WS-PRODUTO-IDX) TO WS-QTD-CURA-LINHA
           MOVE ZEROS                             TO WS-QTD-PIORA-LINHA
           MOVE WS-PD-SALDO(WS-PRODUTO-IDX)       TO WS-SALDO-LINHA
           MOVE WS-PD-SALDO-PERDA(WS-PRODUTO-IDX)
               TO WS-SALDO-PERDA-LINHA
           MOVE WS-PD-QTD-PERDA(WS-PRODUTO-IDX)   TO WS-LG-PERDA
           PERFORM IMPRIME-LINHA-GRUPO
           .

       IMPRIME-AGENTES.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'FLUXO PARA PERDA POR AGENTE - 12 MESES'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-GRUPO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-AGENTE-IDX FROM 1 BY 1
                   UNTIL WS-AGENTE-IDX > 10000
               IF WS-AG-QTD(WS-AGENTE-IDX) > ZEROS
                   PERFORM IMPRIME-UM-AGENTE
               END-IF
           END-PERFORM
           .

       IMPRIME-UM-AGENTE.
           COMPUTE WS-LG-CODIGO = WS-AGENTE-IDX - 1
           IF WS-LG-CODIGO = ZEROS
               MOVE 'SEM AGENTE' TO WS-LG-NOME
           ELSE
               MOVE WS-LG-CODIGO TO AG-COD-AGENTE
               READ FD-AGENTE
                   INVALID KEY
                       MOVE 'AGENTE NAO CADASTRADO' TO WS-LG-NOME
                   NOT INVALID KEY
                       MOVE AG-NOME TO WS-LG-NOME
               END-READ
           END-IF
           MOVE WS-AG-QTD(WS-AGENTE-IDX)         TO WS-QTD-LINHA
           MOVE WS-AG-QTD-ATRASO(WS-AGENTE-IDX)  TO WS-QTD-ATRASO-LINHA
           MOVE WS-AG-QTD-CURADOS(WS-AGENTE-IDX) TO WS-QTD-CURA-LINHA
           MOVE ZEROS                            TO WS-QTD-PIORA-LINHA
           MOVE WS-AG-SALDO(WS-AGENTE-IDX)       TO WS-SALDO-LINHA
           MOVE WS-AG-SALDO-PERDA(WS-AGENTE-IDX)
               TO WS-SALDO-PERDA-LINHA
           MOVE WS-AG-QTD-PERDA(WS-AGENTE-IDX)   TO WS-LG-PERDA
           PERFORM IMPRIME-LINHA-GRUPO
           .

       IMPRIME-LINHA-GRUPO.
      *    Ativos e saldo somam contrato-mes: o mesmo contrato conta
      *    uma vez em cada foto de origem dos 12 meses.
           PERFORM CALCULA-TAXAS
           MOVE WS-QTD-LINHA         TO WS-LG-ATIVOS
           MOVE WS-SALDO-LINHA       TO WS-LG-SALDO
           MOVE WS-QTD-ATRASO-LINHA  TO WS-LG-ATRASO
           MOVE WS-QTD-CURA-LINHA    TO WS-LG-CURADOS
           MOVE WS-PCT-CURA          TO WS-LG-PCT-CURA
           MOVE WS-SALDO-PERDA-LINHA TO WS-LG-SALDO-PERDA
           MOVE WS-PCT-PERDA         TO WS-LG-PCT-PERDA
           MOVE WS-LINHA-GRUPO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINROLL.
