      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: TESTE DE ESTRESSE DA CARTEIRA - roda um cenario
      *          gravado no CENARIO.DAT (mantido pelo FINCENM) sobre a
      *          posicao noturna (POSCART.DAT, contratos ATIVOS) e
      *          lista pelo escritor compartilhado (RPTWRT, geracao
      *          datada ESTRESSE), lado a lado com o caso base: a
      *          projecao de caixa dos proximos 24 meses (a do
      *          FINFLUX, com a mesma taxa de inadimplencia corrente
      *          nos dois casos), a provisao por rating (percentuais
      *          do FINPROV, tabela RATINGTAB), o resumo por produto
      *          e a perda contra o caso base. Choques por produto
      *          (linha 000 vale para produto sem linha propria):
      *          inadimplencia adicional por faixa de atraso - o
      *          inadimplido sai do fluxo, vai para o rating H e volta
      *          como recuperacao no mes do cenario -, velocidade de
      *          pre-pagamento (base e cenario) e choque de indice no
      *          a vencer dos contratos que ja tiveram correcao
      *          monetaria (evento 'M' na contabil, CONTABIL.DAT).
      *          So le: nenhum mestre e alterado; grava apenas, na
      *          linha geral do cenario, a data da execucao e a da
      *          posicao usada. Cenario em FINSTRS-CENARIO ou pedido
      *          no terminal. Rodada do analista, fora do JOBNOTURNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTRS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CENARIO        ASSIGN TO "CENARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS WS-FS-CENARIO.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.
           SELECT FD-CONTABIL       ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTABIL.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
           SELECT FD-CORRIGIDO      ASSIGN TO "FINSTRS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORRIGIDO.
           SELECT SD-ORDENACAO      ASSIGN TO "FINSTRS.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CENARIO.
       01  FD-CENARIO-REC.
           COPY CENARIOREC.

       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-CONTABIL.
       01  FD-CONTABIL-REC.
           COPY CTBREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

      *  Contratos com correcao monetaria, em ordem de contrato (com
      *  repeticao: um por evento), para o casamento com a posicao.
       FD  FD-CORRIGIDO.
       01  FD-CORRIGIDO-REC.
           03 XC-NUM-CONTRATO              PIC 9(08).

       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-NUM-CONTRATO              PIC 9(08).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CENARIO       PIC X(02) VALUE '00'.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-CONTABIL      PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-CORRIGIDO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY RATINGTAB.

         01 WS-ENV-CENARIO          PIC X(04).
         01 WS-COD-CENARIO          PIC 9(04).
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DATA-POSICAO         PIC 9(08) VALUE ZEROS.
         01 WS-DATA-POSICAO-R REDEFINES WS-DATA-POSICAO.
           03 WS-POSICAO-AA         PIC 9(04).
           03 WS-POSICAO-MM         PIC 9(02).
           03 WS-POSICAO-DD         PIC 9(02).

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.
         01 WS-CENARIO-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-CENARIO-OK               VALUE 'S'.
         01 WS-CENARIO-LIDO         PIC X(01) VALUE 'N'.
             88 WS-TEM-CENARIO              VALUE 'S'.
         01 WS-CONTRATO-CORRIGIDO   PIC X(01).
             88 WS-E-CORRIGIDO              VALUE 'S'.
         01 WS-CASO                 PIC X(01).
             88 WS-CASO-BASE                VALUE 'B'.
             88 WS-CASO-ESTRESSE            VALUE 'E'.

      *  Contrato corrente do arquivo de corrigidos; 99999999 no fim.
         01 WS-CORRIGIDO-ATUAL      PIC 9(08) VALUE ZEROS.

      *  Linhas do cenario por produto (codigo + 1; a 1 e a linha
      *  geral 000). A linha em uso e copiada para WS-CENARIO-ATUAL.
         01 WS-TAB-CENARIO.
           03 WS-CN-LINHA OCCURS 1000 TIMES.
               05 WS-CN-EXISTE          PIC X(01).
               05 WS-CN-REGISTRO        PIC X(129).
         01 WS-CENARIO-ATUAL.
           COPY CENARIOREC REPLACING LEADING ==SV-== BY ==CA-==.

         01 WS-PRODUTO-IDX          PIC 9(04).
         01 WS-CENARIO-IDX          PIC 9(04).
         01 WS-MES                  PIC 9(02).
         01 WS-MES-RECUP            PIC 9(03).
         01 WS-FAIXA-IDX            PIC 9(02).
         01 WS-IND                  PIC 9(02).
         01 WS-RATING-IDX           PIC 9(02).

      *  Fatores do contrato e do caso em projecao.
         01 WS-FATOR-INDICE         PIC 9(03)V9(06).
         01 WS-FATOR-CASO           PIC 9(03)V9(06).
         01 WS-PCT-DEFAULT          PIC 9(01)V9(06).
         01 WS-SOBREVIVENCIA        PIC 9(01)V9(06).
         01 WS-VELOCIDADE           PIC 9(01)V9(06).
         01 WS-FATOR-VIVO           PIC 9(01)V9(08).
         01 WS-VR-A-VENCER          PIC 9(11)V99.
         01 WS-VR-RESTANTE          PIC 9(13)V99.
         01 WS-VR-PARCELA-MES       PIC 9(13)V99.
         01 WS-VR-CAIXA-MES         PIC 9(13)V99.
         01 WS-SALDO-BASE           PIC 9(13)V99.
         01 WS-SALDO-ESTRESSE       PIC 9(13)V99.
         01 WS-VR-INADIMPLIDO       PIC 9(13)V99.
         01 WS-VR-RECUPERADO        PIC 9(13)V99.
         01 WS-VR-PROVISAO          PIC 9(13)V99.

      *  Inadimplencia corrente da carteira (mesma conta do FINFLUX),
      *  aplicada ao caixa dos dois casos.
         01 WS-INADIMPLENCIA.
           03 WS-VR-ATRASADO        PIC 9(13)V99 VALUE ZEROS.
           03 WS-VR-EXIGIVEL        PIC 9(13)V99 VALUE ZEROS.
           03 WS-PCT-INADIMPLENCIA  PIC 9(01)V9(04) VALUE ZEROS.

         01 WS-PROJECAO.
           03 WS-PROJ-MES OCCURS 24 TIMES.
               05 WS-PJ-BASE            PIC 9(13)V99.
               05 WS-PJ-ESTRESSE        PIC 9(13)V99.
               05 WS-PJ-RECUPERACAO     PIC 9(13)V99.

         01 WS-TAB-PROVISAO.
           03 WS-PV-FAIXA OCCURS 9 TIMES.
               05 WS-PV-SALDO-BASE      PIC 9(13)V99.
               05 WS-PV-PROV-BASE       PIC 9(13)V99.
               05 WS-PV-SALDO-ESTR      PIC 9(13)V99.
               05 WS-PV-PROV-ESTR       PIC 9(13)V99.

      *  Produto: codigo + 1; o 1 e o contrato legado sem codigo.
      *  Caixa sem o ajuste de inadimplencia corrente (aplicado na
      *  impressao).
         01 WS-TAB-PRODUTOS.
           03 WS-PD-ACUM OCCURS 1000 TIMES.
               05 WS-PD-QTD              PIC 9(07).
               05 WS-PD-CAIXA-BASE       PIC 9(13)V99.
               05 WS-PD-CAIXA-ESTR       PIC 9(13)V99.
               05 WS-PD-RECUP-24         PIC 9(13)V99.
               05 WS-PD-INADIMPLIDO      PIC 9(13)V99.
               05 WS-PD-RECUPERADO       PIC 9(13)V99.
               05 WS-PD-PROV-BASE        PIC 9(13)V99.
               05 WS-PD-PROV-ESTR        PIC 9(13)V99.

         01 WS-TOTAIS.
           03 WS-QTD-CONTRATOS      PIC 9(07) VALUE ZEROS.
           03 WS-QTD-CORRIGIDOS     PIC 9(07) VALUE ZEROS.
           03 WS-TOT-SALDO-BASE     PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-SALDO-ESTR     PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-INADIMPLIDO    PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-RECUPERADO     PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-RECUP-24       PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-PROV-BASE      PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-PROV-ESTR      PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-CAIXA-BASE     PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-CAIXA-ESTR     PIC 9(13)V99 VALUE ZEROS.

         01 WS-VR-MES-BASE          PIC 9(13)V99.
         01 WS-VR-MES-ESTR          PIC 9(13)V99.
         01 WS-VR-DIFERENCA         PIC S9(13)V99.

         01 WS-MESES-POSICAO        PIC 9(06).
         01 WS-MESES-VENCTO         PIC 9(06).
         01 WS-ROTULO-MES.
           03 WS-RM-AA              PIC 9(04).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-RM-MM              PIC 9(02).

         01 WS-LINHA-TITULO         PIC X(132).

      *  Rotulos das faixas de atraso, na ordem de SV-PCT-INADIMP.
         01 WS-LINHA-CENARIO-CAB.
           03 FILLER                PIC X(24) VALUE 'PRD DESCRICAO'.
           03 FILLER                PIC X(42) VALUE
              ' EM DIA ATE 30 ATE 60 ATE 90 AT 180 AC 180'.
           03 FILLER                PIC X(29) VALUE
              ' PREPB PREPC  RECUP MS INDICE'.

         01 WS-LINHA-CENARIO.
           03 WS-LS-PRODUTO         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-DESCRICAO       PIC X(20).
           03 WS-LS-FAIXA OCCURS 6 TIMES.
               05 FILLER            PIC X(01).
               05 WS-LS-PCT-INADIMP PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-PREPAGTO-BASE   PIC Z9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-PREPAGTO        PIC Z9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-RECUPERACAO     PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-MESES           PIC Z9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-INDICE          PIC ZZ9,99.

         01 WS-LINHA-MES-CAB.
           03 FILLER                PIC X(08) VALUE 'ANO/MES'.
           03 FILLER                PIC X(18) VALUE
                                    '        CASO BASE'.
           03 FILLER                PIC X(18) VALUE
                                    '   CENARIO S/RECUP'.
           03 FILLER                PIC X(18) VALUE
                                    '      RECUPERACAO'.
           03 FILLER                PIC X(18) VALUE
                                    '    CENARIO TOTAL'.
           03 FILLER                PIC X(19) VALUE
                                    '         DIFERENCA'.

         01 WS-LINHA-MES.
           03 WS-LM-ROTULO          PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-BASE            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-ESTRESSE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-RECUPERACAO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-TOTAL           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LM-DIFERENCA       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-RATING-CAB.
           03 FILLER                PIC X(11) VALUE 'RT    PCT'.
           03 FILLER                PIC X(18) VALUE
                                    '       SALDO BASE'.
           03 FILLER                PIC X(18) VALUE
                                    '    PROVISAO BASE'.
           03 FILLER                PIC X(18) VALUE
                                    '    SALDO CENARIO'.
           03 FILLER                PIC X(18) VALUE
                                    ' PROVISAO CENARIO'.
           03 FILLER                PIC X(19) VALUE
                                    '        ACRESCIMO'.

         01 WS-LINHA-RATING.
           03 WS-LR-RATING          PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PCT             PIC ZZ9,999.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-SALDO-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PROV-BASE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-SALDO-ESTR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PROV-ESTR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-ACRESCIMO       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-PRODUTO-CAB.
           03 FILLER                PIC X(29) VALUE
                                    'PRD DESCRICAO            QTD'.
           03 FILLER                PIC X(18) VALUE
                                    '  CAIXA 24M BASE'.
           03 FILLER                PIC X(18) VALUE
                                    ' CAIXA 24M CENAR.'.
           03 FILLER                PIC X(18) VALUE
                                    '   PERDA ESPERADA'.
           03 FILLER                PIC X(18) VALUE
                                    '    PROVISAO BASE'.
           03 FILLER                PIC X(18) VALUE
                                    ' PROVISAO CENARIO'.

         01 WS-LINHA-PRODUTO.
           03 WS-LP-PRODUTO         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-NOME            PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-CAIXA-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-CAIXA-ESTR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-PERDA           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-PROV-BASE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-PROV-ESTR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-VALOR.
           03 WS-LV-ROTULO          PIC X(40).
           03 WS-LV-VALOR           PIC ----.---.---.---.--9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           PERFORM DEFINE-CENARIO

           INITIALIZE WS-PROJECAO WS-TAB-PROVISAO WS-TAB-PRODUTOS

           OPEN I-O FD-CENARIO
           MOVE WS-FS-CENARIO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK
               SET WS-CENARIO-OK TO TRUE
               PERFORM CARREGA-CENARIO
           END-IF

           IF NOT WS-TEM-CENARIO
               DISPLAY 'FINSTRS: CENARIO ' WS-COD-CENARIO
                       ' SEM LINHA GERAL (PRODUTO 000) NO CENARIO.DAT.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FD-POSCART
               MOVE WS-FS-POSCART TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINSTRS: POSCART.DAT ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SORT SD-ORDENACAO
                       ON ASCENDING KEY SD-NUM-CONTRATO
                       INPUT PROCEDURE SELECIONA-CORRIGIDOS
                       GIVING FD-CORRIGIDO
                   OPEN INPUT FD-CORRIGIDO
                   PERFORM PROJETA-CARTEIRA
                   CLOSE FD-CORRIGIDO
                   CLOSE FD-POSCART
                   PERFORM CALCULA-TAXA-INADIMPLENCIA
                   OPEN INPUT FD-PRODUTO
                   PERFORM ABRE-RELATORIO
                   PERFORM IMPRIME-CENARIO
                   PERFORM IMPRIME-PROJECAO
                   PERFORM IMPRIME-PROVISAO
                   PERFORM IMPRIME-PRODUTOS
                   PERFORM IMPRIME-PERDA
                   PERFORM FECHA-RELATORIO
                   IF WS-FS-PRODUTO = '00'
                       CLOSE FD-PRODUTO
                   END-IF
                   PERFORM CARIMBA-EXECUCAO
               END-IF
           END-IF
           IF WS-CENARIO-OK
               CLOSE FD-CENARIO
           END-IF

           DISPLAY 'FINSTRS: CENARIO ' WS-COD-CENARIO ', '
                   WS-QTD-CONTRATOS ' CONTRATO(S), INADIMPLIDO '
                   WS-TOT-INADIMPLIDO ' (RELATORIO ESTRESSE).'
           GOBACK.

       DEFINE-CENARIO.
           MOVE SPACES TO WS-ENV-CENARIO
           ACCEPT WS-ENV-CENARIO FROM ENVIRONMENT 'FINSTRS-CENARIO'
           IF WS-ENV-CENARIO IS NUMERIC
               MOVE WS-ENV-CENARIO TO WS-COD-CENARIO
           ELSE
               DISPLAY 'CODIGO DO CENARIO : '
               PERFORM WITH TEST AFTER UNTIL WS-COD-CENARIO IS NUMERIC
                   ACCEPT WS-COD-CENARIO
                   IF WS-COD-CENARIO NOT NUMERIC
                       DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           .

       CARREGA-CENARIO.
      *    Todas as linhas do cenario, da geral (000) em diante.
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-COD-CENARIO TO SV-COD-CENARIO
           MOVE ZEROS          TO SV-COD-PRODUTO
           START FD-CENARIO KEY NOT < SV-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-CENARIO NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF SV-COD-CENARIO NOT = WS-COD-CENARIO
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           COMPUTE WS-CENARIO-IDX = SV-COD-PRODUTO + 1
                           MOVE 'S' TO WS-CN-EXISTE(WS-CENARIO-IDX)
                           MOVE FD-CENARIO-REC
                               TO WS-CN-REGISTRO(WS-CENARIO-IDX)
                           IF SV-COD-PRODUTO = ZEROS
                               SET WS-TEM-CENARIO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       SELECIONA-CORRIGIDOS.
      *    ENTRADA DO SORT: um registro por evento de correcao
      *    monetaria (perna de debito) da contabil.
           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-CONTABIL
           MOVE WS-FS-CONTABIL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-LEITURA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-CONTABIL
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF CT-EVENTO = 'M'
                           AND CT-DEBITO
                           AND CT-NUM-CONTRATO IS NUMERIC
                           AND CT-NUM-CONTRATO > ZEROS
                           MOVE CT-NUM-CONTRATO TO SD-NUM-CONTRATO
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTABIL = '00' OR WS-FS-CONTABIL = '10'
               CLOSE FD-CONTABIL
           END-IF
           .

       LE-CORRIGIDO.
           READ FD-CORRIGIDO
               AT END
                   MOVE 99999999 TO WS-CORRIGIDO-ATUAL
               NOT AT END
                   MOVE XC-NUM-CONTRATO TO WS-CORRIGIDO-ATUAL
           END-READ
           .

       PROJETA-CARTEIRA.
      *    Posicao e corrigidos, os dois em ordem de contrato.
           PERFORM UNTIL WS-EOF-POSICAO
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-POSICAO TO TRUE
                   NOT AT END
                       IF PK-CONTR-ATIVO
                           PERFORM PROJETA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           .

       PROJETA-CONTRATO.
           IF WS-DATA-POSICAO = ZEROS
               MOVE PK-DATA-POSICAO TO WS-DATA-POSICAO
           END-IF
           PERFORM LE-CORRIGIDO
               UNTIL WS-CORRIGIDO-ATUAL NOT < PK-NUM-CONTRATO
           IF WS-CORRIGIDO-ATUAL = PK-NUM-CONTRATO
               MOVE 'S' TO WS-CONTRATO-CORRIGIDO
               ADD 1 TO WS-QTD-CORRIGIDOS
           ELSE
               MOVE 'N' TO WS-CONTRATO-CORRIGIDO
           END-IF

      *    Linha do produto no cenario; sem ela, a geral.
           COMPUTE WS-PRODUTO-IDX = PK-COD-PRODUTO + 1
           IF WS-CN-EXISTE(WS-PRODUTO-IDX) = 'S'
               MOVE WS-PRODUTO-IDX TO WS-CENARIO-IDX
           ELSE
               MOVE 1 TO WS-CENARIO-IDX
           END-IF
           MOVE WS-CN-REGISTRO(WS-CENARIO-IDX) TO WS-CENARIO-ATUAL

           ADD 1 TO WS-QTD-CONTRATOS
           ADD 1 TO WS-PD-QTD(WS-PRODUTO-IDX)
           ADD PK-VR-PAGO       TO WS-VR-EXIGIVEL
           ADD PK-SALDO-VENCIDO TO WS-VR-ATRASADO
                                   WS-VR-EXIGIVEL

           COMPUTE WS-FAIXA-IDX = PK-FAIXA-ATRASO + 1
           COMPUTE WS-PCT-DEFAULT ROUNDED =
               CA-PCT-INADIMP(WS-FAIXA-IDX) / 100
           COMPUTE WS-SOBREVIVENCIA = 1 - WS-PCT-DEFAULT
           IF WS-E-CORRIGIDO
               COMPUTE WS-FATOR-INDICE ROUNDED =
                   1 + (CA-PCT-CHOQUE-INDICE / 100)
           ELSE
               MOVE 1 TO WS-FATOR-INDICE
           END-IF
           IF PK-SALDO-ABERTO > PK-SALDO-VENCIDO
               COMPUTE WS-VR-A-VENCER =
                   PK-SALDO-ABERTO - PK-SALDO-VENCIDO
           ELSE
               MOVE ZEROS TO WS-VR-A-VENCER
           END-IF

      *    Caso base: posicao como esta, so o pre-pagamento base.
           SET WS-CASO-BASE TO TRUE
           MOVE 1 TO WS-FATOR-CASO
                     WS-SOBREVIVENCIA
           COMPUTE WS-VELOCIDADE ROUNDED = CA-PCT-PREPAGTO-BASE / 100
           PERFORM PROJETA-FLUXO

      *    Cenario: indice, pre-pagamento e so a parte que sobrevive
      *    a inadimplencia adicional.
           SET WS-CASO-ESTRESSE TO TRUE
           MOVE WS-FATOR-INDICE TO WS-FATOR-CASO
           COMPUTE WS-SOBREVIVENCIA = 1 - WS-PCT-DEFAULT
           COMPUTE WS-VELOCIDADE ROUNDED = CA-PCT-PREPAGTO / 100
           PERFORM PROJETA-FLUXO

           PERFORM APURA-INADIMPLIDO
           PERFORM APURA-PROVISAO
           .

       PROJETA-FLUXO.
      *    O a vencer de cada mes entra na proporcao dos contratos
      *    ainda vivos; a cada mes uma fatia do restante e antecipada
      *    e sai do fluxo futuro.
           MOVE 1 TO WS-FATOR-VIVO
           COMPUTE WS-VR-RESTANTE ROUNDED =
               WS-VR-A-VENCER * WS-FATOR-CASO
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 24
               PERFORM PROJETA-MES
           END-PERFORM
           .

       PROJETA-MES.
           COMPUTE WS-VR-PARCELA-MES ROUNDED =
               PK-VENCER-MES(WS-MES) * WS-FATOR-CASO
           IF WS-VR-PARCELA-MES > WS-VR-RESTANTE
               MOVE WS-VR-RESTANTE TO WS-VR-PARCELA-MES
           END-IF
           SUBTRACT WS-VR-PARCELA-MES FROM WS-VR-RESTANTE
           COMPUTE WS-VR-CAIXA-MES ROUNDED =
               WS-FATOR-VIVO * WS-SOBREVIVENCIA *
               (WS-VR-PARCELA-MES + (WS-VR-RESTANTE * WS-VELOCIDADE))
           COMPUTE WS-FATOR-VIVO ROUNDED =
               WS-FATOR-VIVO * (1 - WS-VELOCIDADE)
           IF WS-CASO-BASE
               ADD WS-VR-CAIXA-MES TO WS-PJ-BASE(WS-MES)
                                      WS-PD-CAIXA-BASE(WS-PRODUTO-IDX)
           ELSE
               ADD WS-VR-CAIXA-MES TO WS-PJ-ESTRESSE(WS-MES)
                                      WS-PD-CAIXA-ESTR(WS-PRODUTO-IDX)
           END-IF
           .

       APURA-INADIMPLIDO.
      *    Saldo do cenario (com o indice sobre o a vencer) que
      *    inadimple; a recuperacao entra no mes do cenario, se cair
      *    dentro dos 24 meses da projecao.
           COMPUTE WS-SALDO-BASE = PK-SALDO-ABERTO + PK-SALDO-ROTATIVO
           COMPUTE WS-SALDO-ESTRESSE ROUNDED = WS-SALDO-BASE +
               (WS-VR-A-VENCER * (WS-FATOR-INDICE - 1))
           COMPUTE WS-VR-INADIMPLIDO ROUNDED =
               WS-SALDO-ESTRESSE * WS-PCT-DEFAULT
           COMPUTE WS-VR-RECUPERADO ROUNDED =
               WS-VR-INADIMPLIDO * CA-PCT-RECUPERACAO / 100
           ADD WS-SALDO-BASE     TO WS-TOT-SALDO-BASE
           ADD WS-SALDO-ESTRESSE TO WS-TOT-SALDO-ESTR
           ADD WS-VR-INADIMPLIDO TO WS-TOT-INADIMPLIDO
                                    WS-PD-INADIMPLIDO(WS-PRODUTO-IDX)
           ADD WS-VR-RECUPERADO  TO WS-TOT-RECUPERADO
                                    WS-PD-RECUPERADO(WS-PRODUTO-IDX)
           COMPUTE WS-MES-RECUP = CA-MESES-RECUPERACAO + 1
           IF WS-MES-RECUP NOT > 24
               ADD WS-VR-RECUPERADO TO WS-PJ-RECUPERACAO(WS-MES-RECUP)
                                       WS-PD-RECUP-24(WS-PRODUTO-IDX)
                                       WS-TOT-RECUP-24
           END-IF
           .

       APURA-PROVISAO.
      *    Base: o saldo no rating do pior atraso, como o FINPROV.
      *    Cenario: o que sobrevive fica no mesmo rating; o
      *    inadimplido vai para o H.
           PERFORM DEFINE-FAIXA-RATING
           COMPUTE WS-VR-PROVISAO ROUNDED =
               WS-SALDO-BASE * WS-FX-PCT(WS-RATING-IDX) / 100
           ADD WS-SALDO-BASE  TO WS-PV-SALDO-BASE(WS-RATING-IDX)
           ADD WS-VR-PROVISAO TO WS-PV-PROV-BASE(WS-RATING-IDX)
                                 WS-PD-PROV-BASE(WS-PRODUTO-IDX)
                                 WS-TOT-PROV-BASE

           COMPUTE WS-SALDO-ESTRESSE =
               WS-SALDO-ESTRESSE - WS-VR-INADIMPLIDO
           COMPUTE WS-VR-PROVISAO ROUNDED =
               WS-SALDO-ESTRESSE * WS-FX-PCT(WS-RATING-IDX) / 100
           ADD WS-SALDO-ESTRESSE TO WS-PV-SALDO-ESTR(WS-RATING-IDX)
           ADD WS-VR-PROVISAO    TO WS-PV-PROV-ESTR(WS-RATING-IDX)
                                    WS-PD-PROV-ESTR(WS-PRODUTO-IDX)
                                    WS-TOT-PROV-ESTR

           COMPUTE WS-VR-PROVISAO ROUNDED =
               WS-VR-INADIMPLIDO * WS-FX-PCT(9) / 100
           ADD WS-VR-INADIMPLIDO TO WS-PV-SALDO-ESTR(9)
           ADD WS-VR-PROVISAO    TO WS-PV-PROV-ESTR(9)
                                    WS-PD-PROV-ESTR(WS-PRODUTO-IDX)
                                    WS-TOT-PROV-ESTR
           .

       DEFINE-FAIXA-RATING.
      *    Mesma busca do FINPOSI sobre o pior atraso da posicao.
           MOVE 9 TO WS-RATING-IDX
           PERFORM VARYING WS-IND FROM 9 BY -1
                   UNTIL WS-IND < 1
               IF PK-MAIOR-ATRASO NOT > WS-FX-DIAS-ATE(WS-IND)
                   MOVE WS-IND TO WS-RATING-IDX
               END-IF
           END-PERFORM
           .

       CALCULA-TAXA-INADIMPLENCIA.
           IF WS-VR-EXIGIVEL > ZEROS
               COMPUTE WS-PCT-INADIMPLENCIA ROUNDED =
                   WS-VR-ATRASADO / WS-VR-EXIGIVEL
           ELSE
               MOVE ZEROS TO WS-PCT-INADIMPLENCIA
           END-IF
           IF WS-DATA-POSICAO = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-POSICAO
           END-IF
           COMPUTE WS-MESES-POSICAO =
               (WS-POSICAO-AA * 12) + WS-POSICAO-MM
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'ESTRESSE' TO RW-RELATORIO
           MOVE SPACES     TO RW-TITULO
           STRING 'TESTE DE ESTRESSE - CENARIO ' WS-COD-CENARIO
                  ' - POSICAO ' WS-DATA-POSICAO
               DELIMITED BY SIZE INTO RW-TITULO
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

       IMPRIME-CENARIO.
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'CENARIO ' WS-COD-CENARIO ' - '
                  WS-CN-REGISTRO(1)(8:40)
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-CENARIO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-CENARIO-IDX FROM 1 BY 1
                   UNTIL WS-CENARIO-IDX > 1000
               IF WS-CN-EXISTE(WS-CENARIO-IDX) = 'S'
                   PERFORM IMPRIME-LINHA-CENARIO
               END-IF
           END-PERFORM
           .

       IMPRIME-LINHA-CENARIO.
           MOVE WS-CN-REGISTRO(WS-CENARIO-IDX) TO WS-CENARIO-ATUAL
           MOVE SPACES TO WS-LINHA-CENARIO
           MOVE CA-COD-PRODUTO TO WS-LS-PRODUTO
           IF CA-COD-PRODUTO = ZEROS
               MOVE 'GERAL / DEMAIS' TO WS-LS-DESCRICAO
           ELSE
               MOVE CA-DESCRICAO TO WS-LS-DESCRICAO
           END-IF
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               MOVE CA-PCT-INADIMP(WS-FAIXA-IDX)
                   TO WS-LS-PCT-INADIMP(WS-FAIXA-IDX)
           END-PERFORM
           MOVE CA-PCT-PREPAGTO-BASE TO WS-LS-PREPAGTO-BASE
           MOVE CA-PCT-PREPAGTO      TO WS-LS-PREPAGTO
           MOVE CA-PCT-RECUPERACAO   TO WS-LS-RECUPERACAO
           MOVE CA-MESES-RECUPERACAO TO WS-LS-MESES
           MOVE CA-PCT-CHOQUE-INDICE TO WS-LS-INDICE
           MOVE WS-LINHA-CENARIO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-PROJECAO.
      *    Os dois casos com a inadimplencia corrente da carteira
      *    mantida (como o cenario ajustado do FINFLUX); a
      *    recuperacao do cenario entra por fora.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'PROJECAO DE CAIXA - PROXIMOS 24 MESES'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-MES-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 24
               PERFORM IMPRIME-MES
           END-PERFORM
           MOVE 'TAXA DE INADIMPLENCIA CORRENTE (%)' TO WS-LV-ROTULO
           COMPUTE WS-LV-VALOR = WS-PCT-INADIMPLENCIA * 100
           MOVE WS-LINHA-VALOR TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-MES.
           COMPUTE WS-MESES-VENCTO = WS-MESES-POSICAO + WS-MES - 1
           COMPUTE WS-RM-AA = (WS-MESES-VENCTO - 1) / 12
           COMPUTE WS-RM-MM = WS-MESES-VENCTO - (WS-RM-AA * 12)
           COMPUTE WS-VR-MES-BASE ROUNDED =
               WS-PJ-BASE(WS-MES) * (1 - WS-PCT-INADIMPLENCIA)
           COMPUTE WS-VR-MES-ESTR ROUNDED =
               WS-PJ-ESTRESSE(WS-MES) * (1 - WS-PCT-INADIMPLENCIA)
           COMPUTE WS-VR-DIFERENCA = WS-VR-MES-ESTR
               + WS-PJ-RECUPERACAO(WS-MES) - WS-VR-MES-BASE
           ADD WS-VR-MES-BASE TO WS-TOT-CAIXA-BASE
           ADD WS-VR-MES-ESTR WS-PJ-RECUPERACAO(WS-MES)
               TO WS-TOT-CAIXA-ESTR
           MOVE WS-ROTULO-MES              TO WS-LM-ROTULO
           MOVE WS-VR-MES-BASE             TO WS-LM-BASE
           MOVE WS-VR-MES-ESTR             TO WS-LM-ESTRESSE
           MOVE WS-PJ-RECUPERACAO(WS-MES)  TO WS-LM-RECUPERACAO
           COMPUTE WS-LM-TOTAL =
               WS-VR-MES-ESTR + WS-PJ-RECUPERACAO(WS-MES)
           MOVE WS-VR-DIFERENCA            TO WS-LM-DIFERENCA
           MOVE WS-LINHA-MES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-PROVISAO.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'PROVISAO POR RATING - BASE X CENARIO'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-RATING-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > 9
               MOVE WS-FX-RATING(WS-RATING-IDX)   TO WS-LR-RATING
               MOVE WS-FX-PCT(WS-RATING-IDX)      TO WS-LR-PCT
               MOVE WS-PV-SALDO-BASE(WS-RATING-IDX)
                   TO WS-LR-SALDO-BASE
               MOVE WS-PV-PROV-BASE(WS-RATING-IDX) TO WS-LR-PROV-BASE
               MOVE WS-PV-SALDO-ESTR(WS-RATING-IDX)
                   TO WS-LR-SALDO-ESTR
               MOVE WS-PV-PROV-ESTR(WS-RATING-IDX) TO WS-LR-PROV-ESTR
               COMPUTE WS-LR-ACRESCIMO =
                   WS-PV-PROV-ESTR(WS-RATING-IDX)
                   - WS-PV-PROV-BASE(WS-RATING-IDX)
               MOVE WS-LINHA-RATING TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM
           MOVE SPACES TO WS-LINHA-RATING
           MOVE 'TOTAL' TO WS-LINHA-RATING(1:5)
           MOVE WS-TOT-SALDO-BASE TO WS-LR-SALDO-BASE
           MOVE WS-TOT-PROV-BASE  TO WS-LR-PROV-BASE
           COMPUTE WS-LR-SALDO-ESTR =
               WS-TOT-SALDO-ESTR
           MOVE WS-TOT-PROV-ESTR  TO WS-LR-PROV-ESTR
           COMPUTE WS-LR-ACRESCIMO =
               WS-TOT-PROV-ESTR - WS-TOT-PROV-BASE
           MOVE WS-LINHA-RATING TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-PRODUTOS.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'RESUMO POR PRODUTO' TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-PRODUTO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-PRODUTO-IDX FROM 1 BY 1
                   UNTIL WS-PRODUTO-IDX > 1000
               IF WS-PD-QTD(WS-PRODUTO-IDX) > ZEROS
                   PERFORM IMPRIME-UM-PRODUTO
               END-IF
           END-PERFORM
           .

       IMPRIME-UM-PRODUTO.
           COMPUTE WS-LP-PRODUTO = WS-PRODUTO-IDX - 1
           IF WS-LP-PRODUTO = ZEROS
               MOVE 'LEGADO S/CODIGO' TO WS-LP-NOME
           ELSE
               MOVE 'NAO CADASTRADO' TO WS-LP-NOME
               IF WS-FS-PRODUTO = '00'
                   MOVE WS-LP-PRODUTO TO PT-COD-PRODUTO
                   READ FD-PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PT-DESCRICAO TO WS-LP-NOME
                   END-READ
               END-IF
           END-IF
           MOVE WS-PD-QTD(WS-PRODUTO-IDX) TO WS-LP-QTD
           COMPUTE WS-LP-CAIXA-BASE ROUNDED =
               WS-PD-CAIXA-BASE(WS-PRODUTO-IDX)
               * (1 - WS-PCT-INADIMPLENCIA)
           COMPUTE WS-LP-CAIXA-ESTR ROUNDED =
               (WS-PD-CAIXA-ESTR(WS-PRODUTO-IDX)
               * (1 - WS-PCT-INADIMPLENCIA))
               + WS-PD-RECUP-24(WS-PRODUTO-IDX)
           COMPUTE WS-LP-PERDA =
               WS-PD-INADIMPLIDO(WS-PRODUTO-IDX)
               - WS-PD-RECUPERADO(WS-PRODUTO-IDX)
           MOVE WS-PD-PROV-BASE(WS-PRODUTO-IDX) TO WS-LP-PROV-BASE
           MOVE WS-PD-PROV-ESTR(WS-PRODUTO-IDX) TO WS-LP-PROV-ESTR
           MOVE WS-LINHA-PRODUTO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-PERDA.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'PERDA DO CENARIO CONTRA O CASO BASE'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE 'CONTRATOS ATIVOS NA POSICAO' TO WS-LV-ROTULO
           MOVE WS-QTD-CONTRATOS TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'CONTRATOS COM CORRECAO MONETARIA' TO WS-LV-ROTULO
           MOVE WS-QTD-CORRIGIDOS TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'SALDO DA CARTEIRA - CASO BASE' TO WS-LV-ROTULO
           MOVE WS-TOT-SALDO-BASE TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'SALDO DA CARTEIRA - COM CHOQUE DE INDICE'
               TO WS-LV-ROTULO
           MOVE WS-TOT-SALDO-ESTR TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'CAIXA 24 MESES - CASO BASE' TO WS-LV-ROTULO
           MOVE WS-TOT-CAIXA-BASE TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'CAIXA 24 MESES - CENARIO' TO WS-LV-ROTULO
           MOVE WS-TOT-CAIXA-ESTR TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'DIFERENCA DE CAIXA EM 24 MESES' TO WS-LV-ROTULO
           COMPUTE WS-LV-VALOR = WS-TOT-CAIXA-ESTR - WS-TOT-CAIXA-BASE
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'SALDO INADIMPLIDO NO CENARIO' TO WS-LV-ROTULO
           MOVE WS-TOT-INADIMPLIDO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'RECUPERACAO ESPERADA' TO WS-LV-ROTULO
           MOVE WS-TOT-RECUPERADO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '  DENTRO DOS 24 MESES' TO WS-LV-ROTULO
           MOVE WS-TOT-RECUP-24 TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'PERDA ESPERADA (INADIMPLIDO - RECUPERADO)'
               TO WS-LV-ROTULO
           COMPUTE WS-LV-VALOR = WS-TOT-INADIMPLIDO - WS-TOT-RECUPERADO
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'PROVISAO - CASO BASE' TO WS-LV-ROTULO
           MOVE WS-TOT-PROV-BASE TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'PROVISAO - CENARIO' TO WS-LV-ROTULO
           MOVE WS-TOT-PROV-ESTR TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE 'ACRESCIMO DE PROVISAO' TO WS-LV-ROTULO
           COMPUTE WS-LV-VALOR = WS-TOT-PROV-ESTR - WS-TOT-PROV-BASE
           PERFORM GRAVA-LINHA-VALOR
           .

       GRAVA-LINHA-VALOR.
           MOVE WS-LINHA-VALOR TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       CARIMBA-EXECUCAO.
      *    Unica gravacao do programa: a linha geral do cenario
      *    guarda quando e sobre qual posicao ele rodou.
           MOVE WS-COD-CENARIO TO SV-COD-CENARIO
           MOVE ZEROS          TO SV-COD-PRODUTO
           READ FD-CENARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DATA-MOVIMENTO TO SV-DATA-ULTIMA-EXEC
                   MOVE WS-DATA-POSICAO   TO SV-DATA-POSICAO-EXEC
                   REWRITE FD-CENARIO-REC
           END-READ
           .

       END PROGRAM FINSTRS.
