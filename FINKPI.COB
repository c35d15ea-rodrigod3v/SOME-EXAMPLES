      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: PAINEL MENSAL DE INDICADORES DA DIRETORIA - PASSO
      *          MENSAL: uma pagina so (RPTWRT, geracao datada
      *          KPIMES) no lugar das vinte listagens, com cada
      *          indicador da competencia ao lado do mes anterior e
      *          do mesmo mes do ano passado e a variacao, marcado
      *          quando passa da tolerancia do KPIPARM.DAT.
      *          Indicadores: producao (contratos novos do FDCONTR.DAT
      *          contratados no mes, total e por produto), saldo da
      *          carteira ativa e atraso acima de 30 e de 90 dias em
      *          percentual do saldo (fechamento do mes em
      *          POSHIST.DAT), provisao constituida (mestre, depois do
      *          FINPROV), baixa a prejuizo e recuperacao (eventos 'W'
      *          e 'Y' da contabil), recebimento por canal (baixas
      *          'G' menos estornos 'R' do PAGTOLOG.DAT pelo programa
      *          que baixou: FINRET boleto, FINDEB debito, CAIXA,
      *          CHEQMNT cheque, FINPIX e demais), renegociacoes
      *          (contrato novo com contrato anterior) e reclamacoes
      *          abertas no mes (RECLAMA.DAT). Cada competencia
      *          apurada fica em KPIHIST.DAT, de onde saem as
      *          comparacoes. Competencia em FINKPI-COMPETENCIA
      *          (AAAAMM, padrao o mes anterior ao do movimento) -
      *          apuracao de competencia passada conserva a provisao
      *          ja guardada, pois o mestre so tem a atual.
      *          Reexecucao regrava a competencia. Roda no passo
      *          mensal do JOBNOTURNO, depois do FINPOSI e do FINPROV,
      *          e se carimba em RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINKPI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-KPIHIST        ASSIGN TO "KPIHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-CHAVE
               FILE STATUS IS WS-FS-KPIHIST.
           SELECT FD-KPIPARM        ASSIGN TO "KPIPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KPIPARM.
           SELECT FD-POSHIST        ASSIGN TO "POSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSHIST.
           SELECT FD-CONTABIL       ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTABIL.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-RECLAMA        ASSIGN TO "RECLAMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-PROTOCOLO
               ALTERNATE RECORD KEY IS RQ-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECLAMA.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-KPIHIST.
       01  FD-KPIHIST-REC.
           COPY KPIHISTREC.

       FD  FD-KPIPARM.
       01  FD-KPIPARM-REC.
           COPY KPIPARMREC.

       FD  FD-POSHIST.
       01  FD-POSHIST-REC.
           COPY POSHISTREC.

       FD  FD-CONTABIL.
       01  FD-CONTABIL-REC.
           COPY CTBREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-RECLAMA.
       01  FD-RECLAMA-REC.
           COPY RECLAMAREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-KPIHIST       PIC X(02) VALUE '00'.
           03 WS-FS-KPIPARM       PIC X(02) VALUE '00'.
           03 WS-FS-POSHIST       PIC X(02) VALUE '00'.
           03 WS-FS-CONTABIL      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-RECLAMA       PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINKPI'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-COMP-PADRAO          PIC 9(06).
         01 WS-COMP-ANTERIOR        PIC 9(06).
         01 WS-COMP-ANO-ANTERIOR    PIC 9(06).
         01 WS-COMP-CALC            PIC 9(06).
         01 WS-COMP-CALC-R REDEFINES WS-COMP-CALC.
           03 WS-CC-ANO             PIC 9(04).
           03 WS-CC-MES             PIC 9(02).

      *  Tolerancias (KPIPARM.DAT); os valores abaixo sao a semente
      *  e valem se o arquivo vier vazio ou invalido.
         01 WS-PCT-TOLERANCIA       PIC 9(03)V99 VALUE 10,00.
         01 WS-PONTOS-TOLERANCIA    PIC 9(03)V99 VALUE 1,00.

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-PROVISAO-MESTRE      PIC X(01) VALUE 'N'.
             88 WS-PROVISAO-DO-MESTRE       VALUE 'S'.
         01 WS-FOTO-CARTEIRA        PIC X(01) VALUE 'N'.
             88 WS-TEM-FOTO-CARTEIRA        VALUE 'S'.
         01 WS-PROVISAO-GUARDADA    PIC X(01) VALUE 'N'.
             88 WS-TEM-PROVISAO-GUARDADA    VALUE 'S'.

      *  Indicadores do painel, na ordem de impressao: codigo, tipo
      *  da comparacao (V valor, Q quantidade, P percentual) e
      *  descricao. O 02 e a producao aberta por produto.
         01 WS-TAB-INDICADORES.
           03 FILLER PIC X(33) VALUE
              '01VPRODUCAO - CONTRATOS NOVOS'.
           03 FILLER PIC X(33) VALUE
              '02VPRODUCAO POR PRODUTO'.
           03 FILLER PIC X(33) VALUE
              '03VSALDO DA CARTEIRA ATIVA'.
           03 FILLER PIC X(33) VALUE
              '04PATRASO ACIMA DE 30 DIAS (%)'.
           03 FILLER PIC X(33) VALUE
              '05PATRASO ACIMA DE 90 DIAS (%)'.
           03 FILLER PIC X(33) VALUE
              '06VPROVISAO CONSTITUIDA'.
           03 FILLER PIC X(33) VALUE
              '07VBAIXA A PREJUIZO'.
           03 FILLER PIC X(33) VALUE
              '08VRECEBIDO - BOLETO'.
           03 FILLER PIC X(33) VALUE
              '09VRECEBIDO - DEBITO AUTOMATICO'.
           03 FILLER PIC X(33) VALUE
              '10VRECEBIDO - CAIXA'.
           03 FILLER PIC X(33) VALUE
              '11VRECEBIDO - CHEQUE'.
           03 FILLER PIC X(33) VALUE
              '12VRECEBIDO - PIX'.
           03 FILLER PIC X(33) VALUE
              '13VRECEBIDO - DEMAIS CANAIS'.
           03 FILLER PIC X(33) VALUE
              '14VRECEBIDO - TOTAL'.
           03 FILLER PIC X(33) VALUE
              '15VRECUPERACAO DE PREJUIZO'.
           03 FILLER PIC X(33) VALUE
              '16VRENEGOCIACOES'.
           03 FILLER PIC X(33) VALUE
              '17QRECLAMACOES ABERTAS NO MES'.
         01 WS-TAB-INDICADORES-RED REDEFINES WS-TAB-INDICADORES.
           03 WS-IN-OCR OCCURS 17 TIMES.
               05 WS-IN-CODIGO          PIC 9(02).
               05 WS-IN-TIPO            PIC X(01).
               05 WS-IN-DESCRICAO       PIC X(30).

      *  Valores da competencia por indicador e producao por produto
      *  (codigo + 1; o 1 e o contrato legado sem codigo).
         01 WS-TAB-ATUAL.
           03 WS-KA-OCR OCCURS 17 TIMES.
               05 WS-KA-QTD             PIC 9(09).
               05 WS-KA-VALOR           PIC S9(13)V99.
               05 WS-KA-PCT             PIC 9(03)V99.
         01 WS-TAB-PRODUTOS.
           03 WS-PD-OCR OCCURS 1000 TIMES.
               05 WS-PD-QTD             PIC 9(09).
               05 WS-PD-VALOR           PIC S9(13)V99.

         01 WS-KPI-IDX              PIC 9(02).
         01 WS-CANAL-IDX            PIC 9(02).
         01 WS-PRODUTO-IDX          PIC 9(04).
         01 WS-COD-PRODUTO          PIC 9(03).

      *  Linha em comparacao: o valor atual e os dois de referencia.
         01 WS-COMPARACAO.
           03 WS-CP-TIPO            PIC X(01).
               88 WS-CP-VALOR               VALUE 'V'.
               88 WS-CP-QUANTIDADE          VALUE 'Q'.
               88 WS-CP-PERCENTUAL          VALUE 'P'.
           03 WS-CP-QTD             PIC 9(09).
           03 WS-CP-ATUAL           PIC S9(13)V99.
           03 WS-CP-ANTERIOR        PIC S9(13)V99.
           03 WS-CP-ANO             PIC S9(13)V99.
           03 WS-CP-ACHOU-ANT       PIC X(01).
               88 WS-CP-TEM-ANTERIOR        VALUE 'S'.
           03 WS-CP-ACHOU-ANO       PIC X(01).
               88 WS-CP-TEM-ANO             VALUE 'S'.
           03 WS-CP-ALERTA-MES      PIC X(01).
               88 WS-CP-FORA-MES            VALUE 'S'.
           03 WS-CP-ALERTA-ANO      PIC X(01).
               88 WS-CP-FORA-ANO            VALUE 'S'.
         01 WS-COMP-BUSCA           PIC 9(06).
         01 WS-VR-REFERENCIA        PIC S9(13)V99.
         01 WS-VR-ACHADO            PIC X(01).
             88 WS-ACHOU-REFERENCIA         VALUE 'S'.
         01 WS-VARIACAO             PIC S9(09)V99.
         01 WS-TOLERANCIA           PIC 9(03)V99.
         01 WS-VARIACAO-FORA        PIC X(01).
             88 WS-FORA-TOLERANCIA          VALUE 'S'.
         01 WS-CAMPO-VARIACAO       PIC X(08).
         01 WS-QTD-ALERTAS          PIC 9(03) VALUE ZEROS.

         01 WS-ED-VALOR             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
         01 WS-ED-VARIACAO          PIC -ZZZ9,99.
         01 WS-ED-TOLERANCIA        PIC ZZ9,99.
         01 WS-ED-PONTOS            PIC ZZ9,99.

         01 WS-LINHA-TITULO         PIC X(132).

         01 WS-LINHA-CAB.
           03 FILLER                PIC X(31) VALUE 'INDICADOR'.
           03 FILLER                PIC X(12) VALUE '        QTD'.
           03 FILLER                PIC X(19) VALUE
                                    '             ATUAL'.
           03 FILLER                PIC X(19) VALUE
                                    '      MES ANTERIOR'.
           03 FILLER                PIC X(09) VALUE ' VAR MES'.
           03 FILLER                PIC X(19) VALUE
                                    '  MES ANO ANTERIOR'.
           03 FILLER                PIC X(09) VALUE ' VAR ANO'.
           03 FILLER                PIC X(07) VALUE 'ALERTA'.

         01 WS-LINHA-KPI.
           03 WS-LK-DESCRICAO       PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-QTD             PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-ATUAL           PIC X(18).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-ANTERIOR        PIC X(18).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-VAR-MES         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-ANO             PIC X(18).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-VAR-ANO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LK-ALERTA          PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           PERFORM DEFINE-COMPETENCIA

           INITIALIZE WS-TAB-ATUAL WS-TAB-PRODUTOS

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINKPI: FDCONTR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-PARAMETROS
               PERFORM APURA-CONTRATOS
               CLOSE FD-CONTRATO
               PERFORM APURA-CARTEIRA
               PERFORM APURA-CONTABIL
               PERFORM APURA-RECEBIMENTOS
               PERFORM APURA-RECLAMACOES
               PERFORM ABRE-HISTORICO
               PERFORM CALCULA-PERCENTUAIS
               PERFORM GRAVA-HISTORICO
               OPEN INPUT FD-PRODUTO
               PERFORM ABRE-RELATORIO
               PERFORM IMPRIME-PAINEL
               PERFORM FECHA-RELATORIO
               IF WS-FS-PRODUTO = '00'
                   CLOSE FD-PRODUTO
               END-IF
               CLOSE FD-KPIHIST
           END-IF

           DISPLAY 'FINKPI: COMPETENCIA ' WS-COMPETENCIA ', '
                   WS-QTD-ALERTAS ' INDICADOR(ES) FORA DA TOLERANCIA'
                   ' (KPIHIST.DAT).'
           IF NOT WS-TEM-FOTO-CARTEIRA
               DISPLAY 'FINKPI: POSHIST.DAT SEM O FECHAMENTO DA '
                       'COMPETENCIA - SALDO E ATRASO ZERADOS.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-COMPETENCIA.
      *    Padrao: o mes anterior ao do movimento, ja fechado. So na
      *    competencia padrao a provisao do mestre e a do mes.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMP-CALC
           PERFORM VOLTA-UM-MES
           MOVE WS-COMP-CALC TO WS-COMP-PADRAO
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINKPI-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMP-PADRAO TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA = WS-COMP-PADRAO
               SET WS-PROVISAO-DO-MESTRE TO TRUE
           END-IF
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           PERFORM VOLTA-UM-MES
           MOVE WS-COMP-CALC TO WS-COMP-ANTERIOR
           COMPUTE WS-COMP-ANO-ANTERIOR = WS-COMPETENCIA - 100
           .

       VOLTA-UM-MES.
           IF WS-CC-MES = 1
               MOVE 12 TO WS-CC-MES
               SUBTRACT 1 FROM WS-CC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CC-MES
           END-IF
           .

       CARREGA-PARAMETROS.
      *    Semeado na primeira execucao (mesma tecnica do TOLPARM).
           OPEN INPUT FD-KPIPARM
           IF WS-FS-KPIPARM = '35'
               OPEN OUTPUT FD-KPIPARM
               MOVE WS-PCT-TOLERANCIA    TO KT-PCT-TOLERANCIA
               MOVE WS-PONTOS-TOLERANCIA TO KT-PONTOS-TOLERANCIA
               WRITE FD-KPIPARM-REC
               CLOSE FD-KPIPARM
               OPEN INPUT FD-KPIPARM
           END-IF
           READ FD-KPIPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF KT-PCT-TOLERANCIA IS NUMERIC
                       MOVE KT-PCT-TOLERANCIA TO WS-PCT-TOLERANCIA
                   END-IF
                   IF KT-PONTOS-TOLERANCIA IS NUMERIC
                       MOVE KT-PONTOS-TOLERANCIA
                           TO WS-PONTOS-TOLERANCIA
                   END-IF
           END-READ
           CLOSE FD-KPIPARM
           .

       APURA-CONTRATOS.
      *    Contratos do mes (fora cancelado e carteira comprada): com
      *    contrato anterior e renegociacao, sem e producao. Na
      *    mesma passada, a provisao dos ativos.
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       PERFORM APURA-UM-CONTRATO
               END-READ
           END-PERFORM
           .

       APURA-UM-CONTRATO.
           IF FD-DATA-CONTRATACAO(1:6) = WS-COMPETENCIA
               AND NOT FD-CONTR-CANCELADO
               AND NOT FD-ORIGEM-ADQUIRIDO
               IF FD-CONTRATO-ANTERIOR IS NUMERIC
                   AND FD-CONTRATO-ANTERIOR > ZEROS
                   ADD 1        TO WS-KA-QTD(16)
                   ADD FD-VALOR TO WS-KA-VALOR(16)
               ELSE
                   ADD 1        TO WS-KA-QTD(1)
                   ADD FD-VALOR TO WS-KA-VALOR(1)
                   MOVE ZEROS TO WS-COD-PRODUTO
                   IF FD-COD-PRODUTO IS NUMERIC
                       MOVE FD-COD-PRODUTO TO WS-COD-PRODUTO
                   END-IF
                   COMPUTE WS-PRODUTO-IDX = WS-COD-PRODUTO + 1
                   ADD 1        TO WS-PD-QTD(WS-PRODUTO-IDX)
                   ADD FD-VALOR TO WS-PD-VALOR(WS-PRODUTO-IDX)
               END-IF
           END-IF
           IF WS-PROVISAO-DO-MESTRE
               AND FD-CONTR-ATIVO
               AND FD-VR-PROVISAO IS NUMERIC
               ADD 1              TO WS-KA-QTD(6)
               ADD FD-VR-PROVISAO TO WS-KA-VALOR(6)
           END-IF
           .

       APURA-CARTEIRA.
      *    Fechamento do mes guardado pelo FINPOSI: saldo dos ATIVOS
      *    e o saldo dos que estavam com mais de 30 / 90 dias.
           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-POSHIST
           MOVE WS-FS-POSHIST TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               SET WS-EOF-LEITURA TO TRUE
           ELSE
               MOVE WS-COMPETENCIA TO HP-COMPETENCIA
               MOVE ZEROS          TO HP-NUM-CONTRATO
               START FD-POSHIST KEY NOT < HP-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-POSHIST NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF HP-COMPETENCIA NOT = WS-COMPETENCIA
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           SET WS-TEM-FOTO-CARTEIRA TO TRUE
                           IF HP-CONTR-ATIVO
                               PERFORM APURA-FOTO-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-POSHIST NOT = '35'
               CLOSE FD-POSHIST
           END-IF
           .

       APURA-FOTO-CONTRATO.
           ADD 1               TO WS-KA-QTD(3)
           ADD HP-SALDO-ABERTO TO WS-KA-VALOR(3)
           IF HP-MAIOR-ATRASO > 30
               ADD 1               TO WS-KA-QTD(4)
               ADD HP-SALDO-ABERTO TO WS-KA-VALOR(4)
           END-IF
           IF HP-MAIOR-ATRASO > 90
               ADD 1               TO WS-KA-QTD(5)
               ADD HP-SALDO-ABERTO TO WS-KA-VALOR(5)
           END-IF
           .

       APURA-CONTABIL.
      *    Uma perna por evento (a de debito), pela data de movimento
      *    que gerou o lancamento - a mesma selecao do FINRENT.
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
                       IF CT-DATA-MOVIMENTO(1:6) = WS-COMPETENCIA
                           AND CT-DEBITO
                           EVALUATE CT-EVENTO
                               WHEN 'W'
                                   ADD 1        TO WS-KA-QTD(7)
                                   ADD CT-VALOR TO WS-KA-VALOR(7)
                               WHEN 'Y'
                                   ADD 1        TO WS-KA-QTD(15)
                                   ADD CT-VALOR TO WS-KA-VALOR(15)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTABIL = '00' OR WS-FS-CONTABIL = '10'
               CLOSE FD-CONTABIL
           END-IF
           .

       APURA-RECEBIMENTOS.
      *    Baixas 'G' do mes menos estornos 'R', no canal do
      *    programa que baixou a parcela.
           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-PAGTOLOG
           MOVE WS-FS-PAGTOLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-LEITURA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-PAGTOLOG
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF PL-DATA-TRANSICAO(1:6) = WS-COMPETENCIA
                           AND PL-VALOR IS NUMERIC
                           AND (PL-STATUS-NOVO = 'G'
                                OR PL-STATUS-NOVO = 'R')
                           PERFORM APURA-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           .

       APURA-RECEBIMENTO.
           EVALUATE PL-PROGRAMA
               WHEN 'FINRET'
                   MOVE 8  TO WS-CANAL-IDX
               WHEN 'FINDEB'
                   MOVE 9  TO WS-CANAL-IDX
               WHEN 'CAIXA'
                   MOVE 10 TO WS-CANAL-IDX
               WHEN 'CHEQMNT'
                   MOVE 11 TO WS-CANAL-IDX
               WHEN 'FINPIX'
                   MOVE 12 TO WS-CANAL-IDX
               WHEN OTHER
                   MOVE 13 TO WS-CANAL-IDX
           END-EVALUATE
           IF PL-STATUS-NOVO = 'G'
               ADD 1        TO WS-KA-QTD(WS-CANAL-IDX)
                               WS-KA-QTD(14)
               ADD PL-VALOR TO WS-KA-VALOR(WS-CANAL-IDX)
                               WS-KA-VALOR(14)
           ELSE
               IF WS-KA-QTD(WS-CANAL-IDX) > ZEROS
                   SUBTRACT 1 FROM WS-KA-QTD(WS-CANAL-IDX)
                                   WS-KA-QTD(14)
               END-IF
               SUBTRACT PL-VALOR FROM WS-KA-VALOR(WS-CANAL-IDX)
                                      WS-KA-VALOR(14)
           END-IF
           .

       APURA-RECLAMACOES.
           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-RECLAMA
           MOVE WS-FS-RECLAMA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               SET WS-EOF-LEITURA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-RECLAMA NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF RQ-DATA-ABERTURA(1:6) = WS-COMPETENCIA
                           ADD 1 TO WS-KA-QTD(17)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RECLAMA NOT = '35'
               CLOSE FD-RECLAMA
           END-IF
           MOVE WS-KA-QTD(17) TO WS-KA-VALOR(17)
           .

       ABRE-HISTORICO.
      *    Competencia passada: a provisao ja guardada e mantida
      *    antes de a competencia ser apagada e regravada.
           OPEN I-O FD-KPIHIST
           IF WS-FS-KPIHIST = '35'
               OPEN OUTPUT FD-KPIHIST
               CLOSE FD-KPIHIST
               OPEN I-O FD-KPIHIST
           END-IF
           IF NOT WS-PROVISAO-DO-MESTRE
               MOVE WS-COMPETENCIA TO KH-COMPETENCIA
               MOVE 6              TO KH-INDICADOR
               MOVE ZEROS          TO KH-COD-PRODUTO
               READ FD-KPIHIST
                   INVALID KEY
                       DISPLAY 'FINKPI: COMPETENCIA PASSADA SEM '
                               'PROVISAO GUARDADA - SAI ZERADA.'
                   NOT INVALID KEY
                       SET WS-TEM-PROVISAO-GUARDADA TO TRUE
                       MOVE KH-QUANTIDADE TO WS-KA-QTD(6)
                       MOVE KH-VALOR      TO WS-KA-VALOR(6)
               END-READ
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-COMPETENCIA TO KH-COMPETENCIA
           MOVE ZEROS          TO KH-INDICADOR
                                  KH-COD-PRODUTO
           START FD-KPIHIST KEY NOT < KH-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-KPIHIST NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF KH-COMPETENCIA NOT = WS-COMPETENCIA
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           DELETE FD-KPIHIST RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

       CALCULA-PERCENTUAIS.
      *    Atraso e provisao em percentual do saldo da carteira.
           IF WS-KA-VALOR(3) > ZEROS
               COMPUTE WS-KA-PCT(4) ROUNDED =
                   WS-KA-VALOR(4) * 100 / WS-KA-VALOR(3)
               COMPUTE WS-KA-PCT(5) ROUNDED =
                   WS-KA-VALOR(5) * 100 / WS-KA-VALOR(3)
               COMPUTE WS-KA-PCT(6) ROUNDED =
                   WS-KA-VALOR(6) * 100 / WS-KA-VALOR(3)
           END-IF
           .

       GRAVA-HISTORICO.
           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 17
               IF WS-KPI-IDX NOT = 2
                   INITIALIZE FD-KPIHIST-REC
                   MOVE WS-COMPETENCIA          TO KH-COMPETENCIA
                   MOVE WS-IN-CODIGO(WS-KPI-IDX) TO KH-INDICADOR
                   MOVE ZEROS                   TO KH-COD-PRODUTO
                   MOVE WS-KA-QTD(WS-KPI-IDX)   TO KH-QUANTIDADE
                   MOVE WS-KA-VALOR(WS-KPI-IDX) TO KH-VALOR
                   MOVE WS-KA-PCT(WS-KPI-IDX)   TO KH-PERCENTUAL
                   MOVE WS-DATA-MOVIMENTO       TO KH-DATA-APURACAO
                   WRITE FD-KPIHIST-REC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PRODUTO-IDX FROM 1 BY 1
                   UNTIL WS-PRODUTO-IDX > 1000
               IF WS-PD-QTD(WS-PRODUTO-IDX) > ZEROS
                   INITIALIZE FD-KPIHIST-REC
                   MOVE WS-COMPETENCIA TO KH-COMPETENCIA
                   MOVE 2              TO KH-INDICADOR
                   COMPUTE KH-COD-PRODUTO = WS-PRODUTO-IDX - 1
                   MOVE WS-PD-QTD(WS-PRODUTO-IDX)   TO KH-QUANTIDADE
                   MOVE WS-PD-VALOR(WS-PRODUTO-IDX) TO KH-VALOR
                   MOVE WS-DATA-MOVIMENTO TO KH-DATA-APURACAO
                   WRITE FD-KPIHIST-REC
               END-IF
           END-PERFORM
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'KPIMES'   TO RW-RELATORIO
           MOVE SPACES     TO RW-TITULO
           STRING 'PAINEL DE INDICADORES - COMPETENCIA '
                  WS-COMPETENCIA
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

       IMPRIME-PAINEL.
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'COMPETENCIA ' WS-COMPETENCIA
                  ' COMPARADA COM ' WS-COMP-ANTERIOR
                  ' (MES ANTERIOR) E ' WS-COMP-ANO-ANTERIOR
                  ' (MESMO MES DO ANO ANTERIOR)'
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE WS-LINHA-TITULO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           PERFORM VARYING WS-KPI-IDX FROM 1 BY 1
                   UNTIL WS-KPI-IDX > 17
               IF WS-KPI-IDX = 2
                   PERFORM IMPRIME-PRODUTOS
               ELSE
                   PERFORM IMPRIME-INDICADOR
               END-IF
           END-PERFORM

           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-PCT-TOLERANCIA    TO WS-ED-TOLERANCIA
           MOVE WS-PONTOS-TOLERANCIA TO WS-ED-PONTOS
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'VARIACAO EM % SOBRE O VALOR COMPARADO; INDICADOR '
                  'EM % VARIA EM PONTOS. ALERTA ACIMA DE '
                  WS-ED-TOLERANCIA '% / ' WS-ED-PONTOS
                  ' PONTOS (KPIPARM.DAT).'
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE WS-LINHA-TITULO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           IF NOT WS-PROVISAO-DO-MESTRE
               MOVE SPACES TO WS-LINHA-TITULO
               IF WS-TEM-PROVISAO-GUARDADA
                   STRING 'PROVISAO: A GUARDADA NA APURACAO '
                          'ORIGINAL DA COMPETENCIA.'
                       DELIMITED BY SIZE INTO WS-LINHA-TITULO
               ELSE
                   STRING 'PROVISAO: COMPETENCIA PASSADA SEM '
                          'PROVISAO GUARDADA - SAI ZERADA.'
                       DELIMITED BY SIZE INTO WS-LINHA-TITULO
               END-IF
               MOVE WS-LINHA-TITULO TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           .

       IMPRIME-INDICADOR.
           MOVE WS-IN-TIPO(WS-KPI-IDX)  TO WS-CP-TIPO
           MOVE WS-KA-QTD(WS-KPI-IDX)   TO WS-CP-QTD
           IF WS-CP-PERCENTUAL
               MOVE WS-KA-PCT(WS-KPI-IDX)   TO WS-CP-ATUAL
           ELSE
               MOVE WS-KA-VALOR(WS-KPI-IDX) TO WS-CP-ATUAL
           END-IF
           MOVE ZEROS TO WS-COD-PRODUTO
           PERFORM COMPARA-INDICADOR
           MOVE WS-IN-DESCRICAO(WS-KPI-IDX) TO WS-LK-DESCRICAO
           PERFORM IMPRIME-LINHA-KPI
           .

       IMPRIME-PRODUTOS.
      *    Producao por produto: o do mes e o que teve producao numa
      *    das competencias comparadas (produto que parou aparece).
           PERFORM VARYING WS-PRODUTO-IDX FROM 1 BY 1
                   UNTIL WS-PRODUTO-IDX > 1000
               MOVE 'V' TO WS-CP-TIPO
               MOVE WS-PD-QTD(WS-PRODUTO-IDX)   TO WS-CP-QTD
               MOVE WS-PD-VALOR(WS-PRODUTO-IDX) TO WS-CP-ATUAL
               COMPUTE WS-COD-PRODUTO = WS-PRODUTO-IDX - 1
               MOVE 2 TO WS-KPI-IDX
               PERFORM COMPARA-INDICADOR
               IF WS-CP-QTD > ZEROS
                   OR WS-CP-TEM-ANTERIOR OR WS-CP-TEM-ANO
                   PERFORM IMPRIME-UM-PRODUTO
               END-IF
           END-PERFORM
           MOVE 2 TO WS-KPI-IDX
           .

       IMPRIME-UM-PRODUTO.
           MOVE SPACES TO WS-LK-DESCRICAO
           IF WS-COD-PRODUTO = ZEROS
               MOVE '  LEGADO SEM CODIGO' TO WS-LK-DESCRICAO
           ELSE
               MOVE 'NAO CADASTRADO' TO PT-DESCRICAO
               IF WS-FS-PRODUTO = '00'
                   MOVE WS-COD-PRODUTO TO PT-COD-PRODUTO
                   READ FD-PRODUTO
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO PT-DESCRICAO
                   END-READ
               END-IF
               STRING '  ' WS-COD-PRODUTO ' ' PT-DESCRICAO
                   DELIMITED BY SIZE INTO WS-LK-DESCRICAO
           END-IF
           PERFORM IMPRIME-LINHA-KPI
           .

       COMPARA-INDICADOR.
      *    Referencias do KPIHIST.DAT e o alerta de cada uma.
           MOVE 'N' TO WS-CP-ACHOU-ANT WS-CP-ACHOU-ANO
                       WS-CP-ALERTA-MES WS-CP-ALERTA-ANO
           MOVE ZEROS TO WS-CP-ANTERIOR WS-CP-ANO

           MOVE WS-COMP-ANTERIOR TO WS-COMP-BUSCA
           PERFORM LE-REFERENCIA
           IF WS-ACHOU-REFERENCIA
               MOVE 'S' TO WS-CP-ACHOU-ANT
               MOVE WS-VR-REFERENCIA TO WS-CP-ANTERIOR
               PERFORM CALCULA-VARIACAO
               IF WS-FORA-TOLERANCIA
                   MOVE 'S' TO WS-CP-ALERTA-MES
               END-IF
               MOVE WS-CAMPO-VARIACAO TO WS-LK-VAR-MES
           ELSE
               MOVE SPACES TO WS-LK-VAR-MES
           END-IF

           MOVE WS-COMP-ANO-ANTERIOR TO WS-COMP-BUSCA
           PERFORM LE-REFERENCIA
           IF WS-ACHOU-REFERENCIA
               MOVE 'S' TO WS-CP-ACHOU-ANO
               MOVE WS-VR-REFERENCIA TO WS-CP-ANO
               PERFORM CALCULA-VARIACAO
               IF WS-FORA-TOLERANCIA
                   MOVE 'S' TO WS-CP-ALERTA-ANO
               END-IF
               MOVE WS-CAMPO-VARIACAO TO WS-LK-VAR-ANO
           ELSE
               MOVE SPACES TO WS-LK-VAR-ANO
           END-IF
           .

       LE-REFERENCIA.
           MOVE 'N'   TO WS-VR-ACHADO
           MOVE ZEROS TO WS-VR-REFERENCIA
           MOVE WS-COMP-BUSCA            TO KH-COMPETENCIA
           MOVE WS-IN-CODIGO(WS-KPI-IDX) TO KH-INDICADOR
           MOVE WS-COD-PRODUTO           TO KH-COD-PRODUTO
           READ FD-KPIHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACHOU-REFERENCIA TO TRUE
                   EVALUATE TRUE
                       WHEN WS-CP-PERCENTUAL
                           MOVE KH-PERCENTUAL TO WS-VR-REFERENCIA
                       WHEN WS-CP-QUANTIDADE
                           MOVE KH-QUANTIDADE TO WS-VR-REFERENCIA
                       WHEN OTHER
                           MOVE KH-VALOR      TO WS-VR-REFERENCIA
                   END-EVALUATE
           END-READ
           .

       CALCULA-VARIACAO.
      *    Percentual: diferenca em pontos. Valor e quantidade:
      *    variacao percentual sobre a referencia (referencia zerada
      *    nao tem variacao; so acusa se o mes saiu do zero).
           MOVE 'N' TO WS-VARIACAO-FORA
           MOVE SPACES TO WS-CAMPO-VARIACAO
           IF WS-CP-PERCENTUAL
               COMPUTE WS-VARIACAO = WS-CP-ATUAL - WS-VR-REFERENCIA
               MOVE WS-PONTOS-TOLERANCIA TO WS-TOLERANCIA
           ELSE
               MOVE WS-PCT-TOLERANCIA TO WS-TOLERANCIA
               IF WS-VR-REFERENCIA > ZEROS
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-CP-ATUAL - WS-VR-REFERENCIA) * 100
                       / WS-VR-REFERENCIA
               ELSE
                   MOVE ZEROS TO WS-VARIACAO
                   IF WS-CP-ATUAL NOT = ZEROS
                       SET WS-FORA-TOLERANCIA TO TRUE
                       MOVE '   NOVO' TO WS-CAMPO-VARIACAO
                   END-IF
               END-IF
           END-IF
           IF WS-CAMPO-VARIACAO = SPACES
               IF WS-VARIACAO > WS-TOLERANCIA
                   OR WS-VARIACAO < (ZERO - WS-TOLERANCIA)
                   SET WS-FORA-TOLERANCIA TO TRUE
               END-IF
               IF WS-VARIACAO > 9999 OR WS-VARIACAO < -9999
                   IF WS-VARIACAO > ZERO
                       MOVE '  >9999' TO WS-CAMPO-VARIACAO
                   ELSE
                       MOVE ' <-9999' TO WS-CAMPO-VARIACAO
                   END-IF
               ELSE
                   MOVE WS-VARIACAO TO WS-ED-VARIACAO
                   MOVE WS-ED-VARIACAO TO WS-CAMPO-VARIACAO
               END-IF
           END-IF
           .

       IMPRIME-LINHA-KPI.
           MOVE WS-CP-QTD TO WS-LK-QTD
           MOVE WS-CP-ATUAL TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-LK-ATUAL
           IF WS-CP-TEM-ANTERIOR
               MOVE WS-CP-ANTERIOR TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-LK-ANTERIOR
           ELSE
               MOVE '         SEM HIST.' TO WS-LK-ANTERIOR
           END-IF
           IF WS-CP-TEM-ANO
               MOVE WS-CP-ANO TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-LK-ANO
           ELSE
               MOVE '         SEM HIST.' TO WS-LK-ANO
           END-IF
           EVALUATE TRUE
               WHEN WS-CP-FORA-MES AND WS-CP-FORA-ANO
                   MOVE 'MES+ANO' TO WS-LK-ALERTA
               WHEN WS-CP-FORA-MES
                   MOVE 'MES'     TO WS-LK-ALERTA
               WHEN WS-CP-FORA-ANO
                   MOVE 'ANO'     TO WS-LK-ALERTA
               WHEN OTHER
                   MOVE SPACES    TO WS-LK-ALERTA
           END-EVALUATE
           IF WS-CP-FORA-MES OR WS-CP-FORA-ANO
               ADD 1 TO WS-QTD-ALERTAS
           END-IF
           MOVE WS-LINHA-KPI TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINKPI.
