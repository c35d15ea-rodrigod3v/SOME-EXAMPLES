      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ANTECIPACOES E QUITACOES ANTECIPADAS - PASSO MENSAL:
      *          le os eventos de antecipacao gravados pelo FINAN2 em
      *          PREPAG.DAT (liquidacao antecipada confirmada e
      *          amortizacao extraordinaria encurtando o prazo ou
      *          recalculando as parcelas) e lista pelo escritor
      *          compartilhado (RPTWRT, geracao datada PREPAGTO), por
      *          produto e por idade do contrato na data do evento
      *          (ate 6 meses, 7-12, 13-24, 25-36 e acima de 36), a
      *          quantidade de liquidacoes e de amortizacoes, o saldo
      *          de face alcancado, o principal devolvido, o valor
      *          recebido, o desconto concedido sobre a face e os
      *          juros futuros renunciados. Mede tambem a conversao
      *          das cotacoes de quitacao emitidas no mes
      *          (COTACAO.DAT) em liquidacao dentro da validade e,
      *          para cada quitacao do mes, se o mesmo cliente
      *          contratou de novo conosco em ate 90 dias (FDCONTR.DAT
      *          pela chave de cliente) - sem novo contrato, a
      *          antecipacao tende a ser refinanciamento em outra
      *          casa. Como a janela de 90 dias das quitacoes do mes
      *          ainda esta aberta, o relatorio fecha tambem a coorte
      *          de tres meses antes. Competencia em
      *          FINPREP-COMPETENCIA (AAAAMM, padrao o mes anterior ao
      *          do movimento). Carimba RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPREP.
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
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
           SELECT FD-PREPAG         ASSIGN TO "PREPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREPAG.
           SELECT FD-COTACAO        ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COTACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       FD  FD-PREPAG.
       01  FD-PREPAG-REC.
           COPY PREPAGREC.

       FD  FD-COTACAO.
       01  FD-COTACAO-REC.
           COPY COTACAOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-PREPAG        PIC X(02) VALUE '00'.
           03 WS-FS-COTACAO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINPREP'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-INT-MOVIMENTO        PIC 9(08).

      *  Competencia do relatorio e coorte de tres meses antes, cuja
      *  janela de recontratacao ja fechou.
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-COMP-COORTE          PIC 9(06).
         01 WS-COMP-CALC            PIC 9(06).
         01 WS-COMP-CALC-R REDEFINES WS-COMP-CALC.
           03 WS-CC-ANO             PIC 9(04).
           03 WS-CC-MES             PIC 9(02).
         01 WS-MES-INICIO           PIC 9(08).
         01 WS-MES-FIM              PIC 9(08).
         01 WS-COORTE-INICIO        PIC 9(08).
         01 WS-COORTE-FIM           PIC 9(08).
         01 WS-LIM-INICIO           PIC 9(08).
         01 WS-LIM-FIM              PIC 9(08).
         01 WS-INT-CALCULO          PIC 9(08).
         01 WS-DIAS-RECONTRATO      PIC 9(03) VALUE 90.

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-FIM-CLIENTE          PIC X(01).
             88 WS-EOF-CLIENTE              VALUE 'S'.
         01 WS-TEM-PREPAG           PIC X(01) VALUE 'N'.
             88 WS-HA-PREPAG                VALUE 'S'.
         01 WS-QTD-EVENTOS          PIC 9(07) VALUE ZEROS.
         01 WS-QTD-FORA-TABELA      PIC 9(06) VALUE ZEROS.

      *  Idade do contrato na data do evento, em meses.
         01 WS-DATA-EVENTO          PIC 9(08).
         01 WS-DATA-EVENTO-R REDEFINES WS-DATA-EVENTO.
           03 WS-DE-ANO             PIC 9(04).
           03 WS-DE-MES             PIC 9(02).
           03 WS-DE-DIA             PIC 9(02).
         01 WS-DATA-CONTRATO        PIC 9(08).
         01 WS-DATA-CONTRATO-R REDEFINES WS-DATA-CONTRATO.
           03 WS-DC-ANO             PIC 9(04).
           03 WS-DC-MES             PIC 9(02).
           03 WS-DC-DIA             PIC 9(02).
         01 WS-MESES-IDADE          PIC S9(05).

      *  Produto x faixa de idade (1 a 5; 6 = total do produto). A
      *  posicao 51 da tabela e o total geral de todos os produtos.
         01 WS-QTD-PRODUTOS         PIC 9(02) VALUE ZEROS.
         01 WS-TAB-PRODUTOS.
           03 WS-PR-OCR OCCURS 51 TIMES.
               05 WS-PR-CODIGO          PIC 9(03).
               05 WS-PR-IDADE-OCR OCCURS 6 TIMES.
                   07 WS-PR-QTD-LIQ     PIC 9(05).
                   07 WS-PR-QTD-AMORT   PIC 9(05).
                   07 WS-PR-VR-FACE     PIC 9(11)V99.
                   07 WS-PR-VR-PRINC    PIC 9(11)V99.
                   07 WS-PR-VR-PAGO     PIC 9(11)V99.
                   07 WS-PR-VR-DESC     PIC 9(11)V99.
                   07 WS-PR-VR-JUROS    PIC 9(11)V99.
               05 WS-PR-QTD-COT         PIC 9(05).
               05 WS-PR-QTD-CONV        PIC 9(05).
               05 WS-PR-QTD-FORA        PIC 9(05).
               05 WS-PR-QTD-EXPIR       PIC 9(05).
               05 WS-PR-QTD-VIG         PIC 9(05).
         01 WS-PR-IDX               PIC 9(02).
         01 WS-PR-ACHADO            PIC 9(02).
         01 WS-BUSCA-PRODUTO        PIC 9(03).
         01 WS-ID-IDX               PIC 9(01).
         01 WS-CEL-PR               PIC 9(02).
         01 WS-CEL-ID               PIC 9(01).

      *  Ordem de impressao dos produtos (codigo crescente).
         01 WS-TAB-ORDEM.
           03 WS-ORD-PR             PIC 9(02) OCCURS 50 TIMES.
         01 WS-ORD-IDX              PIC 9(02).
         01 WS-ORD-IDX2             PIC 9(02).
         01 WS-ORD-TROCA            PIC 9(02).

      *  Liquidacoes desde o inicio da competencia (as do mes e as
      *  posteriores, que ainda convertem cotacao dentro da
      *  validade).
         01 WS-QTD-QUITACOES        PIC 9(05) VALUE ZEROS.
         01 WS-TAB-QUITACOES.
           03 WS-QT-OCR OCCURS 5000 TIMES.
               05 WS-QT-CONTRATO        PIC 9(08).
               05 WS-QT-CLIENTE         PIC 9(06).
               05 WS-QT-PRODUTO         PIC 9(03).
               05 WS-QT-DATA            PIC 9(08).
               05 WS-QT-VR-PAGO         PIC 9(09)V99.
               05 WS-QT-HONROU          PIC X(01).
         01 WS-QT-IDX               PIC 9(05).

      *  Liquidacoes da coorte (competencia menos tres meses).
         01 WS-QTD-COORTE           PIC 9(05) VALUE ZEROS.
         01 WS-TAB-COORTE.
           03 WS-CO-OCR OCCURS 3000 TIMES.
               05 WS-CO-CONTRATO        PIC 9(08).
               05 WS-CO-CLIENTE         PIC 9(06).
               05 WS-CO-DATA            PIC 9(08).
         01 WS-CO-IDX               PIC 9(05).

      *  Desfecho de uma cotacao emitida no mes.
         01 WS-CT-DESFECHO          PIC X(01).
             88 WS-CT-CONVERTIDA            VALUE 'C'.
             88 WS-CT-FORA-PRAZO            VALUE 'F'.
             88 WS-CT-VIGENTE               VALUE 'V'.
             88 WS-CT-EXPIRADA              VALUE 'X'.

      *  Procura de novo contrato do cliente apos uma quitacao.
         01 WS-RC-CONTRATO          PIC 9(08).
         01 WS-RC-CLIENTE           PIC 9(06).
         01 WS-RC-DATA              PIC 9(08).
         01 WS-RC-DATA-LIMITE       PIC 9(08).
         01 WS-RC-NOVO-CONTRATO     PIC 9(08).
         01 WS-RC-NOVO-DATA         PIC 9(08).
         01 WS-RC-DIAS              PIC 9(03).
         01 WS-RC-SITUACAO          PIC X(01).
             88 WS-RC-CONOSCO               VALUE 'C'.
             88 WS-RC-JANELA-ABERTA         VALUE 'A'.
             88 WS-RC-SEM-NOVO              VALUE 'S'.

         01 WS-CONT-RECONTRATO.
           03 WS-RT-QTD             PIC 9(05).
           03 WS-RT-CONOSCO         PIC 9(05).
           03 WS-RT-SEM-NOVO        PIC 9(05).
           03 WS-RT-ABERTA          PIC 9(05).
         01 WS-RT-ROTULO            PIC X(30).
         01 WS-QTD-LIQ-MES          PIC 9(05).
         01 WS-QTD-HONROU-MES       PIC 9(05).

         01 WS-TAB-NOMES-IDADE.
           03 FILLER PIC X(07) VALUE 'ATE 6M'.
           03 FILLER PIC X(07) VALUE '7-12M'.
           03 FILLER PIC X(07) VALUE '13-24M'.
           03 FILLER PIC X(07) VALUE '25-36M'.
           03 FILLER PIC X(07) VALUE '>36M'.
           03 FILLER PIC X(07) VALUE 'TOTAL'.
         01 WS-TAB-NOMES-IDADE-RED REDEFINES WS-TAB-NOMES-IDADE.
           03 WS-NOME-IDADE         PIC X(07) OCCURS 6 TIMES.

         01 WS-DESCRICAO            PIC X(20).
         01 WS-ED-PRODUTO           PIC 9(03).
         01 WS-ED-QTD               PIC ZZ.ZZ9.
         01 WS-ED-QTD2              PIC ZZ.ZZ9.
         01 WS-ED-QTD3              PIC ZZ.ZZ9.
         01 WS-ED-QTD4              PIC ZZ.ZZ9.
         01 WS-ED-PCT               PIC ZZ9,9.
         01 WS-PCT-CALC             PIC 9(03)V99.

         01 WS-LINHA-TITULO         PIC X(132).
         01 WS-LINHA-CAB            PIC X(132).

         01 WS-CAB-PRODUTO.
           03 FILLER                PIC X(04) VALUE 'PRD'.
           03 FILLER                PIC X(21) VALUE 'DESCRICAO'.
           03 FILLER                PIC X(08) VALUE 'IDADE'.
           03 FILLER                PIC X(07) VALUE '   LIQ'.
           03 FILLER                PIC X(07) VALUE ' AMORT'.
           03 FILLER                PIC X(15) VALUE '    SALDO FACE'.
           03 FILLER                PIC X(15) VALUE '     PRINCIPAL'.
           03 FILLER                PIC X(15) VALUE '      RECEBIDO'.
           03 FILLER                PIC X(15) VALUE '      DESCONTO'.
           03 FILLER                PIC X(07) VALUE '  %DESC'.
           03 FILLER                PIC X(15) VALUE ' JUROS RENUNC.'.

         01 WS-LINHA-PRODUTO.
           03 WS-LP-PRODUTO         PIC X(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-DESCRICAO       PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-IDADE           PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-QTD-LIQ         PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-QTD-AMORT       PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VR-FACE         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VR-PRINC        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VR-PAGO         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VR-DESC         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-PCT-DESC        PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VR-JUROS        PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-CAB-COTACAO.
           03 FILLER                PIC X(04) VALUE 'PRD'.
           03 FILLER                PIC X(21) VALUE 'DESCRICAO'.
           03 FILLER                PIC X(07) VALUE '   COT.'.
           03 FILLER                PIC X(07) VALUE ' LIQUID'.
           03 FILLER                PIC X(06) VALUE ' %CONV'.
           03 FILLER                PIC X(07) VALUE '  FORA'.
           03 FILLER                PIC X(07) VALUE ' EXPIR.'.
           03 FILLER                PIC X(07) VALUE '  VIG.'.

         01 WS-LINHA-COTACAO.
           03 WS-LC-PRODUTO         PIC X(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-DESCRICAO       PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-QTD-COT         PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-QTD-CONV        PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-PCT-CONV        PIC ZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-QTD-FORA        PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-QTD-EXPIR       PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-QTD-VIG         PIC ZZ.ZZ9.

         01 WS-CAB-RECONTRATO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO'.
           03 FILLER                PIC X(07) VALUE 'CLIENTE'.
           03 FILLER                PIC X(04) VALUE 'PRD'.
           03 FILLER                PIC X(09) VALUE 'QUITACAO'.
           03 FILLER                PIC X(15) VALUE '      RECEBIDO'.
           03 FILLER                PIC X(09) VALUE 'NOVO CTR'.
           03 FILLER                PIC X(09) VALUE 'CONTRAT.'.
           03 FILLER                PIC X(05) VALUE 'DIAS'.
           03 FILLER                PIC X(20) VALUE 'SITUACAO'.

         01 WS-LINHA-RECONTRATO.
           03 WS-LR-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-PRODUTO         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-VR-PAGO         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-NOVO-CONTRATO   PIC ZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-NOVO-DATA       PIC ZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-DIAS            PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LR-SITUACAO        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-INT-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           PERFORM DEFINE-COMPETENCIA

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINPREP: FDCONTR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FD-PRODUTO
               PERFORM CARREGA-EVENTOS
               PERFORM APURA-COTACOES
               PERFORM ORDENA-PRODUTOS

               PERFORM ABRE-RELATORIO
               PERFORM IMPRIME-PRODUTOS
               PERFORM IMPRIME-COTACOES
               PERFORM IMPRIME-RECONTRATACAO
               PERFORM IMPRIME-COORTE
               PERFORM FECHA-RELATORIO

               IF WS-FS-PRODUTO = '00'
                   CLOSE FD-PRODUTO
               END-IF
               CLOSE FD-CONTRATO
               DISPLAY 'FINPREP: COMPETENCIA ' WS-COMPETENCIA ', '
                       WS-QTD-EVENTOS ' EVENTO(S) DE ANTECIPACAO, '
                       WS-QTD-LIQ-MES ' LIQUIDACAO(OES).'
           END-IF

           IF WS-QTD-FORA-TABELA > ZEROS
               DISPLAY 'FINPREP: ' WS-QTD-FORA-TABELA
                       ' OCORRENCIA(S) ACIMA DA CAPACIDADE DAS TABELAS'
                       ' IGNORADA(S).'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-COMPETENCIA.
      *    Padrao: o mes anterior ao do movimento, ja fechado. A
      *    coorte e a competencia de tres meses antes.
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINPREP-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMP-CALC
               PERFORM VOLTA-UM-MES
               MOVE WS-COMP-CALC TO WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           PERFORM CALCULA-LIMITES-MES
           MOVE WS-LIM-INICIO TO WS-MES-INICIO
           MOVE WS-LIM-FIM    TO WS-MES-FIM

           PERFORM VOLTA-UM-MES
           PERFORM VOLTA-UM-MES
           PERFORM VOLTA-UM-MES
           MOVE WS-COMP-CALC TO WS-COMP-COORTE
           PERFORM CALCULA-LIMITES-MES
           MOVE WS-LIM-INICIO TO WS-COORTE-INICIO
           MOVE WS-LIM-FIM    TO WS-COORTE-FIM
           .

       VOLTA-UM-MES.
           IF WS-CC-MES = 1
               MOVE 12 TO WS-CC-MES
               SUBTRACT 1 FROM WS-CC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CC-MES
           END-IF
           .

       CALCULA-LIMITES-MES.
      *    Primeiro e ultimo dia do mes em WS-COMP-CALC (vespera do
      *    dia 01 do mes seguinte).
           COMPUTE WS-LIM-INICIO = WS-COMP-CALC * 100 + 1
           IF WS-CC-MES = 12
               COMPUTE WS-LIM-FIM = (WS-COMP-CALC + 89) * 100 + 1
           ELSE
               COMPUTE WS-LIM-FIM = (WS-COMP-CALC + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-CALCULO =
               FUNCTION INTEGER-OF-DATE(WS-LIM-FIM) - 1
           COMPUTE WS-LIM-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)
           .

      ******************************************************************
      *  EVENTOS DE ANTECIPACAO E COTACOES
      ******************************************************************
       CARREGA-EVENTOS.
      *    Eventos da competencia vao para produto x idade; as
      *    liquidacoes desde o inicio dela e as da coorte ficam em
      *    tabela para a conversao de cotacoes e a recontratacao.
           OPEN INPUT FD-PREPAG
           IF WS-FS-PREPAG = '00'
               SET WS-HA-PREPAG TO TRUE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PREPAG
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PP-DATA-EVENTO NOT < WS-MES-INICIO
                               AND PP-DATA-EVENTO NOT > WS-MES-FIM
                               ADD 1 TO WS-QTD-EVENTOS
                               PERFORM ACUMULA-EVENTO
                           END-IF
                           IF PP-LIQUIDACAO
                               AND PP-DATA-EVENTO NOT < WS-MES-INICIO
                               PERFORM GUARDA-QUITACAO
                           END-IF
                           IF PP-LIQUIDACAO
                               AND PP-DATA-EVENTO NOT < WS-COORTE-INICIO
                               AND PP-DATA-EVENTO NOT > WS-COORTE-FIM
                               PERFORM GUARDA-COORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PREPAG
           END-IF
           .

       ACUMULA-EVENTO.
      *    Idade em meses corridos entre a contratacao e o evento.
           MOVE PP-DATA-EVENTO      TO WS-DATA-EVENTO
           MOVE PP-DATA-CONTRATACAO TO WS-DATA-CONTRATO
           COMPUTE WS-MESES-IDADE =
               (WS-DE-ANO * 12 + WS-DE-MES)
               - (WS-DC-ANO * 12 + WS-DC-MES)
           EVALUATE TRUE
               WHEN WS-MESES-IDADE NOT > 6
                   MOVE 1 TO WS-ID-IDX
               WHEN WS-MESES-IDADE NOT > 12
                   MOVE 2 TO WS-ID-IDX
               WHEN WS-MESES-IDADE NOT > 24
                   MOVE 3 TO WS-ID-IDX
               WHEN WS-MESES-IDADE NOT > 36
                   MOVE 4 TO WS-ID-IDX
               WHEN OTHER
                   MOVE 5 TO WS-ID-IDX
           END-EVALUATE

           MOVE PP-COD-PRODUTO TO WS-BUSCA-PRODUTO
           PERFORM LOCALIZA-PRODUTO
           IF WS-PR-ACHADO > ZEROS
               MOVE WS-PR-ACHADO TO WS-CEL-PR
               MOVE WS-ID-IDX    TO WS-CEL-ID
               PERFORM SOMA-CELULA
               MOVE 6            TO WS-CEL-ID
               PERFORM SOMA-CELULA
           END-IF
           MOVE 51           TO WS-CEL-PR
           MOVE WS-ID-IDX    TO WS-CEL-ID
           PERFORM SOMA-CELULA
           MOVE 6            TO WS-CEL-ID
           PERFORM SOMA-CELULA
           .

       SOMA-CELULA.
           IF PP-LIQUIDACAO
               ADD 1 TO WS-PR-QTD-LIQ(WS-CEL-PR, WS-CEL-ID)
           ELSE
               ADD 1 TO WS-PR-QTD-AMORT(WS-CEL-PR, WS-CEL-ID)
           END-IF
           ADD PP-VR-SALDO-FACE   TO WS-PR-VR-FACE(WS-CEL-PR, WS-CEL-ID)
           ADD PP-VR-SALDO-PRINC
               TO WS-PR-VR-PRINC(WS-CEL-PR, WS-CEL-ID)
           ADD PP-VR-PAGO         TO WS-PR-VR-PAGO(WS-CEL-PR, WS-CEL-ID)
           ADD PP-VR-DESCONTO     TO WS-PR-VR-DESC(WS-CEL-PR, WS-CEL-ID)
           ADD PP-VR-JUROS-RENUNC
               TO WS-PR-VR-JUROS(WS-CEL-PR, WS-CEL-ID)
           .

       GUARDA-QUITACAO.
           IF WS-QTD-QUITACOES < 5000
               ADD 1 TO WS-QTD-QUITACOES
               MOVE PP-NUM-CONTRATO TO WS-QT-CONTRATO(WS-QTD-QUITACOES)
               MOVE PP-COD-CLIENTE  TO WS-QT-CLIENTE(WS-QTD-QUITACOES)
               MOVE PP-COD-PRODUTO  TO WS-QT-PRODUTO(WS-QTD-QUITACOES)
               MOVE PP-DATA-EVENTO  TO WS-QT-DATA(WS-QTD-QUITACOES)
               MOVE PP-VR-PAGO      TO WS-QT-VR-PAGO(WS-QTD-QUITACOES)
               MOVE PP-COTACAO-HONRADA
                   TO WS-QT-HONROU(WS-QTD-QUITACOES)
           ELSE
               ADD 1 TO WS-QTD-FORA-TABELA
           END-IF
           .

       GUARDA-COORTE.
           IF WS-QTD-COORTE < 3000
               ADD 1 TO WS-QTD-COORTE
               MOVE PP-NUM-CONTRATO TO WS-CO-CONTRATO(WS-QTD-COORTE)
               MOVE PP-COD-CLIENTE  TO WS-CO-CLIENTE(WS-QTD-COORTE)
               MOVE PP-DATA-EVENTO  TO WS-CO-DATA(WS-QTD-COORTE)
           ELSE
               ADD 1 TO WS-QTD-FORA-TABELA
           END-IF
           .

       LOCALIZA-PRODUTO.
      *    Procura o produto; nao havendo, abre uma entrada nova
      *    (zeros se a tabela estiver cheia - so o total geral
      *    recebe o evento).
           MOVE ZEROS TO WS-PR-ACHADO
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-QTD-PRODUTOS
                      OR WS-PR-ACHADO > ZEROS
               IF WS-PR-CODIGO(WS-PR-IDX) = WS-BUSCA-PRODUTO
                   MOVE WS-PR-IDX TO WS-PR-ACHADO
               END-IF
           END-PERFORM
           IF WS-PR-ACHADO = ZEROS
               IF WS-QTD-PRODUTOS < 50
                   ADD 1 TO WS-QTD-PRODUTOS
                   MOVE WS-QTD-PRODUTOS TO WS-PR-ACHADO
                   MOVE WS-BUSCA-PRODUTO
                       TO WS-PR-CODIGO(WS-PR-ACHADO)
               ELSE
                   ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
           END-IF
           .

       APURA-COTACOES.
      *    Cotacao emitida na competencia: convertida se o contrato
      *    foi liquidado entre a emissao e a validade; liquidado
      *    depois da validade conta a parte; sem liquidacao, ainda
      *    vigente ou expirada conforme a data do movimento.
           OPEN INPUT FD-COTACAO
           IF WS-FS-COTACAO = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-COTACAO
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF CQ-DATA-COTACAO NOT < WS-MES-INICIO
                               AND CQ-DATA-COTACAO NOT > WS-MES-FIM
                               PERFORM AVALIA-COTACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-COTACAO
           END-IF
           .

       AVALIA-COTACAO.
           MOVE CQ-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   MOVE ZEROS TO WS-BUSCA-PRODUTO
               NOT INVALID KEY
                   MOVE FD-COD-PRODUTO TO WS-BUSCA-PRODUTO
           END-READ
           PERFORM LOCALIZA-PRODUTO

           MOVE SPACES TO WS-CT-DESFECHO
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QTD-QUITACOES
                      OR WS-CT-CONVERTIDA
               IF WS-QT-CONTRATO(WS-QT-IDX) = CQ-NUM-CONTRATO
                   AND WS-QT-DATA(WS-QT-IDX) NOT < CQ-DATA-COTACAO
                   IF WS-QT-DATA(WS-QT-IDX) NOT > CQ-DATA-VALIDADE
                       SET WS-CT-CONVERTIDA TO TRUE
                   ELSE
                       SET WS-CT-FORA-PRAZO TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CT-DESFECHO = SPACES
               IF CQ-DATA-VALIDADE NOT < WS-DATA-MOVIMENTO
                   SET WS-CT-VIGENTE TO TRUE
               ELSE
                   SET WS-CT-EXPIRADA TO TRUE
               END-IF
           END-IF

           IF WS-PR-ACHADO > ZEROS
               MOVE WS-PR-ACHADO TO WS-CEL-PR
               PERFORM CONTA-COTACAO
           END-IF
           MOVE 51 TO WS-CEL-PR
           PERFORM CONTA-COTACAO
           .

       CONTA-COTACAO.
           ADD 1 TO WS-PR-QTD-COT(WS-CEL-PR)
           EVALUATE TRUE
               WHEN WS-CT-CONVERTIDA
                   ADD 1 TO WS-PR-QTD-CONV(WS-CEL-PR)
               WHEN WS-CT-FORA-PRAZO
                   ADD 1 TO WS-PR-QTD-FORA(WS-CEL-PR)
               WHEN WS-CT-VIGENTE
                   ADD 1 TO WS-PR-QTD-VIG(WS-CEL-PR)
               WHEN OTHER
                   ADD 1 TO WS-PR-QTD-EXPIR(WS-CEL-PR)
           END-EVALUATE
           .

       ORDENA-PRODUTOS.
      *    Troca simples sobre o vetor de posicoes, como a ordenacao
      *    dos cobradores do FINEFCOB; a tabela e pequena.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-PRODUTOS
               MOVE WS-ORD-IDX TO WS-ORD-PR(WS-ORD-IDX)
           END-PERFORM
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX >= WS-QTD-PRODUTOS
               PERFORM VARYING WS-ORD-IDX2 FROM WS-ORD-IDX BY 1
                       UNTIL WS-ORD-IDX2 > WS-QTD-PRODUTOS
                   IF WS-PR-CODIGO(WS-ORD-PR(WS-ORD-IDX2))
                       < WS-PR-CODIGO(WS-ORD-PR(WS-ORD-IDX))
                       MOVE WS-ORD-PR(WS-ORD-IDX)  TO WS-ORD-TROCA
                       MOVE WS-ORD-PR(WS-ORD-IDX2)
                           TO WS-ORD-PR(WS-ORD-IDX)
                       MOVE WS-ORD-TROCA TO WS-ORD-PR(WS-ORD-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PROCURA-RECONTRATACAO.
      *    Contrato do mesmo cliente, outro que nao o quitado,
      *    contratado do dia da quitacao ate 90 dias depois; havendo
      *    mais de um, vale o primeiro. Sem novo contrato, a janela
      *    so fecha quando os 90 dias ja passaram do movimento.
           MOVE ZEROS TO WS-RC-NOVO-CONTRATO WS-RC-NOVO-DATA
                         WS-RC-DIAS
           COMPUTE WS-INT-CALCULO =
               FUNCTION INTEGER-OF-DATE(WS-RC-DATA)
               + WS-DIAS-RECONTRATO
           COMPUTE WS-RC-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)

           MOVE 'N' TO WS-FIM-CLIENTE
           MOVE WS-RC-CLIENTE TO FD-COD-CLIENTE
           START FD-CONTRATO KEY = FD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-CLIENTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CLIENTE
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CLIENTE TO TRUE
                   NOT AT END
                       IF FD-COD-CLIENTE NOT = WS-RC-CLIENTE
                           SET WS-EOF-CLIENTE TO TRUE
                       ELSE
                           IF FD-NUM-CONTRATO NOT = WS-RC-CONTRATO
                               AND FD-DATA-CONTRATACAO
                                   NOT < WS-RC-DATA
                               AND FD-DATA-CONTRATACAO
                                   NOT > WS-RC-DATA-LIMITE
                               IF WS-RC-NOVO-CONTRATO = ZEROS
                                   OR FD-DATA-CONTRATACAO
                                       < WS-RC-NOVO-DATA
                                   MOVE FD-NUM-CONTRATO
                                       TO WS-RC-NOVO-CONTRATO
                                   MOVE FD-DATA-CONTRATACAO
                                       TO WS-RC-NOVO-DATA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RC-NOVO-CONTRATO > ZEROS
               SET WS-RC-CONOSCO TO TRUE
               COMPUTE WS-RC-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-RC-NOVO-DATA)
                   - FUNCTION INTEGER-OF-DATE(WS-RC-DATA)
           ELSE
               IF WS-RC-DATA-LIMITE NOT < WS-DATA-MOVIMENTO
                   SET WS-RC-JANELA-ABERTA TO TRUE
               ELSE
                   SET WS-RC-SEM-NOVO TO TRUE
               END-IF
           END-IF

           ADD 1 TO WS-RT-QTD
           EVALUATE TRUE
               WHEN WS-RC-CONOSCO
                   ADD 1 TO WS-RT-CONOSCO
               WHEN WS-RC-JANELA-ABERTA
                   ADD 1 TO WS-RT-ABERTA
               WHEN OTHER
                   ADD 1 TO WS-RT-SEM-NOVO
           END-EVALUATE
           .

      ******************************************************************
      *  RELATORIO
      ******************************************************************
       ABRE-RELATORIO.
           MOVE 'A' TO RW-FUNCAO
           MOVE 'PREPAGTO' TO RW-RELATORIO
           MOVE SPACES     TO RW-TITULO
           STRING 'ANTECIPACOES - COMPETENCIA ' WS-COMPETENCIA
               DELIMITED BY SIZE INTO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA

           MOVE SPACES TO RW-LINHA
           STRING 'MES DE ' WS-MES-INICIO ' A ' WS-MES-FIM
                  ' - LIQUIDACOES ANTECIPADAS E AMORTIZACOES '
                  'EXTRAORDINARIAS REGISTRADAS PELO FINAN2'
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE SPACES TO RW-LINHA
           STRING 'SALDO FACE = PARCELAS ALCANCADAS PELO VALOR DE '
                  'FACE; PRINCIPAL = SALDO DEVEDOR QUE ELAS '
                  'AMORTIZARIAM; DESCONTO = FACE - RECEBIDO'
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE SPACES TO RW-LINHA
           STRING 'JUROS RENUNCIADOS = PARTE DO DESCONTO SOBRE OS '
                  'JUROS FUTUROS (FACE - PRINCIPAL); O QUE PASSAR '
                  'DISSO E PERDA DE PRINCIPAL'
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           IF NOT WS-HA-PREPAG
               MOVE SPACES TO RW-LINHA
               STRING 'PREPAG.DAT AINDA NAO EXISTE - NENHUM EVENTO DE '
                      'ANTECIPACAO REGISTRADO.'
                   DELIMITED BY SIZE INTO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
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
           MOVE WS-LINHA-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       BUSCA-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO
           IF WS-PR-CODIGO(WS-PR-IDX) = ZEROS
               MOVE 'SEM PRODUTO (LEGADO)' TO WS-DESCRICAO
           ELSE
               IF WS-FS-PRODUTO = '00'
                   MOVE WS-PR-CODIGO(WS-PR-IDX) TO PT-COD-PRODUTO
                   READ FD-PRODUTO
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO WS-DESCRICAO
                       NOT INVALID KEY
                           MOVE PT-DESCRICAO TO WS-DESCRICAO
                   END-READ
               END-IF
           END-IF
           .

       IMPRIME-PRODUTOS.
      *    Por produto, so as faixas de idade com evento e o total
      *    do produto; no fim, o total geral por faixa.
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'ANTECIPACOES POR PRODUTO E IDADE DO CONTRATO NA '
                  'DATA DO EVENTO'
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE WS-CAB-PRODUTO TO WS-LINHA-CAB
           PERFORM GRAVA-TITULO-SECAO
           IF WS-QTD-PRODUTOS = ZEROS
               MOVE 'NENHUMA ANTECIPACAO REGISTRADA NA COMPETENCIA.'
                   TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-PRODUTOS
               MOVE WS-ORD-PR(WS-ORD-IDX) TO WS-PR-IDX
               PERFORM BUSCA-DESCRICAO
               MOVE WS-PR-CODIGO(WS-PR-IDX) TO WS-ED-PRODUTO
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > 5
                   IF WS-PR-QTD-LIQ(WS-PR-IDX, WS-ID-IDX)
                       + WS-PR-QTD-AMORT(WS-PR-IDX, WS-ID-IDX)
                       > ZEROS
                       PERFORM MONTA-LINHA-PRODUTO
                   END-IF
               END-PERFORM
               MOVE 6 TO WS-ID-IDX
               PERFORM MONTA-LINHA-PRODUTO
           END-PERFORM

           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE 51 TO WS-PR-IDX
           MOVE 'TOTAL GERAL' TO WS-DESCRICAO
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1 UNTIL WS-ID-IDX > 6
               PERFORM MONTA-LINHA-PRODUTO
           END-PERFORM
           .

       MONTA-LINHA-PRODUTO.
           IF WS-PR-IDX = 51
               MOVE SPACES TO WS-LP-PRODUTO
           ELSE
               MOVE WS-ED-PRODUTO TO WS-LP-PRODUTO
           END-IF
           MOVE WS-DESCRICAO TO WS-LP-DESCRICAO
           MOVE WS-NOME-IDADE(WS-ID-IDX) TO WS-LP-IDADE
           MOVE WS-PR-QTD-LIQ(WS-PR-IDX, WS-ID-IDX)   TO WS-LP-QTD-LIQ
           MOVE WS-PR-QTD-AMORT(WS-PR-IDX, WS-ID-IDX)
               TO WS-LP-QTD-AMORT
           MOVE WS-PR-VR-FACE(WS-PR-IDX, WS-ID-IDX)   TO WS-LP-VR-FACE
           MOVE WS-PR-VR-PRINC(WS-PR-IDX, WS-ID-IDX)  TO WS-LP-VR-PRINC
           MOVE WS-PR-VR-PAGO(WS-PR-IDX, WS-ID-IDX)   TO WS-LP-VR-PAGO
           MOVE WS-PR-VR-DESC(WS-PR-IDX, WS-ID-IDX)   TO WS-LP-VR-DESC
           MOVE WS-PR-VR-JUROS(WS-PR-IDX, WS-ID-IDX)  TO WS-LP-VR-JUROS
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-PR-VR-FACE(WS-PR-IDX, WS-ID-IDX) > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-PR-VR-DESC(WS-PR-IDX, WS-ID-IDX) * 100
                   / WS-PR-VR-FACE(WS-PR-IDX, WS-ID-IDX)
           END-IF
           MOVE WS-PCT-CALC TO WS-LP-PCT-DESC
           MOVE WS-LINHA-PRODUTO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-COTACOES.
      *    Conversao sobre as cotacoes ja decididas (as ainda
      *    vigentes podem converter e ficam fora da taxa).
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'COTACOES DE QUITACAO EMITIDAS NA COMPETENCIA - '
                  'CONVERSAO EM LIQUIDACAO DENTRO DA VALIDADE'
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE WS-CAB-COTACAO TO WS-LINHA-CAB
           PERFORM GRAVA-TITULO-SECAO
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-PRODUTOS
               MOVE WS-ORD-PR(WS-ORD-IDX) TO WS-PR-IDX
               IF WS-PR-QTD-COT(WS-PR-IDX) > ZEROS
                   PERFORM BUSCA-DESCRICAO
                   MOVE WS-PR-CODIGO(WS-PR-IDX) TO WS-ED-PRODUTO
                   MOVE WS-ED-PRODUTO TO WS-LC-PRODUTO
                   PERFORM MONTA-LINHA-COTACAO
               END-IF
           END-PERFORM
           MOVE 51 TO WS-PR-IDX
           MOVE 'TOTAL GERAL' TO WS-DESCRICAO
           MOVE SPACES TO WS-LC-PRODUTO
           PERFORM MONTA-LINHA-COTACAO

           MOVE ZEROS TO WS-QTD-LIQ-MES WS-QTD-HONROU-MES
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QTD-QUITACOES
               IF WS-QT-DATA(WS-QT-IDX) NOT > WS-MES-FIM
                   ADD 1 TO WS-QTD-LIQ-MES
                   IF WS-QT-HONROU(WS-QT-IDX) = 'S'
                       ADD 1 TO WS-QTD-HONROU-MES
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-QTD-LIQ-MES    TO WS-ED-QTD
           MOVE WS-QTD-HONROU-MES TO WS-ED-QTD2
           MOVE SPACES TO RW-LINHA
           STRING 'LIQUIDACOES NA COMPETENCIA: ' WS-ED-QTD
                  ' - DAS QUAIS HONRARAM COTACAO VIGENTE: ' WS-ED-QTD2
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       MONTA-LINHA-COTACAO.
           MOVE WS-DESCRICAO              TO WS-LC-DESCRICAO
           MOVE WS-PR-QTD-COT(WS-PR-IDX)   TO WS-LC-QTD-COT
           MOVE WS-PR-QTD-CONV(WS-PR-IDX)  TO WS-LC-QTD-CONV
           MOVE WS-PR-QTD-FORA(WS-PR-IDX)  TO WS-LC-QTD-FORA
           MOVE WS-PR-QTD-EXPIR(WS-PR-IDX) TO WS-LC-QTD-EXPIR
           MOVE WS-PR-QTD-VIG(WS-PR-IDX)   TO WS-LC-QTD-VIG
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-PR-QTD-COT(WS-PR-IDX) > WS-PR-QTD-VIG(WS-PR-IDX)
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-PR-QTD-CONV(WS-PR-IDX) * 100
                   / (WS-PR-QTD-COT(WS-PR-IDX)
                      - WS-PR-QTD-VIG(WS-PR-IDX))
           END-IF
           MOVE WS-PCT-CALC TO WS-LC-PCT-CONV
           MOVE WS-LINHA-COTACAO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-RECONTRATACAO.
      *    Cada liquidacao da competencia com o novo contrato do
      *    cliente, se houver, e o resumo do mes.
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'LIQUIDACOES DA COMPETENCIA E NOVO CONTRATO DO '
                  'CLIENTE EM ATE 90 DIAS'
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE WS-CAB-RECONTRATO TO WS-LINHA-CAB
           PERFORM GRAVA-TITULO-SECAO
           INITIALIZE WS-CONT-RECONTRATO
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QTD-QUITACOES
               IF WS-QT-DATA(WS-QT-IDX) NOT > WS-MES-FIM
                   MOVE WS-QT-CONTRATO(WS-QT-IDX) TO WS-RC-CONTRATO
                   MOVE WS-QT-CLIENTE(WS-QT-IDX)  TO WS-RC-CLIENTE
                   MOVE WS-QT-DATA(WS-QT-IDX)     TO WS-RC-DATA
                   PERFORM PROCURA-RECONTRATACAO
                   MOVE WS-RC-CONTRATO            TO WS-LR-CONTRATO
                   MOVE WS-RC-CLIENTE             TO WS-LR-CLIENTE
                   MOVE WS-QT-PRODUTO(WS-QT-IDX)  TO WS-LR-PRODUTO
                   MOVE WS-RC-DATA                TO WS-LR-DATA
                   MOVE WS-QT-VR-PAGO(WS-QT-IDX)  TO WS-LR-VR-PAGO
                   MOVE WS-RC-NOVO-CONTRATO TO WS-LR-NOVO-CONTRATO
                   MOVE WS-RC-NOVO-DATA     TO WS-LR-NOVO-DATA
                   MOVE WS-RC-DIAS          TO WS-LR-DIAS
                   EVALUATE TRUE
                       WHEN WS-RC-CONOSCO
                           MOVE 'RECONTRATOU CONOSCO'
                               TO WS-LR-SITUACAO
                       WHEN WS-RC-JANELA-ABERTA
                           MOVE 'JANELA ABERTA' TO WS-LR-SITUACAO
                       WHEN OTHER
                           MOVE 'SEM NOVO CONTRATO' TO WS-LR-SITUACAO
                   END-EVALUATE
                   MOVE WS-LINHA-RECONTRATO TO RW-LINHA
                   PERFORM GRAVA-LINHA-RELATORIO
               END-IF
           END-PERFORM
           IF WS-RT-QTD = ZEROS
               MOVE 'NENHUMA LIQUIDACAO ANTECIPADA NA COMPETENCIA.'
                   TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-RT-ROTULO
           STRING 'COMPETENCIA ' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-RT-ROTULO
           PERFORM GRAVA-RESUMO-RECONTRATO
           .

       IMPRIME-COORTE.
      *    A coorte de tres meses antes ja tem a janela de 90 dias
      *    (quase) toda fechada: e ela que responde se quem antecipa
      *    volta para a casa ou refinancia fora.
           MOVE SPACES TO WS-LINHA-TITULO
           STRING 'COORTE DE ' WS-COMP-COORTE ' (' WS-COORTE-INICIO
                  ' A ' WS-COORTE-FIM ') - RECONTRATACAO EM ATE '
                  '90 DIAS'
               DELIMITED BY SIZE INTO WS-LINHA-TITULO
           MOVE SPACES TO WS-LINHA-CAB
           PERFORM GRAVA-TITULO-SECAO
           INITIALIZE WS-CONT-RECONTRATO
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-QTD-COORTE
               MOVE WS-CO-CONTRATO(WS-CO-IDX) TO WS-RC-CONTRATO
               MOVE WS-CO-CLIENTE(WS-CO-IDX)  TO WS-RC-CLIENTE
               MOVE WS-CO-DATA(WS-CO-IDX)     TO WS-RC-DATA
               PERFORM PROCURA-RECONTRATACAO
           END-PERFORM
           MOVE SPACES TO WS-RT-ROTULO
           STRING 'COORTE ' WS-COMP-COORTE
               DELIMITED BY SIZE INTO WS-RT-ROTULO
           PERFORM GRAVA-RESUMO-RECONTRATO
           .

       GRAVA-RESUMO-RECONTRATO.
      *    Percentual de recontratacao sobre as quitacoes ja
      *    decididas (recontratou ou janela encerrada sem contrato).
           MOVE WS-RT-QTD      TO WS-ED-QTD
           MOVE WS-RT-CONOSCO  TO WS-ED-QTD2
           MOVE WS-RT-SEM-NOVO TO WS-ED-QTD3
           MOVE WS-RT-ABERTA   TO WS-ED-QTD4
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-RT-CONOSCO + WS-RT-SEM-NOVO > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-RT-CONOSCO * 100
                   / (WS-RT-CONOSCO + WS-RT-SEM-NOVO)
           END-IF
           MOVE WS-PCT-CALC TO WS-ED-PCT
           MOVE SPACES TO RW-LINHA
           STRING WS-RT-ROTULO ' QUITACOES: ' WS-ED-QTD
                  ' RECONTRATOU CONOSCO: ' WS-ED-QTD2
                  ' SEM NOVO CONTRATO: ' WS-ED-QTD3
                  ' JANELA ABERTA: ' WS-ED-QTD4
                  ' %CONOSCO: ' WS-ED-PCT
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINPREP.
