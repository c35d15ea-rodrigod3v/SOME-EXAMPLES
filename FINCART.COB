      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONCILIACAO DE CARTAO COM A ADQUIRENTE: carrega os
      *          recibos em cartao do CAIXA (CAIXAMOV.DAT) no controle
      *          CARTCONC.DAT, com o liquido esperado pela taxa (MDR)
      *          do contrato com a adquirente (MDRPARM.DAT), e casa
      *          contra eles o arquivo de liquidacao da adquirente
      *          (LIQCARTAO.DAT) por autorizacao+data da venda,
      *          parcela a parcela. A taxa cobrada em cada credito
      *          vai para MOVDIA ('Q') e o FINCTB a contabiliza na
      *          mesma noite. Sai pelo escritor compartilhado
      *          (RPTWRT, geracao datada CARTCONC) a lista do que nao
      *          fecha: credito da adquirente sem recibo no caixa,
      *          liquidacao repetida, liquido diferente do esperado e
      *          recibo que a adquirente nao pagou no prazo. Roda
      *          pelo JOBNOTURNO e se carimba em RUNCTL como os
      *          demais passos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCART.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CAIXAMOV       ASSIGN TO "CAIXAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAIXAMOV.
           SELECT FD-LIQCARTAO      ASSIGN TO "LIQCARTAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQCARTAO.
           SELECT FD-CARTCONC       ASSIGN TO "CARTCONC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUM-RECIBO
               ALTERNATE RECORD KEY IS CC-CHAVE-VENDA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CARTCONC.
           SELECT FD-MDRPARM        ASSIGN TO "MDRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MDRPARM.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CAIXAMOV.
       01  FD-CAIXAMOV-REC.
           COPY CXMOVREC.

       FD  FD-LIQCARTAO.
       01  FD-LIQCARTAO-REC.
           COPY LIQCARTREC.

       FD  FD-CARTCONC.
       01  FD-CARTCONC-REC.
           COPY CARTCONCREC.

       FD  FD-MDRPARM.
       01  FD-MDRPARM-REC.
           COPY MDRPARMREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CAIXAMOV      PIC X(02) VALUE '00'.
           03 WS-FS-LIQCARTAO     PIC X(02) VALUE '00'.
           03 WS-FS-CARTCONC      PIC X(02) VALUE '00'.
           03 WS-FS-MDRPARM       PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCART'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).

         01 WS-FIM-CAIXAMOV         PIC X(01) VALUE 'N'.
             88 WS-EOF-CAIXAMOV             VALUE 'S'.
         01 WS-FIM-LIQCARTAO        PIC X(01) VALUE 'N'.
             88 WS-EOF-LIQCARTAO            VALUE 'S'.
         01 WS-FIM-CARTCONC         PIC X(01).
             88 WS-EOF-CARTCONC             VALUE 'S'.

      *  Contrato com a adquirente (MDRPARM.DAT), semeado na
      *  primeira execucao.
         01 WS-MDR.
           03 WS-MDR-PCT-DEBITO     PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-MDR-PCT-CREDITO    PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-MDR-PCT-PARCELADO  PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-MDR-PRAZO-DEBITO   PIC 9(03) VALUE ZEROS.
           03 WS-MDR-PRAZO-CREDITO  PIC 9(03) VALUE ZEROS.
           03 WS-MDR-TOLERANCIA     PIC 9(03)V99 VALUE ZEROS.
         01 WS-PCT-MDR              PIC 9(03)V9(04).

      *  Casamento da linha de liquidacao com o recibo: mesma
      *  autorizacao e data da venda, mesmo valor de venda (quando
      *  a adquirente o informa) e parcela ainda nao recebida.
         01 WS-CASAMENTO.
           03 WS-CS-ACHADO          PIC X(01).
               88 WS-VENDA-ACHADA             VALUE 'S'.
           03 WS-CS-REPETIDO        PIC X(01).
               88 WS-PARCELA-REPETIDA         VALUE 'S'.
           03 WS-CS-FIM             PIC X(01).
               88 WS-FIM-CASAMENTO            VALUE 'S'.
           03 WS-CS-IDX             PIC 99.

         01 WS-VR-DIFERENCA         PIC S9(07)V99.
         01 WS-DIAS-PREVISTO        PIC 9(08).
         01 WS-PROXIMA-PARCELA      PIC 99.

         01 WS-TOTAIS.
           03 WS-QTD-RECIBOS-NOVOS  PIC 9(06) VALUE ZEROS.
           03 WS-QTD-LIQUIDACOES    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CASADAS        PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CONCILIADOS    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-DIVERGENTES    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SEM-RECIBO     PIC 9(06) VALUE ZEROS.
           03 WS-QTD-REPETIDAS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-NAO-PAGOS      PIC 9(06) VALUE ZEROS.
           03 WS-VR-TAXA-DIA        PIC 9(09)V99 VALUE ZEROS.
           03 WS-VR-SEM-RECIBO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-VR-NAO-PAGO        PIC 9(09)V99 VALUE ZEROS.

         01 WS-LINHA-CONC.
           03 WS-LC-OCORRENCIA      PIC X(28).
           03 FILLER                PIC X(05) VALUE ' REC '.
           03 WS-LC-RECIBO          PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' AUT '.
           03 WS-LC-AUTORIZACAO     PIC X(06).
           03 FILLER                PIC X(07) VALUE ' VENDA '.
           03 WS-LC-DATA-VENDA      PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-BANDEIRA        PIC X(10).
           03 FILLER                PIC X(06) VALUE ' PARC '.
           03 WS-LC-PARCELA         PIC Z9.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LC-QTD-PARCELAS    PIC Z9.
           03 FILLER                PIC X(10) VALUE ' ESPERADO '.
           03 WS-LC-ESPERADO        PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE ' PAGO '.
           03 WS-LC-PAGO            PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

           PERFORM CARREGA-PARAMETRO-MDR

           OPEN I-O FD-CARTCONC
           IF WS-FS-CARTCONC = '35'
               OPEN OUTPUT FD-CARTCONC
               CLOSE FD-CARTCONC
               OPEN I-O FD-CARTCONC
           END-IF
           MOVE WS-FS-CARTCONC TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINCART: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-RELATORIO
               PERFORM CARREGA-RECIBOS-CARTAO
               PERFORM PROCESSA-LIQUIDACAO
               PERFORM APURA-NAO-PAGOS
               PERFORM FECHA-RELATORIO
               CLOSE FD-CARTCONC
           END-IF

           DISPLAY 'FINCART: ' WS-QTD-RECIBOS-NOVOS ' RECIBO(S) EM '
                   'CARTAO CARREGADO(S), ' WS-QTD-LIQUIDACOES
                   ' LIQUIDACAO(OES) LIDA(S), ' WS-QTD-CASADAS
                   ' CASADA(S), TAXA DO DIA ' WS-VR-TAXA-DIA '.'
           DISPLAY 'FINCART: ' WS-QTD-CONCILIADOS ' VENDA(S) '
                   'CONCILIADA(S), ' WS-QTD-DIVERGENTES
                   ' COM LIQUIDO DIVERGENTE.'
           IF WS-QTD-SEM-RECIBO > ZEROS OR WS-QTD-REPETIDAS > ZEROS
               DISPLAY 'FINCART: ' WS-QTD-SEM-RECIBO ' CREDITO(S) '
                       'SEM RECIBO NO CAIXA (' WS-VR-SEM-RECIBO
                       '), ' WS-QTD-REPETIDAS ' LIQUIDACAO(OES) '
                       'REPETIDA(S).'
           END-IF
           IF WS-QTD-NAO-PAGOS > ZEROS
               DISPLAY 'FINCART: ' WS-QTD-NAO-PAGOS ' RECIBO(S) '
                       'NAO PAGO(S) PELA ADQUIRENTE NO PRAZO ('
                       WS-VR-NAO-PAGO ') - VEJA A GERACAO CARTCONC.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-PARAMETRO-MDR.
      *    Parametro da adquirente; semeado na primeira execucao
      *    (mesma tecnica do TOLPARM do FINRET) com as taxas de
      *    balcao mais comuns: debito 1,5%, credito a vista 2,5%,
      *    parcelado 3,2%, debito em D+1, credito em D+30 por
      *    parcela e 0,10 de tolerancia.
           OPEN INPUT FD-MDRPARM
           MOVE WS-FS-MDRPARM TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               PERFORM SEMEIA-PARAMETRO-MDR
               OPEN INPUT FD-MDRPARM
           END-IF
           READ FD-MDRPARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MD-PCT-DEBITO    TO WS-MDR-PCT-DEBITO
                   MOVE MD-PCT-CREDITO   TO WS-MDR-PCT-CREDITO
                   MOVE MD-PCT-PARCELADO TO WS-MDR-PCT-PARCELADO
                   MOVE MD-PRAZO-DEBITO  TO WS-MDR-PRAZO-DEBITO
                   MOVE MD-PRAZO-CREDITO TO WS-MDR-PRAZO-CREDITO
                   MOVE MD-TOLERANCIA    TO WS-MDR-TOLERANCIA
           END-READ
           CLOSE FD-MDRPARM
           .

       SEMEIA-PARAMETRO-MDR.
           OPEN OUTPUT FD-MDRPARM
           MOVE 1,5000 TO MD-PCT-DEBITO
           MOVE 2,5000 TO MD-PCT-CREDITO
           MOVE 3,2000 TO MD-PCT-PARCELADO
           MOVE 001    TO MD-PRAZO-DEBITO
           MOVE 030    TO MD-PRAZO-CREDITO
           MOVE 0,10   TO MD-TOLERANCIA
           WRITE FD-MDRPARM-REC
           CLOSE FD-MDRPARM
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'CARTCONC' TO RW-RELATORIO
           MOVE 'CONCILIACAO DE CARTAO - ADQUIRENTE'
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

       GRAVA-LINHA-CONC.
           MOVE WS-LINHA-CONC TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       CARREGA-RECIBOS-CARTAO.
      *    Todo recibo em cartao do CAIXAMOV.DAT ainda fora do
      *    controle entra nele; o que ja esta (carregado numa noite
      *    anterior) fica como esta.
           OPEN INPUT FD-CAIXAMOV
           MOVE WS-FS-CAIXAMOV TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-CAIXAMOV TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-CAIXAMOV
               READ FD-CAIXAMOV
                   AT END
                       SET WS-EOF-CAIXAMOV TO TRUE
                   NOT AT END
                       IF CX-REG-RECIBO AND CX-PAGTO-CARTAO
                           PERFORM REGISTRA-RECIBO-CARTAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CAIXAMOV = '00' OR WS-FS-CAIXAMOV = '10'
               CLOSE FD-CAIXAMOV
           END-IF
           .

       REGISTRA-RECIBO-CARTAO.
           MOVE CX-NUM-RECIBO TO CC-NUM-RECIBO
           READ FD-CARTCONC
               INVALID KEY
                   PERFORM MONTA-CONTROLE-RECIBO
                   WRITE FD-CARTCONC-REC
                   ADD 1 TO WS-QTD-RECIBOS-NOVOS
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

       MONTA-CONTROLE-RECIBO.
      *    Liquido esperado: valor do recibo menos a taxa da
      *    modalidade (debito, credito a vista ou parcelado).
           MOVE SPACES                TO FD-CARTCONC-REC
           MOVE CX-NUM-RECIBO         TO CC-NUM-RECIBO
           MOVE CX-CARTAO-AUTORIZACAO TO CC-COD-AUTORIZACAO
           MOVE CX-DATA               TO CC-DATA-VENDA
           MOVE CX-OPERADOR           TO CC-OPERADOR
           MOVE CX-NUM-CONTRATO       TO CC-NUM-CONTRATO
           MOVE CX-NUM-PARCELA        TO CC-NUM-PARCELA
           MOVE CX-CARTAO-BANDEIRA    TO CC-BANDEIRA
           MOVE CX-CARTAO-MODALIDADE  TO CC-MODALIDADE
           IF CX-CARTAO-QTD-PARCELAS IS NUMERIC
               AND CX-CARTAO-QTD-PARCELAS > ZEROS
               AND CX-CARTAO-QTD-PARCELAS NOT > 12
               MOVE CX-CARTAO-QTD-PARCELAS TO CC-QTD-PARCELAS
           ELSE
               MOVE 1 TO CC-QTD-PARCELAS
           END-IF
           MOVE CX-VALOR              TO CC-VALOR-VENDA
           EVALUATE TRUE
               WHEN CC-DEBITO
                   MOVE WS-MDR-PCT-DEBITO    TO WS-PCT-MDR
               WHEN CC-QTD-PARCELAS = 1
                   MOVE WS-MDR-PCT-CREDITO   TO WS-PCT-MDR
               WHEN OTHER
                   MOVE WS-MDR-PCT-PARCELADO TO WS-PCT-MDR
           END-EVALUATE
           COMPUTE CC-VALOR-MDR-PREVISTO ROUNDED =
               CC-VALOR-VENDA * WS-PCT-MDR / 100
           COMPUTE CC-VALOR-LIQ-PREVISTO =
               CC-VALOR-VENDA - CC-VALOR-MDR-PREVISTO
           MOVE ZEROS TO CC-VALOR-MDR-COBRADO CC-VALOR-LIQ-RECEBIDO
                         CC-QTD-RECEBIDAS CC-DATA-ULT-CREDITO
           SET CC-PENDENTE TO TRUE
           .

       PROCESSA-LIQUIDACAO.
           OPEN INPUT FD-LIQCARTAO
           MOVE WS-FS-LIQCARTAO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
      *        A adquirente nem todo dia tem credito a informar.
               DISPLAY 'FINCART: LIQCARTAO.DAT NAO EXISTE - SEM '
                       'LIQUIDACAO DA ADQUIRENTE HOJE.'
           ELSE
               PERFORM UNTIL WS-EOF-LIQCARTAO
                   READ FD-LIQCARTAO
                       AT END
                           SET WS-EOF-LIQCARTAO TO TRUE
                       NOT AT END
                           IF NOT LQ-REG-HEADER
                               ADD 1 TO WS-QTD-LIQUIDACOES
                               PERFORM TRATA-LIQUIDACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-LIQCARTAO
           END-IF
           .

       TRATA-LIQUIDACAO.
      *    Mesmo IS NUMERIC do FINRET em todo campo vindo de fora:
      *    linha torta da adquirente vira linha do relatorio, nao
      *    START com chave de lixo.
           IF LQ-DATA-VENDA NOT NUMERIC
               OR LQ-PARCELA NOT NUMERIC
               OR LQ-QTD-PARCELAS NOT NUMERIC
               OR LQ-VALOR-VENDA NOT NUMERIC
               OR LQ-VALOR-MDR NOT NUMERIC
               OR LQ-VALOR-LIQUIDO NOT NUMERIC
               OR LQ-PARCELA < 1 OR LQ-PARCELA > 12
               MOVE SPACES TO WS-LINHA-CONC
               MOVE 'LIQUIDACAO INVALIDA' TO WS-LC-OCORRENCIA
               MOVE ZEROS TO WS-LC-RECIBO WS-LC-DATA-VENDA
                             WS-LC-PARCELA WS-LC-QTD-PARCELAS
                             WS-LC-ESPERADO WS-LC-PAGO
               MOVE LQ-COD-AUTORIZACAO TO WS-LC-AUTORIZACAO
               PERFORM GRAVA-LINHA-CONC
           ELSE
               PERFORM LOCALIZA-VENDA-CARTAO
               EVALUATE TRUE
                   WHEN WS-VENDA-ACHADA
                       PERFORM BAIXA-PARCELA-CARTAO
                   WHEN WS-PARCELA-REPETIDA
                       ADD 1 TO WS-QTD-REPETIDAS
                       MOVE 'LIQUIDACAO REPETIDA' TO WS-LC-OCORRENCIA
                       PERFORM MONTA-LINHA-LIQUIDACAO
                       PERFORM GRAVA-LINHA-CONC
                   WHEN OTHER
                       ADD 1 TO WS-QTD-SEM-RECIBO
                       ADD LQ-VALOR-LIQUIDO TO WS-VR-SEM-RECIBO
                       MOVE 'CREDITO SEM RECIBO NO CAIXA'
                           TO WS-LC-OCORRENCIA
                       PERFORM MONTA-LINHA-LIQUIDACAO
                       PERFORM GRAVA-LINHA-CONC
               END-EVALUATE
           END-IF
           .

       LOCALIZA-VENDA-CARTAO.
      *    Caminho alternado autorizacao+data da venda; o registro
      *    casado fica no buffer para o REWRITE.
           MOVE 'N' TO WS-CS-ACHADO WS-CS-REPETIDO WS-CS-FIM
           MOVE LQ-COD-AUTORIZACAO TO CC-COD-AUTORIZACAO
           MOVE LQ-DATA-VENDA      TO CC-DATA-VENDA
           START FD-CARTCONC KEY = CC-CHAVE-VENDA
               INVALID KEY
                   SET WS-FIM-CASAMENTO TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-CASAMENTO
               READ FD-CARTCONC NEXT RECORD
                   AT END
                       SET WS-FIM-CASAMENTO TO TRUE
                   NOT AT END
                       IF CC-COD-AUTORIZACAO NOT = LQ-COD-AUTORIZACAO
                           OR CC-DATA-VENDA NOT = LQ-DATA-VENDA
                           SET WS-FIM-CASAMENTO TO TRUE
                       ELSE
                           PERFORM CONFERE-CANDIDATO-VENDA
                       END-IF
               END-READ
           END-PERFORM
           .

       CONFERE-CANDIDATO-VENDA.
           IF (LQ-VALOR-VENDA = ZEROS
               OR LQ-VALOR-VENDA = CC-VALOR-VENDA)
               AND LQ-PARCELA NOT > CC-QTD-PARCELAS
               IF CC-PARCELA-RECEBIDA(LQ-PARCELA) = 'S'
                   SET WS-PARCELA-REPETIDA TO TRUE
               ELSE
                   SET WS-VENDA-ACHADA   TO TRUE
                   SET WS-FIM-CASAMENTO  TO TRUE
               END-IF
           END-IF
           .

       BAIXA-PARCELA-CARTAO.
      *    Parcela creditada: acumula liquido e taxa, manda a taxa
      *    para a contabil e, com a ultima parcela, confere o
      *    liquido total contra o esperado.
           ADD 1 TO WS-QTD-CASADAS
           MOVE 'S' TO CC-PARCELA-RECEBIDA(LQ-PARCELA)
           ADD 1 TO CC-QTD-RECEBIDAS
           ADD LQ-VALOR-LIQUIDO TO CC-VALOR-LIQ-RECEBIDO
           ADD LQ-VALOR-MDR     TO CC-VALOR-MDR-COBRADO
           IF LQ-DATA-CREDITO IS NUMERIC AND LQ-DATA-CREDITO > ZEROS
               MOVE LQ-DATA-CREDITO   TO CC-DATA-ULT-CREDITO
           ELSE
               MOVE WS-DATA-MOVIMENTO TO CC-DATA-ULT-CREDITO
           END-IF
           IF LQ-VALOR-MDR > ZEROS
               PERFORM GRAVA-MOVDIA-TAXA
           END-IF
           IF CC-QTD-RECEBIDAS NOT < CC-QTD-PARCELAS
               PERFORM CONFERE-VENDA-LIQUIDADA
           END-IF
           REWRITE FD-CARTCONC-REC
           .

       CONFERE-VENDA-LIQUIDADA.
           COMPUTE WS-VR-DIFERENCA =
               CC-VALOR-LIQ-RECEBIDO - CC-VALOR-LIQ-PREVISTO
           IF WS-VR-DIFERENCA < ZEROS
               COMPUTE WS-VR-DIFERENCA = ZERO - WS-VR-DIFERENCA
           END-IF
           IF WS-VR-DIFERENCA NOT > WS-MDR-TOLERANCIA
               SET CC-CONCILIADO TO TRUE
               ADD 1 TO WS-QTD-CONCILIADOS
           ELSE
               SET CC-DIVERGENTE TO TRUE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 'LIQUIDO DIFERENTE DO ESPERADO'
                   TO WS-LC-OCORRENCIA
               PERFORM MONTA-LINHA-CONTROLE
               PERFORM GRAVA-LINHA-CONC
           END-IF
           .

       GRAVA-MOVDIA-TAXA.
      *    Mesmo padrao de EXTEND com criacao na primeira gravacao
      *    do GRAVA-MOVDIA do FINAN2.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           SET MV-TAXA-CARTAO     TO TRUE
           MOVE CC-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE LQ-VALOR-MDR      TO MV-VALOR
           MOVE WS-DATA-MOVIMENTO TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           ADD LQ-VALOR-MDR TO WS-VR-TAXA-DIA
           .

       APURA-NAO-PAGOS.
      *    Recibo ainda pendente cuja proxima parcela ja passou do
      *    prazo de credito (debito: D+prazo; credito: prazo vezes o
      *    numero da parcela) e recibo que a adquirente nunca pagou.
           MOVE 'N'   TO WS-FIM-CARTCONC
           MOVE ZEROS TO CC-NUM-RECIBO
           START FD-CARTCONC KEY NOT < CC-NUM-RECIBO
               INVALID KEY
                   SET WS-EOF-CARTCONC TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CARTCONC
               READ FD-CARTCONC NEXT RECORD
                   AT END
                       SET WS-EOF-CARTCONC TO TRUE
                   NOT AT END
                       IF CC-PENDENTE
                           PERFORM AVALIA-PRAZO-ADQUIRENTE
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-PRAZO-ADQUIRENTE.
           COMPUTE WS-PROXIMA-PARCELA = CC-QTD-RECEBIDAS + 1
           IF CC-DEBITO
               COMPUTE WS-DIAS-PREVISTO =
                   FUNCTION INTEGER-OF-DATE(CC-DATA-VENDA)
                   + WS-MDR-PRAZO-DEBITO
           ELSE
               COMPUTE WS-DIAS-PREVISTO =
                   FUNCTION INTEGER-OF-DATE(CC-DATA-VENDA)
                   + WS-MDR-PRAZO-CREDITO * WS-PROXIMA-PARCELA
           END-IF
           IF WS-DIAS-HOJE > WS-DIAS-PREVISTO
               ADD 1 TO WS-QTD-NAO-PAGOS
               COMPUTE WS-VR-NAO-PAGO = WS-VR-NAO-PAGO
                   + CC-VALOR-LIQ-PREVISTO - CC-VALOR-LIQ-RECEBIDO
               MOVE 'NAO PAGO PELA ADQUIRENTE' TO WS-LC-OCORRENCIA
               PERFORM MONTA-LINHA-CONTROLE
               MOVE WS-PROXIMA-PARCELA TO WS-LC-PARCELA
               PERFORM GRAVA-LINHA-CONC
           END-IF
           .

       MONTA-LINHA-LIQUIDACAO.
           MOVE ZEROS              TO WS-LC-RECIBO WS-LC-ESPERADO
           MOVE LQ-COD-AUTORIZACAO TO WS-LC-AUTORIZACAO
           MOVE LQ-DATA-VENDA      TO WS-LC-DATA-VENDA
           MOVE LQ-BANDEIRA        TO WS-LC-BANDEIRA
           MOVE LQ-PARCELA         TO WS-LC-PARCELA
           MOVE LQ-QTD-PARCELAS    TO WS-LC-QTD-PARCELAS
           MOVE LQ-VALOR-LIQUIDO   TO WS-LC-PAGO
           .

       MONTA-LINHA-CONTROLE.
           MOVE CC-NUM-RECIBO         TO WS-LC-RECIBO
           MOVE CC-COD-AUTORIZACAO    TO WS-LC-AUTORIZACAO
           MOVE CC-DATA-VENDA         TO WS-LC-DATA-VENDA
           MOVE CC-BANDEIRA           TO WS-LC-BANDEIRA
           MOVE CC-QTD-RECEBIDAS      TO WS-LC-PARCELA
           MOVE CC-QTD-PARCELAS       TO WS-LC-QTD-PARCELAS
           MOVE CC-VALOR-LIQ-PREVISTO TO WS-LC-ESPERADO
           MOVE CC-VALOR-LIQ-RECEBIDO TO WS-LC-PAGO
           .

       END PROGRAM FINCART.
