      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: POSICAO NOTURNA DA CARTEIRA: le o mestre FDCONTR.DAT
      *          uma vez e grava em POSCART.DAT (chave contrato,
      *          alternada cliente) a fotografia de cada contrato na
      *          data do movimento - saldo em aberto e vencido, pior
      *          atraso e faixa de atraso, rating (tabela RATINGTAB),
      *          estagio de cobranca (COBCTL), sinistro aberto,
      *          caso juridico ativo ou em acordo, cessao, produto,
      *          agente e regiao (UF/cidade do CADPF) - com as
      *          aberturas por faixa de atraso, por prazo a vencer e
      *          por mes de vencimento. FINAGE, FINCONC, FINSAFRA,
      *          FINREG, FINPROV, FINFLUX e FINEXP leem a posicao em
      *          vez de varrer o mestre e apurar saldo e atraso cada
      *          um do seu jeito. A posicao so vale se bater com o
      *          arquivo de parcelas: o saldo e a quantidade de
      *          parcelas em aberto de cada contrato sao conferidos
      *          contra FDPARC.DAT, e o total da posicao contra o
      *          total do arquivo inteiro (parcela sem contrato no
      *          mestre aparece ai). Divergencia sai em FINPOSI.PRT
      *          e termina com RETURN-CODE 8, para o JOBNOTURNO parar
      *          antes dos relatorios que dependem da posicao. Na
      *          primeira noite de cada mes, antes de regravar, a
      *          posicao anterior (a ultima do mes que fechou) e
      *          guardada no historico POSHIST.DAT por competencia,
      *          de onde o FINROLL monta a matriz de rolagem. Roda
      *          toda noite depois dos passos que mexem nas parcelas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPOSI.
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
           SELECT FD-CADASTRO       ASSIGN TO "CADPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CAD-COD-CLIENTE
               ALTERNATE RECORD KEY IS FD-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-PARCELA        ASSIGN TO "FDPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PARCELA.
           SELECT FD-COBCTL         ASSIGN TO "COBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CHAVE
               FILE STATUS IS WS-FS-COBCTL.
           SELECT FD-SINISTRO       ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-NUM-CONTRATO
               FILE STATUS IS WS-FS-SINISTRO.
           SELECT FD-JURCASO        ASSIGN TO "JURCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-NUM-CONTRATO
               FILE STATUS IS WS-FS-JURCASO.
           SELECT FD-ROTATIVO       ASSIGN TO "ROTATIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUM-CONTA
               ALTERNATE RECORD KEY IS RC-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ROTATIVO.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.
           SELECT FD-POSHIST        ASSIGN TO "POSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSHIST.
           SELECT FD-RELATO         ASSIGN TO "FINPOSI.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PARCELA.
       01  FD-PARCELA-REC.
           COPY PARCREC.

       FD  FD-COBCTL.
       01  FD-COBCTL-REC.
           COPY COBCTLREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.

       FD  FD-JURCASO.
       01  FD-JURCASO-REC.
           COPY JURCASOREC.

       FD  FD-ROTATIVO.
       01  FD-ROTATIVO-REC.
           COPY ROTCTAREC.

       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-POSHIST.
       01  FD-POSHIST-REC.
           COPY POSHISTREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(90).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-COBCTL        PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-FS-JURCASO       PIC X(02) VALUE '00'.
           03 WS-FS-ROTATIVO      PIC X(02) VALUE '00'.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-POSHIST       PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RATINGTAB.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINPOSI'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-DM-AA              PIC 9(04).
           03 WS-DM-MM              PIC 9(02).
           03 WS-DM-DD              PIC 9(02).
         01 WS-DIAS-HOJE            PIC 9(08).
         01 WS-MESES-HOJE           PIC 9(06).
         01 WS-COMPETENCIA-ARQ      PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ARQUIVADOS       PIC 9(07) VALUE ZEROS.

         01 WS-FIM-CONTRATO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.

         01 WS-IND                  PIC 999.
         01 WS-FX                   PIC 9.
         01 WS-FAIXA-IDX            PIC 99.
         01 WS-DIAS-ATRASO          PIC S9(08).
         01 WS-DIAS-PARA-VENCER     PIC S9(08).
         01 WS-VENCTO-PARC.
           03 WS-VP-AA              PIC 9(04).
           03 WS-VP-MM              PIC 9(02).
           03 WS-VP-DD              PIC 9(02).
         01 WS-MES-OFFSET           PIC S9(06).

      *  Conferencia do contrato contra o arquivo de parcelas.
         01 WS-PARC-SALDO           PIC 9(09)V99.
         01 WS-PARC-QTD             PIC 9(03).

         01 WS-TOTAIS.
           03 WS-QTD-CONTRATOS      PIC 9(07) VALUE ZEROS.
           03 WS-QTD-ATIVOS         PIC 9(07) VALUE ZEROS.
           03 WS-QTD-DIVERGENTES    PIC 9(07) VALUE ZEROS.
           03 WS-TOT-SALDO          PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-VENCIDO        PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-QTD-ABERTAS    PIC 9(09) VALUE ZEROS.
           03 WS-TOT-PARC-CONTRATOS PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-PARC-GERAL     PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-QTD-PARC-GERAL PIC 9(09) VALUE ZEROS.
         01 WS-DIFERENCA            PIC S9(13)V99.

         01 WS-DIVERGIU             PIC X(01) VALUE 'N'.
             88 WS-HA-DIVERGENCIA           VALUE 'S'.

         01 WS-LINHA-VALOR.
           03 WS-LV-ROTULO          PIC X(40).
           03 WS-LV-VALOR           PIC ----.---.---.---.--9,99.

         01 WS-LINHA-QTD.
           03 WS-LQ-ROTULO          PIC X(40).
           03 WS-LQ-QTD             PIC ZZZ.ZZZ.ZZ9.

         01 WS-LINHA-DIVERGENTE.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LX-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' POSICAO '.
           03 WS-LX-SALDO-POS       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LX-QTD-POS         PIC ZZ9.
           03 FILLER                PIC X(08) VALUE ' FDPARC '.
           03 WS-LX-SALDO-PARC      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LX-QTD-PARC        PIC ZZ9.

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
           COMPUTE WS-MESES-HOJE = (WS-DM-AA * 12) + WS-DM-MM

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINPOSI: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-ARQUIVOS-APOIO
               PERFORM GUARDA-FECHAMENTO-MES
               OPEN OUTPUT FD-POSCART
               OPEN OUTPUT FD-RELATO
               MOVE SPACES TO FD-RELATO-REG
               STRING 'POSICAO DA CARTEIRA EM ' WS-DATA-MOVIMENTO
                      ' - CONFERENCIA CONTRA FDPARC.DAT'
                   DELIMITED BY SIZE INTO FD-RELATO-REG
               WRITE FD-RELATO-REG

               PERFORM UNTIL WS-EOF-CONTRATO
                   READ FD-CONTRATO NEXT RECORD
                       AT END
                           SET WS-EOF-CONTRATO TO TRUE
                       NOT AT END
                           PERFORM MONTA-POSICAO-CONTRATO
                   END-READ
               END-PERFORM

               PERFORM SOMA-FDPARC-GERAL
               PERFORM CONFRONTA-TOTAIS
               CLOSE FD-RELATO
               CLOSE FD-POSCART
               PERFORM FECHA-ARQUIVOS-APOIO
               CLOSE FD-CONTRATO

               IF WS-HA-DIVERGENCIA
                   DISPLAY 'FINPOSI: *** POSICAO NAO BATE COM '
                           'FDPARC.DAT - VEJA FINPOSI.PRT ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'FINPOSI: ' WS-QTD-CONTRATOS ' CONTRATO(S) NA '
                   'POSICAO DE ' WS-DATA-MOVIMENTO ', SALDO EM '
                   'ABERTO ' WS-TOT-SALDO ', VENCIDO ' WS-TOT-VENCIDO
                   ' (POSCART.DAT).'
           IF WS-QTD-ARQUIVADOS > ZEROS
               DISPLAY 'FINPOSI: FECHAMENTO DE ' WS-COMPETENCIA-ARQ
                       ' GUARDADO EM POSHIST.DAT (' WS-QTD-ARQUIVADOS
                       ' CONTRATO(S)).'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS-APOIO.
      *    Cadastro criado vazio na primeira execucao (mesmo padrao
      *    do FINCONC); os controles de cobranca, sinistro, juridico
      *    e rotativo podem ainda nao existir - o contrato sai sem a
      *    informacao daquele arquivo. O de parcelas e conferido
      *    adiante: sem ele a posicao nao tem contra o que bater.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           OPEN INPUT FD-PARCELA
           OPEN INPUT FD-COBCTL
           OPEN INPUT FD-SINISTRO
           OPEN INPUT FD-JURCASO
           OPEN INPUT FD-ROTATIVO
           .

       FECHA-ARQUIVOS-APOIO.
           CLOSE FD-CADASTRO
           IF WS-FS-PARCELA NOT = '35'
               CLOSE FD-PARCELA
           END-IF
           IF WS-FS-COBCTL NOT = '35'
               CLOSE FD-COBCTL
           END-IF
           IF WS-FS-SINISTRO NOT = '35'
               CLOSE FD-SINISTRO
           END-IF
           IF WS-FS-JURCASO NOT = '35'
               CLOSE FD-JURCASO
           END-IF
           IF WS-FS-ROTATIVO NOT = '35'
               CLOSE FD-ROTATIVO
           END-IF
           .

       GUARDA-FECHAMENTO-MES.
      *    O que ainda esta em POSCART.DAT e a posicao da noite
      *    anterior. Se ela e de mes anterior ao do movimento, e o
      *    fechamento daquele mes: vai para o POSHIST antes de ser
      *    regravada. Reexecucao na mesma noite ja encontra a posicao
      *    do dia e nao guarda nada.
           OPEN INPUT FD-POSCART
           IF WS-FS-POSCART = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
               END-READ
               IF NOT WS-EOF-LEITURA
                   AND PK-DATA-POSICAO(1:6) < WS-DATA-MOVIMENTO(1:6)
                   MOVE PK-DATA-POSICAO(1:6) TO WS-COMPETENCIA-ARQ
                   OPEN I-O FD-POSHIST
                   IF WS-FS-POSHIST = '35'
                       OPEN OUTPUT FD-POSHIST
                       CLOSE FD-POSHIST
                       OPEN I-O FD-POSHIST
                   END-IF
                   PERFORM UNTIL WS-EOF-LEITURA
                       PERFORM ARQUIVA-POSICAO
                       READ FD-POSCART NEXT RECORD
                           AT END
                               SET WS-EOF-LEITURA TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE FD-POSHIST
               END-IF
               CLOSE FD-POSCART
           END-IF
           .

       ARQUIVA-POSICAO.
           MOVE WS-COMPETENCIA-ARQ  TO HP-COMPETENCIA
           MOVE PK-NUM-CONTRATO     TO HP-NUM-CONTRATO
           MOVE PK-DATA-POSICAO     TO HP-DATA-POSICAO
           MOVE PK-COD-CLIENTE      TO HP-COD-CLIENTE
           MOVE PK-STATUS-CONTRATO  TO HP-STATUS-CONTRATO
           MOVE PK-COD-PRODUTO      TO HP-COD-PRODUTO
           MOVE PK-OBJETO           TO HP-OBJETO
           MOVE PK-COD-AGENTE       TO HP-COD-AGENTE
           MOVE PK-FAIXA-ATRASO     TO HP-FAIXA-ATRASO
           MOVE PK-MAIOR-ATRASO     TO HP-MAIOR-ATRASO
           MOVE PK-RATING           TO HP-RATING
           MOVE PK-SALDO-ABERTO     TO HP-SALDO-ABERTO
           MOVE PK-SALDO-VENCIDO    TO HP-SALDO-VENCIDO
           WRITE FD-POSHIST-REC
               INVALID KEY
                   REWRITE FD-POSHIST-REC
           END-WRITE
           ADD 1 TO WS-QTD-ARQUIVADOS
           .

       MONTA-POSICAO-CONTRATO.
           INITIALIZE FD-POSCART-REC
           MOVE FD-NUM-CONTRATO     TO PK-NUM-CONTRATO
           MOVE FD-COD-CLIENTE      TO PK-COD-CLIENTE
           MOVE WS-DATA-MOVIMENTO   TO PK-DATA-POSICAO
           MOVE FD-COD-AVALISTA     TO PK-COD-AVALISTA
           MOVE FD-STATUS-CONTRATO  TO PK-STATUS-CONTRATO
           MOVE FD-OBJETO           TO PK-OBJETO
           MOVE FD-COD-PRODUTO      TO PK-COD-PRODUTO
           MOVE FD-METODO-AMORT     TO PK-METODO-AMORT
           MOVE FD-TAXA-JUROS       TO PK-TAXA-JUROS
           MOVE FD-VALOR            TO PK-VALOR
           MOVE FD-DATA-CONTRATACAO TO PK-DATA-CONTRATACAO
           MOVE FD-COD-AGENTE       TO PK-COD-AGENTE
           IF FD-VR-PROVISAO IS NUMERIC
               MOVE FD-VR-PROVISAO  TO PK-VR-PROVISAO
           END-IF
           IF FD-COD-FILIAL IS NUMERIC
               MOVE FD-COD-FILIAL   TO PK-COD-FILIAL
           END-IF

           PERFORM BUSCA-REGIAO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               PERFORM APURA-PARCELA
           END-PERFORM
           PERFORM DEFINE-FAIXA-CONTRATO

           IF FD-CONTR-ATIVO
               PERFORM DEFINE-FAIXA-RATING
               MOVE WS-FX-RATING(WS-FAIXA-IDX) TO PK-RATING
               ADD 1 TO WS-QTD-ATIVOS
           ELSE
               MOVE FD-RATING TO PK-RATING
           END-IF
           IF FD-CONTA-ROTATIVA
               PERFORM BUSCA-SALDO-ROTATIVO
           END-IF
           PERFORM BUSCA-ESTAGIO-COBRANCA
           PERFORM BUSCA-SINISTRO-JURIDICO
           EVALUATE TRUE
               WHEN FD-CONTR-CEDIDO
                   SET PK-CESSAO-CEDIDO TO TRUE
               WHEN FD-ORIGEM-ADQUIRIDO
                   SET PK-CESSAO-ADQUIRIDO TO TRUE
               WHEN OTHER
                   SET PK-SEM-CESSAO TO TRUE
           END-EVALUATE

           PERFORM CONFERE-FDPARC-CONTRATO

           WRITE FD-POSCART-REC
           ADD 1                 TO WS-QTD-CONTRATOS
           ADD PK-SALDO-ABERTO   TO WS-TOT-SALDO
           ADD PK-SALDO-VENCIDO  TO WS-TOT-VENCIDO
           ADD PK-QTD-ABERTAS    TO WS-TOT-QTD-ABERTAS
           .

       BUSCA-REGIAO.
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE '??' TO PK-UF
                   MOVE 'SEM CADASTRO' TO PK-CIDADE
               NOT INVALID KEY
                   MOVE FD-UF     TO PK-UF
                   MOVE FD-CIDADE TO PK-CIDADE
           END-READ
           .

       APURA-PARCELA.
           EVALUATE FD-PARC-STATUS(WS-IND)
               WHEN 'G'
                   ADD 1 TO PK-QTD-PAGAS
                   ADD FD-PARC-VALOR(WS-IND) TO PK-VR-PAGO
               WHEN 'P'
                   ADD 1 TO PK-QTD-PENDENTES
                   PERFORM SOMA-PARCELA-ABERTA
               WHEN 'A'
                   ADD 1 TO PK-QTD-ATRASADAS
                   PERFORM SOMA-PARCELA-ABERTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SOMA-PARCELA-ABERTA.
      *    Vencida e a parcela com vencimento anterior a data da
      *    posicao (mesmo criterio do aging e do FINPROV); a que
      *    vence hoje ou depois entra nas aberturas a vencer.
           ADD 1 TO PK-QTD-ABERTAS
           ADD FD-PARC-VALOR(WS-IND) TO PK-SALDO-ABERTO
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
               FUNCTION INTEGER-OF-DATE(FD-PARC-VENCTO(WS-IND))
           IF WS-DIAS-ATRASO > ZEROS
               ADD 1 TO PK-QTD-VENCIDAS
               ADD FD-PARC-VALOR(WS-IND) TO PK-SALDO-VENCIDO
               IF WS-DIAS-ATRASO > PK-MAIOR-ATRASO
                   MOVE WS-DIAS-ATRASO TO PK-MAIOR-ATRASO
               END-IF
               PERFORM DEFINE-FAIXA-ATRASO
               ADD 1 TO PK-AF-QTD(WS-FX)
               ADD FD-PARC-VALOR(WS-IND) TO PK-AF-VALOR(WS-FX)
           ELSE
               COMPUTE WS-DIAS-PARA-VENCER = ZERO - WS-DIAS-ATRASO
               EVALUATE TRUE
                   WHEN WS-DIAS-PARA-VENCER NOT > 30
                       MOVE 1 TO WS-FX
                   WHEN WS-DIAS-PARA-VENCER NOT > 90
                       MOVE 2 TO WS-FX
                   WHEN WS-DIAS-PARA-VENCER NOT > 180
                       MOVE 3 TO WS-FX
                   WHEN WS-DIAS-PARA-VENCER NOT > 360
                       MOVE 4 TO WS-FX
                   WHEN OTHER
                       MOVE 5 TO WS-FX
               END-EVALUATE
               ADD FD-PARC-VALOR(WS-IND) TO PK-VENCER-FAIXA(WS-FX)

               MOVE FD-PARC-VENCTO(WS-IND) TO WS-VENCTO-PARC
               COMPUTE WS-MES-OFFSET = (WS-VP-AA * 12) + WS-VP-MM
                   - WS-MESES-HOJE + 1
               IF WS-MES-OFFSET > ZEROS AND WS-MES-OFFSET NOT > 24
                   ADD FD-PARC-VALOR(WS-IND)
                       TO PK-VENCER-MES(WS-MES-OFFSET)
               END-IF
           END-IF
           .

       DEFINE-FAIXA-ATRASO.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE 1 TO WS-FX
               WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE 2 TO WS-FX
               WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE 3 TO WS-FX
               WHEN WS-DIAS-ATRASO NOT > 180
                   MOVE 4 TO WS-FX
               WHEN OTHER
                   MOVE 5 TO WS-FX
           END-EVALUATE
           .

       DEFINE-FAIXA-CONTRATO.
           IF PK-MAIOR-ATRASO = ZEROS
               SET PK-EM-DIA TO TRUE
           ELSE
               MOVE PK-MAIOR-ATRASO TO WS-DIAS-ATRASO
               PERFORM DEFINE-FAIXA-ATRASO
               MOVE WS-FX TO PK-FAIXA-ATRASO
           END-IF
           .

       DEFINE-FAIXA-RATING.
           MOVE 9 TO WS-FAIXA-IDX
           PERFORM VARYING WS-IND FROM 9 BY -1
                   UNTIL WS-IND < 1
               IF PK-MAIOR-ATRASO NOT > WS-FX-DIAS-ATE(WS-IND)
                   MOVE WS-IND TO WS-FAIXA-IDX
               END-IF
           END-PERFORM
           .

       BUSCA-SALDO-ROTATIVO.
           IF WS-FS-ROTATIVO NOT = '35'
               MOVE FD-NUM-CONTRATO TO RC-NUM-CONTA
               READ FD-ROTATIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD RC-VR-FINANCIADO RC-VR-COMPRAS-CICLO
                           TO PK-SALDO-ROTATIVO
               END-READ
           END-IF
           .

       BUSCA-ESTAGIO-COBRANCA.
      *    Maior estagio ja carimbado pelo FINCOB entre as parcelas
      *    do contrato (chave parcial contrato + parcela zero).
           IF WS-FS-COBCTL NOT = '35'
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE FD-NUM-CONTRATO TO CB-NUM-CONTRATO
               MOVE ZEROS           TO CB-NUM-PARCELA
               START FD-COBCTL KEY NOT < CB-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-COBCTL NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF CB-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               IF CB-ESTAGIO > PK-ESTAGIO-COBRANCA
                                   MOVE CB-ESTAGIO
                                       TO PK-ESTAGIO-COBRANCA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       BUSCA-SINISTRO-JURIDICO.
           MOVE 'N' TO PK-SINISTRO-FLAG PK-JURIDICO-FLAG
           IF WS-FS-SINISTRO NOT = '35'
               MOVE FD-NUM-CONTRATO TO SI-NUM-CONTRATO
               READ FD-SINISTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SI-ABERTO
                           SET PK-EM-SINISTRO TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-FS-JURCASO NOT = '35'
               MOVE FD-NUM-CONTRATO TO JU-NUM-CONTRATO
               READ FD-JURCASO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JU-ATIVO OR JU-ACORDO
                           SET PK-EM-JURIDICO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CONFERE-FDPARC-CONTRATO.
      *    Soma as parcelas 'P'/'A' do contrato no arquivo de
      *    parcelas (chave parcial contrato + parcela zero) e
      *    confronta com o que a posicao apurou do mestre.
           MOVE ZEROS TO WS-PARC-SALDO WS-PARC-QTD
           IF WS-FS-PARCELA NOT = '35'
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE FD-NUM-CONTRATO TO PR-NUM-CONTRATO
               MOVE ZEROS           TO PR-NUM-PARCELA
               START FD-PARCELA KEY NOT < PR-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PARCELA NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PR-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               IF PR-PENDENTE OR PR-ATRASADA
                                   ADD 1        TO WS-PARC-QTD
                                   ADD PR-VALOR TO WS-PARC-SALDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           ADD WS-PARC-SALDO TO WS-TOT-PARC-CONTRATOS

           IF WS-PARC-SALDO NOT = PK-SALDO-ABERTO
               OR WS-PARC-QTD NOT = PK-QTD-ABERTAS
               SET WS-HA-DIVERGENCIA TO TRUE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE FD-NUM-CONTRATO  TO WS-LX-CONTRATO
               MOVE PK-SALDO-ABERTO  TO WS-LX-SALDO-POS
               MOVE PK-QTD-ABERTAS   TO WS-LX-QTD-POS
               MOVE WS-PARC-SALDO    TO WS-LX-SALDO-PARC
               MOVE WS-PARC-QTD      TO WS-LX-QTD-PARC
               WRITE FD-RELATO-REG FROM WS-LINHA-DIVERGENTE
           END-IF
           .

       SOMA-FDPARC-GERAL.
      *    Mesma soma do saldo aberto do FINBATIM, pelo arquivo
      *    inteiro: parcela de contrato que nao esta no mestre fica
      *    de fora da conferencia por contrato e aparece aqui.
           IF WS-FS-PARCELA = '35'
               MOVE 'FDPARC.DAT NAO EXISTE - RODE O FINPARC ANTES '
                   TO FD-RELATO-REG
               MOVE 'DE CONFIAR NA POSICAO.' TO FD-RELATO-REG(46:)
               WRITE FD-RELATO-REG
               SET WS-HA-DIVERGENCIA TO TRUE
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE ZEROS TO PR-CHAVE
               START FD-PARCELA KEY NOT < PR-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PARCELA NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PR-PENDENTE OR PR-ATRASADA
                               ADD 1 TO WS-TOT-QTD-PARC-GERAL
                               ADD PR-VALOR TO WS-TOT-PARC-GERAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       CONFRONTA-TOTAIS.
           MOVE SPACES TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           MOVE 'CONTRATOS NA POSICAO....................'
               TO WS-LQ-ROTULO
           MOVE WS-QTD-CONTRATOS TO WS-LQ-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-QTD
           MOVE 'CONTRATOS ATIVOS........................'
               TO WS-LQ-ROTULO
           MOVE WS-QTD-ATIVOS TO WS-LQ-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-QTD
           MOVE 'CONTRATOS DIVERGENTES DO FDPARC.........'
               TO WS-LQ-ROTULO
           MOVE WS-QTD-DIVERGENTES TO WS-LQ-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-QTD

           MOVE 'SALDO EM ABERTO DA POSICAO..............'
               TO WS-LV-ROTULO
           MOVE WS-TOT-SALDO TO WS-LV-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
           MOVE 'SALDO VENCIDO DA POSICAO................'
               TO WS-LV-ROTULO
           MOVE WS-TOT-VENCIDO TO WS-LV-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
           MOVE 'SALDO FDPARC DOS CONTRATOS DO MESTRE....'
               TO WS-LV-ROTULO
           MOVE WS-TOT-PARC-CONTRATOS TO WS-LV-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
           MOVE 'SALDO FDPARC DO ARQUIVO INTEIRO.........'
               TO WS-LV-ROTULO
           MOVE WS-TOT-PARC-GERAL TO WS-LV-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-VALOR

           COMPUTE WS-DIFERENCA = WS-TOT-SALDO - WS-TOT-PARC-GERAL
           MOVE 'DIFERENCA POSICAO X FDPARC..............'
               TO WS-LV-ROTULO
           MOVE WS-DIFERENCA TO WS-LV-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
           MOVE 'PARCELAS EM ABERTO NA POSICAO...........'
               TO WS-LQ-ROTULO
           MOVE WS-TOT-QTD-ABERTAS TO WS-LQ-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-QTD
           MOVE 'PARCELAS EM ABERTO NO FDPARC............'
               TO WS-LQ-ROTULO
           MOVE WS-TOT-QTD-PARC-GERAL TO WS-LQ-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-QTD

           IF WS-DIFERENCA NOT = ZEROS
               OR WS-TOT-QTD-ABERTAS NOT = WS-TOT-QTD-PARC-GERAL
               SET WS-HA-DIVERGENCIA TO TRUE
               IF WS-TOT-PARC-CONTRATOS NOT = WS-TOT-PARC-GERAL
                   MOVE 'HA PARCELA EM FDPARC.DAT DE CONTRATO FORA '
                       TO FD-RELATO-REG
                   MOVE 'DO MESTRE - RECONSTRUA PELO FINPARC.'
                       TO FD-RELATO-REG(43:)
                   WRITE FD-RELATO-REG
               END-IF
           END-IF
           .

       END PROGRAM FINPOSI.
