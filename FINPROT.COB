      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: PROTESTO DE TITULOS EM CARTORIO: o degrau mais
      *          barato entre o aviso final do FINCOB e o juridico.
      *          (1) Seleciona as parcelas em aberto vencidas ha
      *          FINPROT-DIAS dias ou mais (padrao 90) cujo aviso
      *          final ja saiu (estagio 3+ em COBCTL.DAT), de
      *          contrato ativo ou em prejuizo e formalizado - fora
      *          contrato com sinistro aberto, com caso juridico
      *          ativo/em acordo e parcela com promessa pendente - e
      *          grava o apontamento no arquivo da central de
      *          protesto (PROTREM.DAT), com devedor e endereco do
      *          CADPF.DAT, registrando o titulo em PROTESTO.DAT
      *          como enviado. (2) Revisa os titulos enviados e
      *          protestados: parcela regularizada (paga, renegociada,
      *          indenizada pela seguradora ou cancelada) gera a
      *          desistencia do titulo ainda nao protestado, ou a
      *          carta de anuencia (ANUENCIA.PRT) e o pedido de
      *          cancelamento do protestado. Cada envio e cada carta
      *          vira ocorrencia no log de contatos (OCORR.DAT).
      *          Protocolo, custas de cartorio, retirada e
      *          confirmacao do cancelamento ficam no PROTMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPROT.
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
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
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
           SELECT FD-PROMESSA       ASSIGN TO "PROMESSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PROMESSA.
           SELECT FD-PROTESTO       ASSIGN TO "PROTESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PROTESTO.
           SELECT FD-PROTREM        ASSIGN TO "PROTREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROTREM.
           SELECT FD-ANUENCIA       ASSIGN TO "ANUENCIA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUENCIA.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OCORR.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.

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

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.

       FD  FD-JURCASO.
       01  FD-JURCASO-REC.
           COPY JURCASOREC.

       FD  FD-PROMESSA.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-PROTESTO.
       01  FD-PROTESTO-REC.
           COPY PROTREC.

       FD  FD-PROTREM.
       01  FD-PROTREM-REC.
           COPY PROTREMREC.

       FD  FD-ANUENCIA.
       01  FD-ANUENCIA-REG          PIC X(80).

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-COBCTL        PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-FS-JURCASO       PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-PROTESTO      PIC X(02) VALUE '00'.
           03 WS-FS-PROTREM       PIC X(02) VALUE '00'.
           03 WS-FS-ANUENCIA      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-CONTRATO-OK      PIC X(01) VALUE 'N'.
               88 WS-CONTRATO-ABERTO      VALUE 'S'.
           03 WS-PARCELAS-OK      PIC X(01) VALUE 'N'.
               88 WS-PARCELAS-ABERTO      VALUE 'S'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINPROT'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).
         01 WS-DIAS-ATRASO          PIC S9(08).

      *  Atraso minimo para o protesto, em dias corridos do
      *  vencimento; o aviso final do FINCOB sai aos 60.
         01 WS-PRAZO-PROTESTO.
           03 WS-DIAS-PROTESTO      PIC 9(03) VALUE 090.
           03 WS-ENV-DIAS           PIC X(03).

         01 WS-FIM-CONTRATO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-PARCELAS         PIC X(01).
             88 WS-FIM-DAS-PARCELAS         VALUE 'S'.
         01 WS-FIM-PROTESTO         PIC X(01).
             88 WS-EOF-PROTESTO             VALUE 'S'.

         01 WS-NUM-REMESSA          PIC 9(06) VALUE ZEROS.
         01 WS-COD-DEVEDOR          PIC 9(06).

         01 WS-CONTR-FORMALIZADO    PIC X(01).
             88 WS-FORMALIZACAO-OK          VALUE 'S'.
         01 WS-CONTR-SINISTRO       PIC X(01).
             88 WS-CONTRATO-EM-SINISTRO     VALUE 'S'.
         01 WS-CONTR-JURIDICO       PIC X(01).
             88 WS-CONTRATO-EM-JUIZO        VALUE 'S'.
         01 WS-PARC-ELEGIVEL        PIC X(01).
             88 WS-PARCELA-ELEGIVEL         VALUE 'S'.
         01 WS-PARC-REGULARIZADA    PIC X(01).
             88 WS-PARCELA-REGULARIZADA     VALUE 'S'.

         01 WS-QTD-APONTADOS        PIC 9(06) VALUE ZEROS.
         01 WS-VR-TOTAL-APONTADO    PIC 9(09)V99 VALUE ZEROS.
         01 WS-QTD-DESISTENCIAS     PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ANUENCIAS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-DETALHES         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ACIMA-TETO       PIC 9(06) VALUE ZEROS.
      *  Teto do valor do titulo no layout da central de protesto
      *  (PE-PARC-VALOR) e em PROTESTO.DAT (PO-VALOR-TITULO).
         01 WS-VR-MAXIMO-PROTESTO   PIC 9(05)V99 VALUE 99999,99.

         01 WS-PROT-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(07) VALUE 'PROTREM'.
           03 WS-PH-NUM-REMESSA     PIC 9(06).
           03 WS-PH-DATA-GERACAO    PIC 9(08).

         01 WS-PROT-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-PT-QTD-DETALHES    PIC 9(06).
           03 WS-PT-QTD-APONTADOS   PIC 9(06).
           03 WS-PT-VR-APONTADO     PIC 9(09)V99.

         01 WS-TEXTO-OCORR.
           03 FILLER                PIC X(10) VALUE 'PROTESTO: '.
           03 WS-TO-EVENTO          PIC X(30).
           03 FILLER                PIC X(09) VALUE ' PARCELA '.
           03 WS-TO-PARCELA         PIC ZZ9.

      *  Carta de anuencia: o credor declara a divida quitada e
      *  autoriza o cancelamento do protesto no tabelionato.
         01 WS-LINHA-TITULO-ANU.
           03 FILLER                PIC X(30)
                   VALUE '*** CARTA DE ANUENCIA ***'.

         01 WS-LINHA-CARTORIO.
           03 FILLER                PIC X(27)
                   VALUE 'AO TABELIONATO DE PROTESTO '.
           03 WS-LC-CARTORIO        PIC X(20).

         01 WS-LINHA-PROTOCOLO.
           03 FILLER                PIC X(10) VALUE 'PROTOCOLO '.
           03 WS-LP-PROTOCOLO       PIC X(15).
           03 FILLER                PIC X(16) VALUE ' PROTESTADO EM '.
           03 WS-LP-DATA-PROTESTO   PIC 9(08).

         01 WS-LINHA-DECLARA-1.
           03 FILLER                PIC X(50)
               VALUE 'DECLARAMOS QUITADO O TITULO ABAIXO E AUTORIZAMOS'.
         01 WS-LINHA-DECLARA-2.
           03 FILLER                PIC X(50)
               VALUE 'O CANCELAMENTO DO RESPECTIVO PROTESTO.'.

         01 WS-LINHA-DEVEDOR.
           03 FILLER                PIC X(09) VALUE 'DEVEDOR: '.
           03 WS-LD-NOME            PIC X(41).

         01 WS-LINHA-DOCUMENTO.
           03 FILLER                PIC X(10) VALUE 'CPF/CNPJ: '.
           03 WS-LD-DOCUMENTO       PIC 9(14).

         01 WS-LINHA-TITULO-PARC.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LT-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' PARCELA '.
           03 WS-LT-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(08) VALUE ' VENC.: '.
           03 WS-LT-VENCTO          PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' VALOR: '.
           03 WS-LT-VALOR           PIC ZZ.ZZZ,99.

         01 WS-LINHA-DATA-ANU.
           03 FILLER                PIC X(06) VALUE 'DATA: '.
           03 WS-LA-DATA            PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           MOVE SPACES TO WS-ENV-DIAS
           ACCEPT WS-ENV-DIAS FROM ENVIRONMENT 'FINPROT-DIAS'
           IF WS-ENV-DIAS IS NUMERIC
               MOVE WS-ENV-DIAS TO WS-DIAS-PROTESTO
           END-IF

           PERFORM ABRE-ARQUIVOS

           OPEN OUTPUT FD-PROTREM
           OPEN OUTPUT FD-ANUENCIA
           PERFORM GRAVA-HEADER-PROTESTO

           IF WS-CONTRATO-ABERTO AND WS-PARCELAS-ABERTO
               PERFORM UNTIL WS-EOF-CONTRATO
                   READ FD-CONTRATO NEXT RECORD
                       AT END
                           SET WS-EOF-CONTRATO TO TRUE
                       NOT AT END
                           IF FD-CONTR-ATIVO OR FD-CONTR-PREJUIZO
                               PERFORM VERIFICA-FORMALIZACAO
                               PERFORM VERIFICA-SINISTRO
                               PERFORM VERIFICA-JURIDICO
                               IF WS-FORMALIZACAO-OK
                                   AND NOT WS-CONTRATO-EM-SINISTRO
                                   AND NOT WS-CONTRATO-EM-JUIZO
                                   PERFORM SELECIONA-PARCELAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-PARCELAS-ABERTO
               PERFORM REVISA-PROTESTOS
           END-IF

           PERFORM GRAVA-TRAILER-PROTESTO
           CLOSE FD-PROTREM
           CLOSE FD-ANUENCIA
           PERFORM FECHA-ARQUIVOS

           DISPLAY 'FINPROT: REMESSA ' WS-NUM-REMESSA ' - '
                   WS-QTD-APONTADOS ' TITULO(S) APONTADO(S). TOTAL: '
                   WS-VR-TOTAL-APONTADO
           IF WS-QTD-DESISTENCIAS > ZEROS
               DISPLAY 'FINPROT: ' WS-QTD-DESISTENCIAS
                       ' DESISTENCIA(S) - PARCELA REGULARIZADA ANTES '
                       'DO PROTESTO.'
           END-IF
           IF WS-QTD-ANUENCIAS > ZEROS
               DISPLAY 'FINPROT: ' WS-QTD-ANUENCIAS
                       ' CARTA(S) DE ANUENCIA EM ANUENCIA.PRT E '
                       'PEDIDO(S) DE CANCELAMENTO NA REMESSA.'
           END-IF
           IF WS-QTD-ACIMA-TETO > ZEROS
               DISPLAY 'FINPROT: ' WS-QTD-ACIMA-TETO
                       ' TITULO(S) ACIMA DO TETO DA CENTRAL - NAO '
                       'APONTADO(S).'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FDCONTR.DAT NAO EXISTE - NADA A PROTESTAR.'
           ELSE
               SET WS-CONTRATO-ABERTO TO TRUE
           END-IF

           OPEN INPUT FD-PARCELA
           IF WS-FS-PARCELA = '35'
               DISPLAY 'FINPROT: FDPARC.DAT NAO EXISTE - RODE O '
                       'FINPARC.'
           ELSE
               SET WS-PARCELAS-ABERTO TO TRUE
           END-IF

           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           OPEN INPUT FD-COBCTL
           IF WS-FS-COBCTL = '35'
               OPEN OUTPUT FD-COBCTL
               CLOSE FD-COBCTL
               OPEN INPUT FD-COBCTL
           END-IF

           OPEN INPUT FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               CLOSE FD-FORMCTL
               OPEN INPUT FD-FORMCTL
           END-IF

           OPEN INPUT FD-SINISTRO
           IF WS-FS-SINISTRO = '35'
               OPEN OUTPUT FD-SINISTRO
               CLOSE FD-SINISTRO
               OPEN INPUT FD-SINISTRO
           END-IF

           OPEN INPUT FD-JURCASO
           IF WS-FS-JURCASO = '35'
               OPEN OUTPUT FD-JURCASO
               CLOSE FD-JURCASO
               OPEN INPUT FD-JURCASO
           END-IF

           OPEN INPUT FD-PROMESSA
           IF WS-FS-PROMESSA = '35'
               OPEN OUTPUT FD-PROMESSA
               CLOSE FD-PROMESSA
               OPEN INPUT FD-PROMESSA
           END-IF

           OPEN I-O FD-PROTESTO
           IF WS-FS-PROTESTO = '35'
               OPEN OUTPUT FD-PROTESTO
               CLOSE FD-PROTESTO
               OPEN I-O FD-PROTESTO
           END-IF

           OPEN I-O FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
               CLOSE FD-OCORR
               OPEN I-O FD-OCORR
           END-IF

           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           .

       FECHA-ARQUIVOS.
           IF WS-CONTRATO-ABERTO
               CLOSE FD-CONTRATO
           END-IF
           IF WS-PARCELAS-ABERTO
               CLOSE FD-PARCELA
           END-IF
           CLOSE FD-CADASTRO
           CLOSE FD-COBCTL
           CLOSE FD-FORMCTL
           CLOSE FD-SINISTRO
           CLOSE FD-JURCASO
           CLOSE FD-PROMESSA
           CLOSE FD-PROTESTO
           CLOSE FD-OCORR
           CLOSE FD-NUMCTL
           .

       GRAVA-HEADER-PROTESTO.
      *    Numero da remessa na serie PROTREM de NUMCTL.DAT, mesmo
      *    le-usa-incrementa das demais series.
           MOVE 'PROTREM' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'PROTREM' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-REMESSA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC

           MOVE WS-NUM-REMESSA TO WS-PH-NUM-REMESSA
           MOVE WS-DATA-HOJE   TO WS-PH-DATA-GERACAO
           WRITE FD-PROTREM-REC FROM WS-PROT-HEADER
           .

       GRAVA-TRAILER-PROTESTO.
      *    Quantidade de detalhes de todas as operacoes; o valor e
      *    so o dos apontamentos.
           MOVE WS-QTD-DETALHES      TO WS-PT-QTD-DETALHES
           MOVE WS-QTD-APONTADOS     TO WS-PT-QTD-APONTADOS
           MOVE WS-VR-TOTAL-APONTADO TO WS-PT-VR-APONTADO
           WRITE FD-PROTREM-REC FROM WS-PROT-TRAILER
           .

       VERIFICA-FORMALIZACAO.
           MOVE 'S' TO WS-CONTR-FORMALIZADO
           MOVE FD-NUM-CONTRATO TO FM-NUM-CONTRATO
           READ FD-FORMCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FM-PENDENTE
                       MOVE 'N' TO WS-CONTR-FORMALIZADO
                   END-IF
           END-READ
           .

       VERIFICA-SINISTRO.
           MOVE 'N' TO WS-CONTR-SINISTRO
           MOVE FD-NUM-CONTRATO TO SI-NUM-CONTRATO
           READ FD-SINISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-ABERTO
                       SET WS-CONTRATO-EM-SINISTRO TO TRUE
                   END-IF
           END-READ
           .

       VERIFICA-JURIDICO.
      *    Com caso ativo ou em acordo quem cobra e o advogado: o
      *    titulo nao vai a cartorio por fora do processo.
           MOVE 'N' TO WS-CONTR-JURIDICO
           MOVE FD-NUM-CONTRATO TO JU-NUM-CONTRATO
           READ FD-JURCASO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JU-ATIVO OR JU-ACORDO
                       SET WS-CONTRATO-EM-JUIZO TO TRUE
                   END-IF
           END-READ
           .

       SELECIONA-PARCELAS.
      *    Mesma leitura por chave parcial de FDPARC.DAT do FINCOB.
           MOVE 'N' TO WS-FIM-PARCELAS
           MOVE FD-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE 1               TO PR-NUM-PARCELA
           START FD-PARCELA KEY NOT < PR-CHAVE
               INVALID KEY
                   SET WS-FIM-DAS-PARCELAS TO TRUE
           END-START

           PERFORM UNTIL WS-FIM-DAS-PARCELAS
               READ FD-PARCELA NEXT RECORD
                   AT END
                       SET WS-FIM-DAS-PARCELAS TO TRUE
                   NOT AT END
                       IF PR-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-FIM-DAS-PARCELAS TO TRUE
                       ELSE
                           IF PR-PENDENTE OR PR-ATRASADA
                               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
                                   FUNCTION INTEGER-OF-DATE(PR-VENCTO)
                               IF WS-DIAS-ATRASO NOT < WS-DIAS-PROTESTO
                                   PERFORM AVALIA-PARCELA
                                   IF WS-PARCELA-ELEGIVEL
                                       PERFORM APONTA-TITULO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-PARCELA.
      *    So vai a protesto a parcela que ja recebeu o aviso final,
      *    sem promessa de pagamento pendente e que nunca foi
      *    enviada: existindo registro em PROTESTO.DAT, seja qual for
      *    a situacao, o titulo nao e reapresentado pelo lote.
           MOVE 'N' TO WS-PARC-ELEGIVEL
           MOVE PR-NUM-CONTRATO TO CB-NUM-CONTRATO
           MOVE PR-NUM-PARCELA  TO CB-NUM-PARCELA
           READ FD-COBCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-ESTAGIO > 2
                       SET WS-PARCELA-ELEGIVEL TO TRUE
                   END-IF
           END-READ

      *    Titulo acima do teto do layout da central nao e apontado:
      *    segue na cobranca normal.
           IF WS-PARCELA-ELEGIVEL
               AND PR-VALOR > WS-VR-MAXIMO-PROTESTO
               MOVE 'N' TO WS-PARC-ELEGIVEL
               ADD 1 TO WS-QTD-ACIMA-TETO
           END-IF

           IF WS-PARCELA-ELEGIVEL
               MOVE PR-NUM-CONTRATO TO PM-NUM-CONTRATO
               MOVE PR-NUM-PARCELA  TO PM-NUM-PARCELA
               READ FD-PROMESSA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-PENDENTE
                           MOVE 'N' TO WS-PARC-ELEGIVEL
                       END-IF
               END-READ
           END-IF

           IF WS-PARCELA-ELEGIVEL
               MOVE PR-NUM-CONTRATO TO PO-NUM-CONTRATO
               MOVE PR-NUM-PARCELA  TO PO-NUM-PARCELA
               READ FD-PROTESTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-PARC-ELEGIVEL
               END-READ
           END-IF
           .

       APONTA-TITULO.
           MOVE FD-COD-CLIENTE TO WS-COD-DEVEDOR
           PERFORM BUSCA-DEVEDOR

           MOVE SPACES               TO FD-PROTREM-REC
           SET PE-REG-DETALHE        TO TRUE
           SET PE-OPER-APONTAMENTO   TO TRUE
           MOVE PR-NUM-CONTRATO      TO PE-NUM-CONTRATO
           MOVE PR-NUM-PARCELA       TO PE-NUM-PARCELA
           MOVE PR-VENCTO            TO PE-PARC-VENCTO
           MOVE PR-VALOR             TO PE-PARC-VALOR
           PERFORM MONTA-DEVEDOR-REMESSA
           WRITE FD-PROTREM-REC
           ADD 1        TO WS-QTD-DETALHES
           ADD 1        TO WS-QTD-APONTADOS
           ADD PR-VALOR TO WS-VR-TOTAL-APONTADO

           MOVE SPACES            TO FD-PROTESTO-REC
           MOVE PR-NUM-CONTRATO   TO PO-NUM-CONTRATO
           MOVE PR-NUM-PARCELA    TO PO-NUM-PARCELA
           MOVE FD-COD-CLIENTE    TO PO-COD-CLIENTE
           MOVE PR-VENCTO         TO PO-VENCTO
           MOVE PR-VALOR          TO PO-VALOR-TITULO
           SET PO-ENVIADO         TO TRUE
           MOVE WS-DATA-HOJE      TO PO-DATA-ENVIO
           MOVE WS-NUM-REMESSA    TO PO-NUM-REMESSA
           MOVE ZEROS TO PO-DATA-PROTESTO PO-VR-CUSTAS
                         PO-DATA-ANUENCIA PO-DATA-CANCELAMENTO
           WRITE FD-PROTESTO-REC
               INVALID KEY
                   REWRITE FD-PROTESTO-REC
           END-WRITE

           MOVE 'TITULO ENVIADO A CARTORIO' TO WS-TO-EVENTO
           PERFORM GRAVA-OCORRENCIA-PROTESTO
           .

       BUSCA-DEVEDOR.
           MOVE WS-COD-DEVEDOR TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   DISPLAY 'FINPROT: CLIENTE ' WS-COD-DEVEDOR
                           ' NAO CADASTRADO.'
                   MOVE SPACES TO FD-CADASTRO-REC
           END-READ
           .

       MONTA-DEVEDOR-REMESSA.
      *    Devedor e endereco para a intimacao do cartorio, no
      *    mesmo formato de documento/nome do arquivo PIX.
           MOVE FD-TIPO-PESSOA       TO PE-TIPO-PESSOA
           IF FD-PESSOA-JURIDICA
               MOVE FD-CNPJ          TO PE-DOCUMENTO
               MOVE FD-RAZAO-SOCIAL  TO PE-NOME-DEVEDOR
           ELSE
               MOVE FD-CPF           TO PE-DOCUMENTO
               MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
               MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME NF-ULTIMO-NOME
                                     NF-NOME-COMPLETO
               MOVE NF-NOME-COMPLETO TO PE-NOME-DEVEDOR
           END-IF
           IF PE-DOCUMENTO NOT NUMERIC
               MOVE ZEROS TO PE-DOCUMENTO
           END-IF
           MOVE FD-RUA               TO PE-RUA
           MOVE FD-BAIRRO            TO PE-BAIRRO
           MOVE FD-CIDADE            TO PE-CIDADE
           MOVE FD-UF                TO PE-UF
           MOVE FD-CEP               TO PE-CEP
           .

       REVISA-PROTESTOS.
      *    Segunda passada, sobre o registro de protestos: titulo
      *    enviado ou protestado cuja parcela deixou de ser devida
      *    sai do cartorio por desistencia ou por cancelamento com
      *    anuencia do credor.
           MOVE 'N'   TO WS-FIM-PROTESTO
           MOVE ZEROS TO PO-CHAVE
           START FD-PROTESTO KEY NOT < PO-CHAVE
               INVALID KEY
                   SET WS-EOF-PROTESTO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-PROTESTO
               READ FD-PROTESTO NEXT RECORD
                   AT END
                       SET WS-EOF-PROTESTO TO TRUE
                   NOT AT END
                       IF PO-ENVIADO OR PO-PROTESTADO
                           PERFORM REVISA-TITULO
                       END-IF
               END-READ
           END-PERFORM
           .

       REVISA-TITULO.
      *    Estornada nao conta: o pagamento foi desfeito e a divida
      *    continua.
           MOVE 'N' TO WS-PARC-REGULARIZADA
           MOVE PO-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE PO-NUM-PARCELA  TO PR-NUM-PARCELA
           READ FD-PARCELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-PAGA OR PR-RENEGOCIADA OR PR-SINISTRADA
                           OR PR-CANCELADA
                       SET WS-PARCELA-REGULARIZADA TO TRUE
                   END-IF
           END-READ

           IF WS-PARCELA-REGULARIZADA
               MOVE PO-COD-CLIENTE TO WS-COD-DEVEDOR
               PERFORM BUSCA-DEVEDOR
               MOVE SPACES               TO FD-PROTREM-REC
               SET PE-REG-DETALHE        TO TRUE
               MOVE PO-NUM-CONTRATO      TO PE-NUM-CONTRATO
               MOVE PO-NUM-PARCELA       TO PE-NUM-PARCELA
               MOVE PO-VENCTO            TO PE-PARC-VENCTO
               MOVE PO-VALOR-TITULO      TO PE-PARC-VALOR
               PERFORM MONTA-DEVEDOR-REMESSA
               IF PO-PROTESTADO
                   SET PE-OPER-CANCELAMENTO TO TRUE
                   MOVE PO-NUM-PROTOCOLO TO PE-NUM-PROTOCOLO
                   WRITE FD-PROTREM-REC
                   PERFORM EMITE-CARTA-ANUENCIA
                   SET PO-ANUENCIA TO TRUE
                   ADD 1 TO WS-QTD-ANUENCIAS
                   MOVE 'ANUENCIA E PEDIDO DE CANCEL.' TO WS-TO-EVENTO
               ELSE
                   SET PE-OPER-DESISTENCIA TO TRUE
                   WRITE FD-PROTREM-REC
                   SET PO-DESISTENCIA TO TRUE
                   ADD 1 TO WS-QTD-DESISTENCIAS
                   MOVE 'DESISTENCIA DO TITULO' TO WS-TO-EVENTO
               END-IF
               ADD 1 TO WS-QTD-DETALHES
               MOVE WS-DATA-HOJE TO PO-DATA-ANUENCIA
               REWRITE FD-PROTESTO-REC
               PERFORM GRAVA-OCORRENCIA-PROTESTO
           END-IF
           .

       EMITE-CARTA-ANUENCIA.
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-TITULO-ANU
           MOVE PO-CARTORIO TO WS-LC-CARTORIO
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-CARTORIO
           MOVE PO-NUM-PROTOCOLO TO WS-LP-PROTOCOLO
           MOVE PO-DATA-PROTESTO TO WS-LP-DATA-PROTESTO
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-PROTOCOLO
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-DECLARA-1
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-DECLARA-2
           MOVE PE-NOME-DEVEDOR TO WS-LD-NOME
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-DEVEDOR
           MOVE PE-DOCUMENTO    TO WS-LD-DOCUMENTO
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-DOCUMENTO
           MOVE PO-NUM-CONTRATO TO WS-LT-CONTRATO
           MOVE PO-NUM-PARCELA  TO WS-LT-PARCELA
           MOVE PO-VENCTO       TO WS-LT-VENCTO
           MOVE PO-VALOR-TITULO TO WS-LT-VALOR
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-TITULO-PARC
           MOVE WS-DATA-HOJE    TO WS-LA-DATA
           WRITE FD-ANUENCIA-REG FROM WS-LINHA-DATA-ANU
           MOVE SPACES TO FD-ANUENCIA-REG
           WRITE FD-ANUENCIA-REG
           .

       GRAVA-OCORRENCIA-PROTESTO.
      *    Mesmo registro de ocorrencia das cartas do FINCOB (tipo
      *    'C', serie OCORR de NUMCTL.DAT).
           MOVE 'OCORR' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'OCORR' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO OC-NUM-OCORR
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC

           MOVE PO-COD-CLIENTE   TO OC-COD-CLIENTE
           MOVE PO-NUM-CONTRATO  TO OC-NUM-CONTRATO
           MOVE 'C'              TO OC-TIPO
           MOVE PO-NUM-PARCELA   TO WS-TO-PARCELA
           MOVE WS-TEXTO-OCORR   TO OC-TEXTO
           MOVE WS-DATA-HOJE     TO OC-DATA
           ACCEPT OC-HORA FROM TIME
           MOVE 'FINPROT'        TO OC-OPERADOR
           WRITE FD-OCORR-REC
           .

       END PROGRAM FINPROT.
