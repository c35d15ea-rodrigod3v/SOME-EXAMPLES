      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: GERACAO DAS COBRANCAS PIX COM VENCIMENTO (PIXREM.DAT)
      *          PARA O PSP: varre FDCONTR.DAT com a mesma selecao do
      *          FINREM (contrato ativo, formalizado, sem debito
      *          automatico e sem sinistro aberto; parcela PENDENTE
      *          dentro da janela de vencimento, lida de FDPARC.DAT)
      *          e registra uma cobranca PIX por parcela em
      *          PIXCOB.DAT, com TXID proprio ('FINPX' + contrato +
      *          parcela + sequencia da serie PIXTXID de NUMCTL.DAT),
      *          como o TI-NOSSO-NUMERO do boleto. Cobranca ativa da
      *          parcela e reusada com vencimento/valor refrescados.
      *          Numa segunda passada, toda cobranca ativa cuja
      *          parcela deixou de estar em aberto (paga no balcao ou
      *          no boleto, renegociada, cancelada), cujo contrato
      *          saiu da cobranca (debito automatico, sinistro,
      *          formalizacao reaberta - transferencia de titular
      *          pelo FINTRANS) ou cujo prazo de pagamento venceu sai
      *          de ativa; as que o PSP ainda aceitaria vao como
      *          remocao ('C'). Roda no JOBNOTURNO logo apos o
      *          FINREM e se carimba em RUNCTL.
      *          A janela vem de FINPIXC-VENCTO-DE / FINPIXC-VENCTO-ATE
      *          (AAAAMMDD), como no FINREM; o prazo de pagamento apos
      *          o vencimento vem de FINPIXC-VALIDADE (dias, padrao 30).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPIXC.
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
           SELECT FD-PIXREM         ASSIGN TO "PIXREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIXREM.
           SELECT FD-PIXCOB         ASSIGN TO "PIXCOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-TXID
               ALTERNATE RECORD KEY IS PX-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PIXCOB.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
      *    Mesmas exclusoes do boleto no FINREM: debito automatico
      *    ativo, formalizacao pendente e sinistro aberto.
           SELECT FD-DEBAUT         ASSIGN TO "DEBAUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-NUM-CONTRATO
               FILE STATUS IS WS-FS-DEBAUT.
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

       FD  FD-PIXREM.
       01  FD-PIXREM-REC.
           COPY PIXREMREC.

       FD  FD-PIXCOB.
       01  FD-PIXCOB-REC.
           COPY PIXCOBREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-DEBAUT.
       01  FD-DEBAUT-REC.
           COPY DEBAUTREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-PARCELAS-OK      PIC X(01) VALUE 'S'.
           03 WS-FS-PIXREM        PIC X(02) VALUE '00'.
           03 WS-FS-PIXCOB        PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-DEBAUT        PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-CONTRATO-OK      PIC X(01) VALUE 'N'.
               88 WS-CONTRATO-ABERTO      VALUE 'S'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINPIXC'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-FIM-CONTRATO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-PARCELAS         PIC X(01).
             88 WS-FIM-DAS-PARCELAS         VALUE 'S'.
         01 WS-FIM-COBRANCAS        PIC X(01).
             88 WS-FIM-DAS-COBRANCAS        VALUE 'S'.

         01 WS-PAGADOR-LIDO         PIC X(01) VALUE 'N'.
             88 WS-PAGADOR-JA-LIDO          VALUE 'S'.

         01 WS-JANELA-VENCTO.
           03 WS-VENCTO-DE          PIC 9(08).
           03 WS-VENCTO-ATE         PIC 9(08).
           03 WS-ENV-VENCTO         PIC X(08).

         01 WS-DATA-HOJE.
           03 WS-HOJE-AA            PIC 9(04).
           03 WS-HOJE-MM            PIC 9(02).
           03 WS-HOJE-DD            PIC 9(02).

      *  Prazo de pagamento da cobranca apos o vencimento, em dias.
         01 WS-VALIDADE.
           03 WS-DIAS-VALIDADE      PIC 9(03) VALUE 030.
           03 WS-ENV-VALIDADE       PIC X(03).
         01 WS-DIAS-EXPIRACAO       PIC S9(09) COMP.

         01 WS-QTD-DETALHES         PIC 9(06) VALUE ZEROS.
         01 WS-VR-TOTAL-REMESSA     PIC 9(09)V99 VALUE ZEROS.
         01 WS-QTD-NOVAS            PIC 9(06) VALUE ZEROS.
         01 WS-QTD-REMOVIDAS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EXPIRADAS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ACIMA-TETO       PIC 9(06) VALUE ZEROS.
      *  Teto do valor da cobranca no layout do PSP (PQ-PARC-VALOR);
      *  acima dele a parcela fica so no boleto.
         01 WS-VR-MAXIMO-PIX        PIC 9(05)V99 VALUE 99999,99.

         01 WS-COBRANCA-CORRENTE.
           03 WS-CC-TXID            PIC X(26).
           03 WS-CC-TXID-R REDEFINES WS-CC-TXID.
               05 WS-CC-PREFIXO     PIC X(05).
               05 WS-CC-CONTRATO    PIC 9(08).
               05 WS-CC-PARCELA     PIC 9(03).
               05 WS-CC-SEQ         PIC 9(10).
           03 WS-CC-REUSADA         PIC X(01).
               88 WS-COBRANCA-REUSADA         VALUE 'S'.
           03 WS-CC-FIM-BUSCA       PIC X(01).
               88 WS-FIM-BUSCA-COBRANCA       VALUE 'S'.
           03 WS-CC-PARC-ABERTA     PIC X(01).
               88 WS-PARCELA-EM-ABERTO        VALUE 'S'.

         01 WS-CONTR-EM-DEBITO      PIC X(01).
             88 WS-CONTRATO-EM-DEBITO       VALUE 'S'.
         01 WS-CONTR-FORMALIZADO    PIC X(01).
             88 WS-FORMALIZACAO-OK          VALUE 'S'.
         01 WS-CONTR-SINISTRO       PIC X(01).
             88 WS-CONTRATO-EM-SINISTRO     VALUE 'S'.

         COPY NOMEFMTPARM.

         01 WS-PIX-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(06) VALUE 'PIXREM'.
           03 WS-PH-DATA-GERACAO    PIC 9(08).
           03 FILLER                PIC X(11) VALUE ' VENCTO DE '.
           03 WS-PH-VENCTO-DE       PIC 9(08).
           03 FILLER                PIC X(04) VALUE ' ATE'.
           03 WS-PH-VENCTO-ATE      PIC 9(08).

         01 WS-PIX-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-PT-QTD-DETALHES    PIC 9(06).
           03 WS-PT-VR-TOTAL        PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           PERFORM DEFINE-JANELA-VENCTO
           PERFORM ABRE-ARQUIVOS

           OPEN OUTPUT FD-PIXREM
           PERFORM GRAVA-HEADER-PIX

           IF WS-CONTRATO-ABERTO
               MOVE 'N' TO WS-FIM-CONTRATO
               PERFORM UNTIL WS-EOF-CONTRATO
                   READ FD-CONTRATO NEXT RECORD
                       AT END
                           SET WS-EOF-CONTRATO TO TRUE
                       NOT AT END
                           IF FD-CONTR-ATIVO
                               PERFORM VERIFICA-FORMALIZACAO
                               PERFORM VERIFICA-DEBITO-AUTOMATICO
                               PERFORM VERIFICA-SINISTRO
                               IF WS-FORMALIZACAO-OK
                                   AND NOT WS-CONTRATO-EM-DEBITO
                                   AND NOT WS-CONTRATO-EM-SINISTRO
                                   PERFORM SELECIONA-PARCELAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM REVISA-COBRANCAS-ATIVAS

           PERFORM GRAVA-TRAILER-PIX
           CLOSE FD-PIXREM
           PERFORM FECHA-ARQUIVOS

           DISPLAY 'FINPIXC: ' WS-QTD-DETALHES
                   ' COBRANCA(S) PIX NO ARQUIVO (' WS-QTD-NOVAS
                   ' NOVA(S)). TOTAL: ' WS-VR-TOTAL-REMESSA
           IF WS-QTD-REMOVIDAS > ZEROS
               DISPLAY 'FINPIXC: ' WS-QTD-REMOVIDAS ' COBRANCA(S) '
                       'REMOVIDA(S) - PARCELA NAO ESTA MAIS EM ABERTO.'
           END-IF
           IF WS-QTD-EXPIRADAS > ZEROS
               DISPLAY 'FINPIXC: ' WS-QTD-EXPIRADAS ' COBRANCA(S) '
                       'EXPIRADA(S) NO PSP.'
           END-IF
           IF WS-QTD-ACIMA-TETO > ZEROS
               DISPLAY 'FINPIXC: ' WS-QTD-ACIMA-TETO ' PARCELA(S) '
                       'ACIMA DO TETO DO PSP - SO NO BOLETO.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       DEFINE-JANELA-VENCTO.
      *    Mesma janela padrao do FINREM: da data do dia ate a mesma
      *    data do mes seguinte, salvo as variaveis de ambiente.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           MOVE SPACES TO WS-ENV-VENCTO
           ACCEPT WS-ENV-VENCTO FROM ENVIRONMENT 'FINPIXC-VENCTO-DE'
           IF WS-ENV-VENCTO IS NUMERIC
               MOVE WS-ENV-VENCTO TO WS-VENCTO-DE
           ELSE
               MOVE WS-DATA-HOJE TO WS-VENCTO-DE
           END-IF

           MOVE SPACES TO WS-ENV-VENCTO
           ACCEPT WS-ENV-VENCTO FROM ENVIRONMENT 'FINPIXC-VENCTO-ATE'
           IF WS-ENV-VENCTO IS NUMERIC
               MOVE WS-ENV-VENCTO TO WS-VENCTO-ATE
           ELSE
               ADD 1 TO WS-HOJE-MM
               IF WS-HOJE-MM > 12
                   MOVE 1 TO WS-HOJE-MM
                   ADD 1 TO WS-HOJE-AA
               END-IF
               EVALUATE WS-HOJE-MM
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       IF WS-HOJE-DD > 30
                           MOVE 30 TO WS-HOJE-DD
                       END-IF
                   WHEN 02
                       IF WS-HOJE-DD > 28
                           MOVE 28 TO WS-HOJE-DD
                       END-IF
               END-EVALUATE
               MOVE WS-DATA-HOJE TO WS-VENCTO-ATE
           END-IF

           MOVE SPACES TO WS-ENV-VALIDADE
           ACCEPT WS-ENV-VALIDADE FROM ENVIRONMENT 'FINPIXC-VALIDADE'
           IF WS-ENV-VALIDADE IS NUMERIC
               MOVE WS-ENV-VALIDADE TO WS-DIAS-VALIDADE
           END-IF
           .

       ABRE-ARQUIVOS.
           MOVE 'N' TO WS-CONTRATO-OK
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FDCONTR.DAT NAO EXISTE - ARQUIVO PIX VAZIO.'
           ELSE
               IF WS-FS-CONTRATO = '00'
                   MOVE 'S' TO WS-CONTRATO-OK
               END-IF
           END-IF

           OPEN INPUT FD-CADASTRO
           OPEN INPUT FD-PARCELA
           IF WS-FS-PARCELA NOT = '00'
               DISPLAY 'FINPIXC: FDPARC.DAT INDISPONIVEL - RODE O '
                       'FINPARC.'
               MOVE 'N' TO WS-PARCELAS-OK
           END-IF

           OPEN I-O FD-PIXCOB
           IF WS-FS-PIXCOB = '35'
               OPEN OUTPUT FD-PIXCOB
               CLOSE FD-PIXCOB
               OPEN I-O FD-PIXCOB
           END-IF

           OPEN INPUT FD-DEBAUT
           IF WS-FS-DEBAUT = '35'
               OPEN OUTPUT FD-DEBAUT
               CLOSE FD-DEBAUT
               OPEN INPUT FD-DEBAUT
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
           .

       FECHA-ARQUIVOS.
           IF WS-CONTRATO-ABERTO
               CLOSE FD-CONTRATO
           END-IF
           CLOSE FD-CADASTRO
           CLOSE FD-PARCELA
           CLOSE FD-PIXCOB
           CLOSE FD-DEBAUT
           CLOSE FD-FORMCTL
           CLOSE FD-SINISTRO
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

       VERIFICA-DEBITO-AUTOMATICO.
           MOVE 'N' TO WS-CONTR-EM-DEBITO
           MOVE FD-NUM-CONTRATO TO DB-NUM-CONTRATO
           READ FD-DEBAUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DB-ADESAO-ATIVA
                       SET WS-CONTRATO-EM-DEBITO TO TRUE
                   END-IF
           END-READ
           .

       GRAVA-HEADER-PIX.
           MOVE WS-DATA-MOVIMENTO TO WS-PH-DATA-GERACAO
           MOVE WS-VENCTO-DE      TO WS-PH-VENCTO-DE
           MOVE WS-VENCTO-ATE     TO WS-PH-VENCTO-ATE
           WRITE FD-PIXREM-REC FROM WS-PIX-HEADER
           .

       GRAVA-TRAILER-PIX.
      *    Quantidade e valor das inclusoes; remocoes nao somam.
           MOVE WS-QTD-DETALHES     TO WS-PT-QTD-DETALHES
           MOVE WS-VR-TOTAL-REMESSA TO WS-PT-VR-TOTAL
           WRITE FD-PIXREM-REC FROM WS-PIX-TRAILER
           .

       SELECIONA-PARCELAS.
      *    Mesma leitura por chave parcial de FDPARC.DAT do FINREM.
           MOVE 'N' TO WS-PAGADOR-LIDO
           MOVE 'N' TO WS-FIM-PARCELAS
           IF WS-PARCELAS-OK = 'N'
               SET WS-FIM-DAS-PARCELAS TO TRUE
           END-IF

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
                           IF PR-PENDENTE
                               AND PR-VENCTO NOT < WS-VENCTO-DE
                               AND PR-VENCTO NOT > WS-VENCTO-ATE
                               IF PR-VALOR > WS-VR-MAXIMO-PIX
                                   ADD 1 TO WS-QTD-ACIMA-TETO
                               ELSE
                                   IF NOT WS-PAGADOR-JA-LIDO
                                       PERFORM BUSCA-PAGADOR
                                       SET WS-PAGADOR-JA-LIDO TO TRUE
                                   END-IF
                                   PERFORM GRAVA-DETALHE-INCLUSAO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       BUSCA-PAGADOR.
           MOVE SPACES TO FD-CADASTRO-REC
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   DISPLAY 'FINPIXC: CLIENTE ' FD-COD-CLIENTE
                           ' DO CONTRATO ' FD-NUM-CONTRATO
                           ' NAO CADASTRADO.'
                   MOVE SPACES TO FD-CADASTRO-REC
           END-READ
           .

       GRAVA-DETALHE-INCLUSAO.
           PERFORM LOCALIZA-COBRANCA-PARCELA
           PERFORM EFETIVA-COBRANCA-PARCELA
           MOVE SPACES               TO FD-PIXREM-REC
           SET PQ-REG-DETALHE        TO TRUE
           SET PQ-OPER-INCLUSAO      TO TRUE
           MOVE PX-TXID              TO PQ-TXID
           MOVE FD-NUM-CONTRATO      TO PQ-NUM-CONTRATO
           MOVE PR-NUM-PARCELA       TO PQ-NUM-PARCELA
           MOVE PR-VENCTO            TO PQ-PARC-VENCTO
           MOVE PX-DATA-EXPIRACAO    TO PQ-DATA-EXPIRACAO
           MOVE PR-VALOR             TO PQ-PARC-VALOR
           MOVE FD-TIPO-PESSOA       TO PQ-TIPO-PESSOA
           IF FD-PESSOA-JURIDICA
               MOVE FD-CNPJ          TO PQ-DOCUMENTO
               MOVE FD-RAZAO-SOCIAL  TO PQ-NOME-DEVEDOR
           ELSE
               MOVE FD-CPF           TO PQ-DOCUMENTO
               MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
               MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME NF-ULTIMO-NOME
                                     NF-NOME-COMPLETO
               MOVE NF-NOME-COMPLETO TO PQ-NOME-DEVEDOR
           END-IF
           WRITE FD-PIXREM-REC

           ADD 1                       TO WS-QTD-DETALHES
           ADD PR-VALOR                TO WS-VR-TOTAL-REMESSA
           .

       LOCALIZA-COBRANCA-PARCELA.
      *    Uma cobranca ativa por parcela: achando, o TXID e reusado
      *    (o PSP trata a reinclusao do mesmo TXID como alteracao).
           MOVE 'N' TO WS-CC-REUSADA
           MOVE 'N' TO WS-CC-FIM-BUSCA
           MOVE FD-NUM-CONTRATO TO PX-NUM-CONTRATO
           MOVE PR-NUM-PARCELA  TO PX-NUM-PARCELA
           START FD-PIXCOB KEY = PX-CHAVE-PARCELA
               INVALID KEY
                   SET WS-FIM-BUSCA-COBRANCA TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-BUSCA-COBRANCA
               READ FD-PIXCOB NEXT RECORD
                   AT END
                       SET WS-FIM-BUSCA-COBRANCA TO TRUE
                   NOT AT END
                       IF PX-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           OR PX-NUM-PARCELA NOT = PR-NUM-PARCELA
                           SET WS-FIM-BUSCA-COBRANCA TO TRUE
                       ELSE
                           IF PX-ATIVA
                               SET WS-COBRANCA-REUSADA TO TRUE
                               SET WS-FIM-BUSCA-COBRANCA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       EFETIVA-COBRANCA-PARCELA.
           COMPUTE WS-DIAS-EXPIRACAO =
               FUNCTION INTEGER-OF-DATE(PR-VENCTO) + WS-DIAS-VALIDADE
           IF WS-COBRANCA-REUSADA
               MOVE PR-VENCTO TO PX-PARC-VENCTO
               MOVE PR-VALOR  TO PX-VALOR-ENVIADO
               COMPUTE PX-DATA-EXPIRACAO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-EXPIRACAO)
               REWRITE FD-PIXCOB-REC
           ELSE
               MOVE 'FINPX'            TO WS-CC-PREFIXO
               MOVE FD-NUM-CONTRATO    TO WS-CC-CONTRATO
               MOVE PR-NUM-PARCELA     TO WS-CC-PARCELA
               PERFORM OBTEM-SEQ-TXID
               MOVE SPACES             TO FD-PIXCOB-REC
               MOVE WS-CC-TXID         TO PX-TXID
               MOVE FD-NUM-CONTRATO    TO PX-NUM-CONTRATO
               MOVE PR-NUM-PARCELA     TO PX-NUM-PARCELA
               MOVE PR-VENCTO          TO PX-PARC-VENCTO
               MOVE PR-VALOR           TO PX-VALOR-ENVIADO
               MOVE WS-DATA-MOVIMENTO  TO PX-DATA-GERACAO
               COMPUTE PX-DATA-EXPIRACAO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-EXPIRACAO)
               MOVE 'A'                TO PX-STATUS
               MOVE ZEROS              TO PX-DATA-BAIXA
               WRITE FD-PIXCOB-REC
               ADD 1 TO WS-QTD-NOVAS
           END-IF
           .

       OBTEM-SEQ-TXID.
      *    Serie PIXTXID de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie NOSSONUM do FINREM; semeada em 1 na primeira vez.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'PIXTXID' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'PIXTXID' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-CC-SEQ
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       REVISA-COBRANCAS-ATIVAS.
      *    Segunda passada, sobre o registro de cobrancas: a ativa
      *    cuja parcela nao esta mais em aberto e removida no PSP; a
      *    que passou do prazo de pagamento so sai de ativa (o PSP ja
      *    nao aceita o PIX), e a parcela ganha cobranca nova se
      *    voltar a cair na janela.
           MOVE 'N' TO WS-FIM-COBRANCAS
           MOVE LOW-VALUES TO PX-TXID
           START FD-PIXCOB KEY NOT < PX-TXID
               INVALID KEY
                   SET WS-FIM-DAS-COBRANCAS TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-DAS-COBRANCAS
               READ FD-PIXCOB NEXT RECORD
                   AT END
                       SET WS-FIM-DAS-COBRANCAS TO TRUE
                   NOT AT END
                       IF PX-ATIVA
                           PERFORM REVISA-COBRANCA
                       END-IF
               END-READ
           END-PERFORM
           .

       REVISA-COBRANCA.
           MOVE 'N' TO WS-CC-PARC-ABERTA
           IF WS-PARCELAS-OK = 'S'
               MOVE PX-NUM-CONTRATO TO PR-NUM-CONTRATO
               MOVE PX-NUM-PARCELA  TO PR-NUM-PARCELA
               READ FD-PARCELA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *                Parcela acima do teto do PSP sai do PIX e fica
      *                so no boleto.
                       IF (PR-PENDENTE OR PR-ATRASADA)
                           AND PR-VALOR NOT > WS-VR-MAXIMO-PIX
                           SET WS-PARCELA-EM-ABERTO TO TRUE
                       END-IF
               END-READ
           ELSE
      *        Sem o arquivo de parcelas nao ha como saber: a
      *        cobranca fica como esta.
               SET WS-PARCELA-EM-ABERTO TO TRUE
           END-IF

      *    Parcela aberta de contrato que saiu da cobranca tambem e
      *    removida: o PSP nao pode aceitar PIX em nome do titular
      *    antigo nem em paralelo ao debito automatico.
           IF WS-PARCELA-EM-ABERTO AND WS-CONTRATO-ABERTO
               MOVE PX-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       MOVE 'N' TO WS-CC-PARC-ABERTA
                   NOT INVALID KEY
                       PERFORM VERIFICA-FORMALIZACAO
                       PERFORM VERIFICA-DEBITO-AUTOMATICO
                       PERFORM VERIFICA-SINISTRO
                       IF NOT FD-CONTR-ATIVO
                           OR NOT WS-FORMALIZACAO-OK
                           OR WS-CONTRATO-EM-DEBITO
                           OR WS-CONTRATO-EM-SINISTRO
                           MOVE 'N' TO WS-CC-PARC-ABERTA
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-PARCELA-EM-ABERTO
                   MOVE 'C' TO PX-STATUS
                   MOVE WS-DATA-MOVIMENTO TO PX-DATA-BAIXA
                   REWRITE FD-PIXCOB-REC
                   PERFORM GRAVA-DETALHE-REMOCAO
                   ADD 1 TO WS-QTD-REMOVIDAS
               WHEN PX-DATA-EXPIRACAO < WS-DATA-MOVIMENTO
                   MOVE 'C' TO PX-STATUS
                   MOVE WS-DATA-MOVIMENTO TO PX-DATA-BAIXA
                   REWRITE FD-PIXCOB-REC
                   ADD 1 TO WS-QTD-EXPIRADAS
           END-EVALUATE
           .

       GRAVA-DETALHE-REMOCAO.
           MOVE SPACES               TO FD-PIXREM-REC
           SET PQ-REG-DETALHE        TO TRUE
           SET PQ-OPER-REMOCAO       TO TRUE
           MOVE PX-TXID              TO PQ-TXID
           MOVE PX-NUM-CONTRATO      TO PQ-NUM-CONTRATO
           MOVE PX-NUM-PARCELA       TO PQ-NUM-PARCELA
           MOVE PX-PARC-VENCTO       TO PQ-PARC-VENCTO
           MOVE PX-DATA-EXPIRACAO    TO PQ-DATA-EXPIRACAO
           MOVE PX-VALOR-ENVIADO     TO PQ-PARC-VALOR
           MOVE ZEROS                TO PQ-DOCUMENTO
           WRITE FD-PIXREM-REC
           .

       END PROGRAM FINPIXC.
