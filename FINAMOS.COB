      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: AMOSTRA DE AUDITORIA E DOSSIE DE CONTRATO: (N)OVA
      *          amostra sobre os contratos contratados num periodo -
      *          aleatoria simples, estratificada (produto, faixa de
      *          valor e situacao, alocacao proporcional com ao menos
      *          um por estrato) ou por unidade monetaria (intervalo
      *          fixo em reais sobre o valor financiado acumulado) -
      *          com semente informada ou gerada e sempre guardada,
      *          para a mesma semente sobre o mesmo periodo refazer a
      *          mesma amostra. Lista e cabecalho ficam em AMOSTRA.DAT
      *          e os dossies saem num arquivo proprio da amostra
      *          (AMOSTRA-nnnnnn.PRT, fora da retencao do RPTWRT):
      *          por contrato, cadastro do cliente e do avalista,
      *          condicoes, parcelas com as transicoes de pagamento
      *          (PAGTOLOG, inclusive o arquivado), alteracoes do
      *          mestre (AUDITFIN, inclusive o arquivado), garantia,
      *          checklist de formalizacao, aprovacoes (fila de alcada
      *          PENDAPR e quatro-olhos DUPAUT) e eventos de cobranca
      *          (estagios, promessas e ocorrencias). (L)ISTA mostra
      *          uma amostra guardada e (R)EIMPRIME o dossie atual de
      *          um contrato dela (DOSSIE-contrato-data.PRT) para
      *          responder a excecao do auditor. Pede SIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-AMOSTRA        ASSIGN TO "AMOSTRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               FILE STATUS IS WS-FS-AMOSTRA.
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
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-PAGTOARC       ASSIGN TO "PAGTOLOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOARC.
           SELECT FD-AUDITFIN       ASSIGN TO "AUDITFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITFIN.
           SELECT FD-AUDITARC       ASSIGN TO "AUDITFIN.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITARC.
           SELECT FD-GARANTIA       ASSIGN TO "GARANTIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUM-CONTRATO
               FILE STATUS IS WS-FS-GARANTIA.
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
           SELECT FD-PENDAPR        ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PENDENTE
               FILE STATUS IS WS-FS-PENDAPR.
           SELECT FD-DUPAUT         ASSIGN TO "DUPAUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-NUM-PENDENTE
               FILE STATUS IS WS-FS-DUPAUT.
           SELECT FD-COBCTL         ASSIGN TO "COBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CHAVE
               FILE STATUS IS WS-FS-COBCTL.
           SELECT FD-PROMESSA       ASSIGN TO "PROMESSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PROMESSA.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OCORR.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-DOSSIE         ASSIGN TO DYNAMIC WS-NOME-DOSSIE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOSSIE.
           SELECT SD-ORDENACAO      ASSIGN TO "FINAMOS.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-AMOSTRA.
       01  FD-AMOSTRA-REC.
           COPY AMOSTRAREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-PAGTOARC.
       01  FD-PAGTOARC-REC.
           COPY PAGTOLOGREC REPLACING LEADING ==PL-== BY ==PA-==.

       FD  FD-AUDITFIN.
       01  FD-AUDITFIN-REC.
           COPY AUDITFINREC.

       FD  FD-AUDITARC.
       01  FD-AUDITARC-REC           PIC X(600).

       FD  FD-GARANTIA.
       01  FD-GARANTIA-REC.
           COPY GARREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-PENDAPR.
       01  FD-PENDAPR-REC.
           COPY PENDAPRREC.

       FD  FD-DUPAUT.
       01  FD-DUPAUT-REC.
           COPY DUPAUTREC.

       FD  FD-COBCTL.
       01  FD-COBCTL-REC.
           COPY COBCTLREC.

       FD  FD-PROMESSA.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-DOSSIE.
       01  FD-DOSSIE-REC             PIC X(132).

      *  Populacao do periodo; a ordem e estrato + contrato na
      *  estratificada e so contrato nos outros metodos (estrato de
      *  ordenacao em branco).
       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-ORDEM                        PIC X(05).
           03 SD-NUM-CONTRATO                 PIC 9(08).
           03 SD-ESTRATO                      PIC X(05).
           03 SD-VALOR                        PIC 9(08)V99.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-AMOSTRA       PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOARC      PIC X(02) VALUE '00'.
           03 WS-FS-AUDITFIN      PIC X(02) VALUE '00'.
           03 WS-FS-AUDITARC      PIC X(02) VALUE '00'.
           03 WS-FS-GARANTIA      PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-PENDAPR       PIC X(02) VALUE '00'.
           03 WS-FS-DUPAUT        PIC X(02) VALUE '00'.
           03 WS-FS-COBCTL        PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-DOSSIE        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINAMOS'.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-HORA-SISTEMA         PIC 9(08).
         01 WS-NOME-DOSSIE          PIC X(40).

         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-NOVA             VALUE 'N', 'n'.
             88 WS-TRANS-LISTA            VALUE 'L', 'l'.
             88 WS-TRANS-REIMPRIME        VALUE 'R', 'r'.

      *  Parametros da amostra digitados.
         01 WS-METODO               PIC X(01).
             88 WS-METODO-VALIDO          VALUE 'A', 'E', 'M'.
             88 WS-METODO-ALEATORIO       VALUE 'A'.
             88 WS-METODO-ESTRATIFICADO   VALUE 'E'.
             88 WS-METODO-MONETARIO       VALUE 'M'.
         01 WS-DESCRICAO            PIC X(40).
         01 WS-DATA-INICIO          PIC 9(08).
         01 WS-DATA-FIM             PIC 9(08).
         01 WS-TAMANHO              PIC 9(05).
         01 WS-SEMENTE              PIC 9(10).
         01 WS-NUM-AMOSTRA          PIC 9(06).
         01 WS-CONTRATO-PROCURA     PIC 9(08).

      *  Faixas de valor financiado da estratificacao (limite
      *  superior de cada faixa; a 4a e o que passar da 3a).
         01 WS-TAB-FAIXAS.
           03 FILLER PIC 9(08)V99 VALUE 5000,00.
           03 FILLER PIC 9(08)V99 VALUE 20000,00.
           03 FILLER PIC 9(08)V99 VALUE 50000,00.
         01 WS-TAB-FAIXAS-RED REDEFINES WS-TAB-FAIXAS.
           03 WS-FAIXA-LIMITE       PIC 9(08)V99 OCCURS 3 TIMES.
         01 WS-FAIXA-IDX            PIC 9(01).
         01 WS-ESTRATO-CALC.
           03 WS-EC-PRODUTO         PIC 9(03).
           03 WS-EC-FAIXA           PIC 9(01).
           03 WS-EC-SITUACAO        PIC X(01).

      *  Gerador pseudo-aleatorio congruencial (multiplicador 16807,
      *  modulo 2**31 - 1): a mesma semente da sempre a mesma
      *  sequencia, em qualquer maquina.
         01 WS-LCG-ESTADO           PIC 9(10).
         01 WS-LCG-PRODUTO          PIC 9(15).
         01 WS-LCG-QUOCIENTE        PIC 9(15).
         01 WS-SORTEIO-LIMITE       PIC 9(07).
         01 WS-SORTEIO-RESTO        PIC 9(07).

      *  Populacao carregada do SORT e o vetor de posicoes que o
      *  sorteio embaralha (Fisher-Yates parcial).
         01 WS-QTD-POPULACAO        PIC 9(07) VALUE ZEROS.
         01 WS-VR-POPULACAO         PIC 9(13)V99 VALUE ZEROS.
         01 WS-POPULACAO-EXCEDIDA   PIC X(01) VALUE 'N'.
             88 WS-POPULACAO-CHEIA        VALUE 'S'.
         01 WS-TAB-POPULACAO.
           03 WS-PO-OCR OCCURS 30000 TIMES.
               05 WS-PO-NUM-CONTRATO    PIC 9(08).
               05 WS-PO-ESTRATO         PIC X(05).
               05 WS-PO-VALOR           PIC 9(08)V99.
               05 WS-PO-SELECIONADO     PIC X(01).
               05 WS-PO-PONTO           PIC 9(13)V99.
               05 WS-PO-POSICAO         PIC 9(05).
         01 WS-PO-IDX               PIC 9(05).
         01 WS-PO-IDX2              PIC 9(05).
         01 WS-PO-TROCA             PIC 9(05).
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT               VALUE 'S'.
         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA            VALUE 'S'.
         01 WS-FIM-AMOSTRA          PIC X(01).
             88 WS-EOF-AMOSTRA            VALUE 'S'.

      *  Estrato corrente na alocacao e no sorteio de uma faixa da
      *  tabela.
         01 WS-FX-INICIO            PIC 9(05).
         01 WS-FX-FIM               PIC 9(05).
         01 WS-FX-QTD               PIC 9(05).
         01 WS-FX-SORTEAR           PIC 9(05).
         01 WS-FX-CONTADOR          PIC 9(05).
         01 WS-ESTRATO-ATUAL        PIC X(05).

      *  Unidade monetaria, em centavos.
         01 WS-UM-TOTAL             PIC 9(15).
         01 WS-UM-INTERVALO         PIC 9(15).
         01 WS-UM-PONTO             PIC 9(15).
         01 WS-UM-ACUMULADO         PIC 9(15).

         01 WS-QTD-SELECIONADA      PIC 9(05) VALUE ZEROS.
         01 WS-VR-SELECIONADO       PIC 9(13)V99 VALUE ZEROS.
         01 WS-SEQUENCIA            PIC 9(05).

      *  Dossie.
         01 WS-IND                  PIC 9(03).
         01 WS-QTD-LINHAS-SECAO     PIC 9(05).
         01 WS-ITEM-ACHADO          PIC X(01).
             88 WS-ITEM-NA-AMOSTRA        VALUE 'S'.
         01 WS-CONTRATO-LIDO        PIC X(01).
             88 WS-TEM-CONTRATO           VALUE 'S'.
         01 WS-COD-AVALISTA         PIC 9(06).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-DATA-CONTRATACAO     PIC 9(08).

         01 WS-ED-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
         01 WS-ED-VALOR2            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
         01 WS-ED-TAXA              PIC Z9,9999.
         01 WS-ED-QTD               PIC ZZZ.ZZ9.

         01 WS-LINHA-DOSSIE         PIC X(132).
         01 WS-LINHA-SEPARADOR      PIC X(132) VALUE ALL '='.

         01 WS-LINHA-ROTULO.
           03 WS-LR-ROTULO          PIC X(24).
           03 WS-LR-VALOR           PIC X(108).

         01 WS-LINHA-ITEM.
           03 WS-LI-SEQUENCIA       PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LI-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LI-PRODUTO         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LI-FAIXA           PIC 9(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LI-SITUACAO        PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LI-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LI-PONTO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-PARCELA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-STATUS          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-DESCRICAO       PIC X(12).

         01 WS-LINHA-TRANSICAO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-DE              PIC X(01).
           03 FILLER                PIC X(04) VALUE ' -> '.
           03 WS-LT-PARA            PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-HORA            PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-VALOR           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-USUARIO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-PROGRAMA        PIC X(08).

         01 WS-LINHA-ALTERACAO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LA-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-HORA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-OPERACAO        PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-USUARIO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PROGRAMA        PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LA-MUDANCAS        PIC X(91).

         PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           DISPLAY 'AMOSTRA DE AUDITORIA  (N)OVA (L)ISTA '
                   '(R)EIMPRIME DOSSIE : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-NOVA
                   PERFORM NOVA-AMOSTRA
               WHEN WS-TRANS-LISTA
                   PERFORM LISTA-AMOSTRA
               WHEN WS-TRANS-REIMPRIME
                   PERFORM REIMPRIME-DOSSIE
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE
           GOBACK.

      ******************************************************************
      *  NOVA AMOSTRA
      ******************************************************************
       NOVA-AMOSTRA.
           PERFORM ACEITA-PARAMETROS
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FDCONTR.DAT ' FS-MENSAGEM
           ELSE
               SORT SD-ORDENACAO
                   ON ASCENDING KEY SD-ORDEM SD-NUM-CONTRATO
                   INPUT PROCEDURE IS SELECIONA-POPULACAO
                   OUTPUT PROCEDURE IS CARREGA-POPULACAO
               IF WS-POPULACAO-CHEIA
                   DISPLAY 'POPULACAO ACIMA DE 30000 CONTRATOS - '
                           'RESTRINJA O PERIODO.'
               ELSE
                   IF WS-QTD-POPULACAO = ZEROS
                       DISPLAY 'NENHUM CONTRATO CONTRATADO NO PERIODO.'
                   ELSE
                       PERFORM SORTEIA-AMOSTRA
                       PERFORM OBTEM-NUMERO-AMOSTRA
                       PERFORM GRAVA-AMOSTRA
                       PERFORM IMPRIME-AMOSTRA
                   END-IF
               END-IF
               CLOSE FD-CONTRATO
           END-IF
           .

       ACEITA-PARAMETROS.
           DISPLAY 'DESCRICAO DO TRABALHO (AUDITOR/REFERENCIA) : '
           ACCEPT WS-DESCRICAO
           DISPLAY 'METODO (A)LEATORIA (E)STRATIFICADA (M)ONETARIA : '
           PERFORM WITH TEST AFTER UNTIL WS-METODO-VALIDO
               ACCEPT WS-METODO
               IF WS-METODO = 'a' OR 'e' OR 'm'
                   MOVE FUNCTION UPPER-CASE(WS-METODO) TO WS-METODO
               END-IF
               IF NOT WS-METODO-VALIDO
                   DISPLAY 'METODO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CONTRATADOS DE (AAAAMMDD) : '
           PERFORM WITH TEST AFTER UNTIL WS-DATA-INICIO IS NUMERIC
               ACCEPT WS-DATA-INICIO
               IF WS-DATA-INICIO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'ATE (AAAAMMDD) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-DATA-FIM IS NUMERIC
                     AND WS-DATA-FIM NOT < WS-DATA-INICIO
               ACCEPT WS-DATA-FIM
               IF WS-DATA-FIM NOT NUMERIC
                   OR WS-DATA-FIM < WS-DATA-INICIO
                   DISPLAY 'DATA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'TAMANHO DA AMOSTRA (CONTRATOS) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-TAMANHO IS NUMERIC
                     AND WS-TAMANHO > ZEROS
               ACCEPT WS-TAMANHO
               IF WS-TAMANHO NOT NUMERIC OR WS-TAMANHO = ZEROS
                   DISPLAY 'TAMANHO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'SEMENTE (ZEROS = GERAR) : '
           PERFORM WITH TEST AFTER UNTIL WS-SEMENTE IS NUMERIC
               ACCEPT WS-SEMENTE
               IF WS-SEMENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
      *    Semente gerada sai da hora; fica gravada no cabecalho
      *    como se tivesse sido digitada.
           IF WS-SEMENTE = ZEROS
               ACCEPT WS-HORA-SISTEMA FROM TIME
               COMPUTE WS-SEMENTE = WS-HORA-SISTEMA + 1
           END-IF
           DIVIDE WS-SEMENTE BY 2147483647 GIVING WS-LCG-QUOCIENTE
               REMAINDER WS-LCG-ESTADO
           IF WS-LCG-ESTADO = ZEROS
               MOVE 1 TO WS-LCG-ESTADO
           END-IF
           MOVE WS-LCG-ESTADO TO WS-SEMENTE
           .

       SELECIONA-POPULACAO.
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF FD-DATA-CONTRATACAO NOT < WS-DATA-INICIO
                           AND FD-DATA-CONTRATACAO
                               NOT > WS-DATA-FIM
                           PERFORM LIBERA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           .

       LIBERA-CONTRATO.
           MOVE ZEROS TO WS-EC-PRODUTO
           IF FD-COD-PRODUTO IS NUMERIC
               MOVE FD-COD-PRODUTO TO WS-EC-PRODUTO
           END-IF
           MOVE 4 TO WS-EC-FAIXA
           PERFORM VARYING WS-FAIXA-IDX FROM 3 BY -1
                   UNTIL WS-FAIXA-IDX < 1
               IF FD-VALOR NOT > WS-FAIXA-LIMITE(WS-FAIXA-IDX)
                   MOVE WS-FAIXA-IDX TO WS-EC-FAIXA
               END-IF
           END-PERFORM
           MOVE FD-STATUS-CONTRATO TO WS-EC-SITUACAO
           MOVE WS-ESTRATO-CALC    TO SD-ESTRATO
           IF WS-METODO-ESTRATIFICADO
               MOVE WS-ESTRATO-CALC TO SD-ORDEM
           ELSE
               MOVE SPACES TO SD-ORDEM
           END-IF
           MOVE FD-NUM-CONTRATO TO SD-NUM-CONTRATO
           MOVE FD-VALOR        TO SD-VALOR
           RELEASE SD-REGISTRO
           .

       CARREGA-POPULACAO.
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                   NOT AT END
                       IF WS-QTD-POPULACAO < 30000
                           ADD 1 TO WS-QTD-POPULACAO
                           MOVE WS-QTD-POPULACAO TO WS-PO-IDX
                           MOVE SD-NUM-CONTRATO
                               TO WS-PO-NUM-CONTRATO(WS-PO-IDX)
                           MOVE SD-ESTRATO TO WS-PO-ESTRATO(WS-PO-IDX)
                           MOVE SD-VALOR   TO WS-PO-VALOR(WS-PO-IDX)
                           MOVE 'N' TO WS-PO-SELECIONADO(WS-PO-IDX)
                           MOVE ZEROS TO WS-PO-PONTO(WS-PO-IDX)
                           MOVE WS-PO-IDX TO WS-PO-POSICAO(WS-PO-IDX)
                           ADD SD-VALOR TO WS-VR-POPULACAO
                       ELSE
                           SET WS-POPULACAO-CHEIA TO TRUE
                       END-IF
               END-RETURN
           END-PERFORM
           .

       SORTEIA-AMOSTRA.
           EVALUATE TRUE
               WHEN WS-METODO-ALEATORIO
                   MOVE 1                TO WS-FX-INICIO
                   MOVE WS-QTD-POPULACAO TO WS-FX-FIM
                   MOVE WS-TAMANHO       TO WS-FX-SORTEAR
                   PERFORM SORTEIA-FAIXA
               WHEN WS-METODO-ESTRATIFICADO
                   PERFORM SORTEIA-ESTRATOS
               WHEN WS-METODO-MONETARIO
                   PERFORM SORTEIA-MONETARIA
           END-EVALUATE
           .

       PROXIMO-ALEATORIO.
           COMPUTE WS-LCG-PRODUTO = WS-LCG-ESTADO * 16807
           DIVIDE WS-LCG-PRODUTO BY 2147483647 GIVING WS-LCG-QUOCIENTE
               REMAINDER WS-LCG-ESTADO
           DIVIDE WS-LCG-ESTADO BY WS-SORTEIO-LIMITE
               GIVING WS-LCG-QUOCIENTE REMAINDER WS-SORTEIO-RESTO
           .

       SORTEIA-FAIXA.
      *    Fisher-Yates parcial nas posicoes WS-FX-INICIO a
      *    WS-FX-FIM: cada passo troca a posicao corrente com uma
      *    sorteada entre ela e o fim e marca o contrato que ficou
      *    nela.
           COMPUTE WS-FX-QTD = WS-FX-FIM - WS-FX-INICIO + 1
           IF WS-FX-SORTEAR > WS-FX-QTD
               MOVE WS-FX-QTD TO WS-FX-SORTEAR
           END-IF
           MOVE WS-FX-INICIO TO WS-PO-IDX
           PERFORM VARYING WS-FX-CONTADOR FROM 1 BY 1
                   UNTIL WS-FX-CONTADOR > WS-FX-SORTEAR
               COMPUTE WS-SORTEIO-LIMITE = WS-FX-FIM - WS-PO-IDX + 1
               PERFORM PROXIMO-ALEATORIO
               COMPUTE WS-PO-IDX2 = WS-PO-IDX + WS-SORTEIO-RESTO
               MOVE WS-PO-POSICAO(WS-PO-IDX)  TO WS-PO-TROCA
               MOVE WS-PO-POSICAO(WS-PO-IDX2)
                   TO WS-PO-POSICAO(WS-PO-IDX)
               MOVE WS-PO-TROCA TO WS-PO-POSICAO(WS-PO-IDX2)
               MOVE 'S' TO
                   WS-PO-SELECIONADO(WS-PO-POSICAO(WS-PO-IDX))
               ADD 1 TO WS-PO-IDX
           END-PERFORM
           .

       SORTEIA-ESTRATOS.
      *    Alocacao proporcional ao tamanho do estrato, no minimo um
      *    contrato por estrato - a amostra pode passar um pouco do
      *    tamanho pedido quando ha muitos estratos pequenos.
           MOVE 1 TO WS-FX-INICIO
           PERFORM UNTIL WS-FX-INICIO > WS-QTD-POPULACAO
               MOVE WS-PO-ESTRATO(WS-FX-INICIO) TO WS-ESTRATO-ATUAL
               MOVE WS-FX-INICIO TO WS-FX-FIM
               PERFORM UNTIL WS-FX-FIM >= WS-QTD-POPULACAO
                   OR WS-PO-ESTRATO(WS-FX-FIM + 1)
                       NOT = WS-ESTRATO-ATUAL
                   ADD 1 TO WS-FX-FIM
               END-PERFORM
               COMPUTE WS-FX-SORTEAR ROUNDED =
                   WS-TAMANHO * (WS-FX-FIM - WS-FX-INICIO + 1)
                   / WS-QTD-POPULACAO
               IF WS-FX-SORTEAR = ZEROS
                   MOVE 1 TO WS-FX-SORTEAR
               END-IF
               PERFORM SORTEIA-FAIXA
               COMPUTE WS-FX-INICIO = WS-FX-FIM + 1
           END-PERFORM
           .

       SORTEIA-MONETARIA.
      *    Intervalo = valor da populacao / tamanho; inicio sorteado
      *    dentro do primeiro intervalo. Contrato maior que o
      *    intervalo pode receber mais de um ponto e entra uma vez so.
           COMPUTE WS-UM-TOTAL = WS-VR-POPULACAO * 100
           COMPUTE WS-UM-INTERVALO = WS-UM-TOTAL / WS-TAMANHO
           IF WS-UM-INTERVALO = ZEROS
               MOVE 1 TO WS-UM-INTERVALO
           END-IF
           IF WS-UM-INTERVALO > 9999999
               MOVE 9999999 TO WS-SORTEIO-LIMITE
           ELSE
               MOVE WS-UM-INTERVALO TO WS-SORTEIO-LIMITE
           END-IF
           PERFORM PROXIMO-ALEATORIO
           COMPUTE WS-UM-PONTO = WS-SORTEIO-RESTO + 1
           IF WS-UM-INTERVALO > 9999999
      *        Intervalo acima do alcance do sorteio: escala o resto
      *        para o intervalo inteiro.
               COMPUTE WS-UM-PONTO =
                   WS-UM-INTERVALO * WS-SORTEIO-RESTO / 9999999 + 1
           END-IF
           MOVE ZEROS TO WS-UM-ACUMULADO
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-QTD-POPULACAO
               COMPUTE WS-UM-ACUMULADO =
                   WS-UM-ACUMULADO + WS-PO-VALOR(WS-PO-IDX) * 100
               IF WS-UM-PONTO NOT > WS-UM-ACUMULADO
                   MOVE 'S' TO WS-PO-SELECIONADO(WS-PO-IDX)
                   COMPUTE WS-PO-PONTO(WS-PO-IDX) = WS-UM-PONTO / 100
                   PERFORM UNTIL WS-UM-PONTO > WS-UM-ACUMULADO
                       ADD WS-UM-INTERVALO TO WS-UM-PONTO
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       OBTEM-NUMERO-AMOSTRA.
      *    Serie AMOSTRA de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie OCORR; semeada em 1 na primeira vez.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF

           MOVE 'AMOSTRA' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'AMOSTRA' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ

           MOVE NU-PROXIMO-NUMERO TO WS-NUM-AMOSTRA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       GRAVA-AMOSTRA.
           OPEN I-O FD-AMOSTRA
           IF WS-FS-AMOSTRA = '35'
               OPEN OUTPUT FD-AMOSTRA
               CLOSE FD-AMOSTRA
               OPEN I-O FD-AMOSTRA
           END-IF

      *    Itens na ordem da populacao (estrato + contrato ou so
      *    contrato), numerados a partir de 1.
           MOVE ZEROS TO WS-SEQUENCIA WS-QTD-SELECIONADA
                         WS-VR-SELECIONADO
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-QTD-POPULACAO
               IF WS-PO-SELECIONADO(WS-PO-IDX) = 'S'
                   ADD 1 TO WS-SEQUENCIA
                   ADD 1 TO WS-QTD-SELECIONADA
                   ADD WS-PO-VALOR(WS-PO-IDX) TO WS-VR-SELECIONADO
                   INITIALIZE FD-AMOSTRA-REC
                   MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
                   MOVE WS-SEQUENCIA   TO AM-SEQUENCIA
                   SET AM-ITEM TO TRUE
                   MOVE WS-PO-NUM-CONTRATO(WS-PO-IDX)
                       TO AM-NUM-CONTRATO
                   MOVE WS-PO-ESTRATO(WS-PO-IDX) TO AM-ESTRATO
                   MOVE WS-PO-VALOR(WS-PO-IDX)   TO AM-VALOR
                   MOVE WS-PO-PONTO(WS-PO-IDX)   TO AM-PONTO-SELECAO
                   WRITE FD-AMOSTRA-REC
                       INVALID KEY
                           DISPLAY 'ERRO NA GRAVACAO DO ITEM '
                                   WS-SEQUENCIA
                   END-WRITE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NOME-DOSSIE
           STRING 'AMOSTRA-' WS-NUM-AMOSTRA '.PRT'
               DELIMITED BY SIZE INTO WS-NOME-DOSSIE

           INITIALIZE FD-AMOSTRA-REC
           MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
           MOVE ZEROS          TO AM-SEQUENCIA
           SET AM-CABECALHO TO TRUE
           MOVE WS-METODO          TO AM-METODO
           MOVE WS-DATA-INICIO     TO AM-DATA-INICIO
           MOVE WS-DATA-FIM        TO AM-DATA-FIM
           MOVE WS-SEMENTE         TO AM-SEMENTE
           MOVE WS-TAMANHO         TO AM-TAMANHO-PEDIDO
           MOVE WS-QTD-POPULACAO   TO AM-QTD-POPULACAO
           MOVE WS-VR-POPULACAO    TO AM-VR-POPULACAO
           MOVE WS-QTD-SELECIONADA TO AM-QTD-SELECIONADA
           MOVE WS-VR-SELECIONADO  TO AM-VR-SELECIONADO
           MOVE ZEROS              TO AM-INTERVALO
           IF WS-METODO-MONETARIO
               COMPUTE AM-INTERVALO = WS-UM-INTERVALO / 100
           END-IF
           MOVE WS-DESCRICAO       TO AM-DESCRICAO
           MOVE WS-NOME-DOSSIE     TO AM-ARQUIVO-DOSSIE
           MOVE SN-USUARIO         TO AM-USUARIO
           MOVE WS-DATA-MOVIMENTO  TO AM-DATA-GERACAO
           ACCEPT AM-HORA-GERACAO FROM TIME
           WRITE FD-AMOSTRA-REC
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO CABECALHO DA AMOSTRA.'
           END-WRITE
           CLOSE FD-AMOSTRA

           DISPLAY 'AMOSTRA ' WS-NUM-AMOSTRA ' GRAVADA: '
                   WS-QTD-SELECIONADA ' DE ' WS-QTD-POPULACAO
                   ' CONTRATO(S), SEMENTE ' WS-SEMENTE '.'
           .

       IMPRIME-AMOSTRA.
      *    Cabecalho e lista da amostra, depois o dossie de cada
      *    contrato, tudo no arquivo proprio da amostra.
           OPEN OUTPUT FD-DOSSIE
           IF WS-FS-DOSSIE NOT = '00'
               DISPLAY 'ERRO NA ABERTURA DE ' WS-NOME-DOSSIE
           ELSE
               PERFORM ABRE-ARQUIVOS-DOSSIE
               OPEN INPUT FD-AMOSTRA
               MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
               MOVE ZEROS          TO AM-SEQUENCIA
               READ FD-AMOSTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM IMPRIME-CABECALHO-AMOSTRA
               END-READ
               PERFORM IMPRIME-LISTA-AMOSTRA
               MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
               MOVE 1              TO AM-SEQUENCIA
               MOVE 'N' TO WS-FIM-AMOSTRA
               START FD-AMOSTRA KEY NOT < AM-CHAVE
                   INVALID KEY
                       SET WS-EOF-AMOSTRA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-AMOSTRA
                   READ FD-AMOSTRA NEXT RECORD
                       AT END
                           SET WS-EOF-AMOSTRA TO TRUE
                       NOT AT END
                           IF AM-NUM-AMOSTRA NOT = WS-NUM-AMOSTRA
                               SET WS-EOF-AMOSTRA TO TRUE
                           ELSE
                               MOVE AM-NUM-CONTRATO
                                   TO WS-CONTRATO-PROCURA
                               PERFORM IMPRIME-DOSSIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AMOSTRA
               PERFORM FECHA-ARQUIVOS-DOSSIE
               CLOSE FD-DOSSIE
               DISPLAY 'DOSSIES GERADOS EM ' WS-NOME-DOSSIE
           END-IF
           .

       IMPRIME-CABECALHO-AMOSTRA.
           MOVE WS-LINHA-SEPARADOR TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING 'AMOSTRA DE AUDITORIA ' AM-NUM-AMOSTRA
                  ' - ' AM-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE WS-LINHA-SEPARADOR TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE 'METODO' TO WS-LR-ROTULO
           EVALUATE TRUE
               WHEN AM-ALEATORIA
                   MOVE 'ALEATORIA SIMPLES' TO WS-LR-VALOR
               WHEN AM-ESTRATIFICADA
                   MOVE 'ESTRATIFICADA (PRODUTO/FAIXA/SITUACAO)'
                       TO WS-LR-VALOR
               WHEN OTHER
                   MOVE AM-INTERVALO TO WS-ED-VALOR
                   MOVE SPACES TO WS-LR-VALOR
                   STRING 'UNIDADE MONETARIA - INTERVALO '
                          WS-ED-VALOR
                       DELIMITED BY SIZE INTO WS-LR-VALOR
           END-EVALUATE
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'PERIODO DE CONTRATACAO' TO WS-LR-ROTULO
           MOVE SPACES TO WS-LR-VALOR
           STRING AM-DATA-INICIO ' A ' AM-DATA-FIM
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'SEMENTE' TO WS-LR-ROTULO
           MOVE AM-SEMENTE TO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'POPULACAO' TO WS-LR-ROTULO
           MOVE AM-QTD-POPULACAO TO WS-ED-QTD
           MOVE AM-VR-POPULACAO  TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING WS-ED-QTD ' CONTRATO(S)  ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'AMOSTRA' TO WS-LR-ROTULO
           MOVE AM-QTD-SELECIONADA TO WS-ED-QTD
           MOVE AM-VR-SELECIONADO  TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING WS-ED-QTD ' CONTRATO(S)  ' WS-ED-VALOR
                  '  (PEDIDO ' AM-TAMANHO-PEDIDO ')'
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'GERADA POR' TO WS-LR-ROTULO
           MOVE SPACES TO WS-LR-VALOR
           STRING AM-USUARIO ' EM ' AM-DATA-GERACAO ' '
                  AM-HORA-GERACAO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           .

       IMPRIME-LISTA-AMOSTRA.
           MOVE SPACES TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING '  SEQ CONTRATO  PRD F S           VALOR     PONTO '
                  'MONETARIO'
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
           MOVE 1              TO AM-SEQUENCIA
           MOVE 'N' TO WS-FIM-LEITURA
           START FD-AMOSTRA KEY NOT < AM-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-AMOSTRA NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF AM-NUM-AMOSTRA NOT = WS-NUM-AMOSTRA
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           PERFORM MONTA-LINHA-ITEM
                           MOVE WS-LINHA-ITEM TO WS-LINHA-DOSSIE
                           PERFORM GRAVA-LINHA-DOSSIE
                       END-IF
               END-READ
           END-PERFORM
           .

       MONTA-LINHA-ITEM.
           MOVE AM-SEQUENCIA      TO WS-LI-SEQUENCIA
           MOVE AM-NUM-CONTRATO   TO WS-LI-CONTRATO
           MOVE AM-EST-PRODUTO    TO WS-LI-PRODUTO
           MOVE AM-EST-FAIXA      TO WS-LI-FAIXA
           MOVE AM-EST-SITUACAO   TO WS-LI-SITUACAO
           MOVE AM-VALOR          TO WS-LI-VALOR
           MOVE AM-PONTO-SELECAO  TO WS-LI-PONTO
           .

      ******************************************************************
      *  LISTA E REIMPRESSAO
      ******************************************************************
       ACEITA-NUMERO-AMOSTRA.
           DISPLAY 'NUMERO DA AMOSTRA : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-AMOSTRA IS NUMERIC
               ACCEPT WS-NUM-AMOSTRA
               IF WS-NUM-AMOSTRA NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       LISTA-AMOSTRA.
           PERFORM ACEITA-NUMERO-AMOSTRA
           OPEN INPUT FD-AMOSTRA
           IF WS-FS-AMOSTRA NOT = '00'
               DISPLAY 'AMOSTRA.DAT SEM AMOSTRAS GRAVADAS.'
           ELSE
               MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
               MOVE ZEROS          TO AM-SEQUENCIA
               READ FD-AMOSTRA
                   INVALID KEY
                       DISPLAY 'AMOSTRA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       PERFORM MOSTRA-AMOSTRA
               END-READ
               CLOSE FD-AMOSTRA
           END-IF
           .

       MOSTRA-AMOSTRA.
           DISPLAY 'AMOSTRA...........: ' AM-NUM-AMOSTRA
                   ' ' AM-DESCRICAO
           DISPLAY 'METODO............: ' AM-METODO
                   '  SEMENTE ' AM-SEMENTE
           DISPLAY 'PERIODO...........: ' AM-DATA-INICIO
                   ' A ' AM-DATA-FIM
           DISPLAY 'POPULACAO.........: ' AM-QTD-POPULACAO
                   ' CONTRATO(S) ' AM-VR-POPULACAO
           DISPLAY 'SELECIONADOS......: ' AM-QTD-SELECIONADA
                   ' CONTRATO(S) ' AM-VR-SELECIONADO
           DISPLAY 'DOSSIES...........: ' AM-ARQUIVO-DOSSIE
           DISPLAY 'GERADA POR........: ' AM-USUARIO
                   ' EM ' AM-DATA-GERACAO
           DISPLAY '  SEQ CONTRATO  PRD F S           VALOR     PONTO '
                   'MONETARIO'
           MOVE 1 TO AM-SEQUENCIA
           MOVE 'N' TO WS-FIM-LEITURA
           START FD-AMOSTRA KEY NOT < AM-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-AMOSTRA NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF AM-NUM-AMOSTRA NOT = WS-NUM-AMOSTRA
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           PERFORM MONTA-LINHA-ITEM
                           DISPLAY WS-LINHA-ITEM
                       END-IF
               END-READ
           END-PERFORM
           .

       REIMPRIME-DOSSIE.
      *    So contrato da amostra: a reimpressao mostra a situacao
      *    de hoje; a da epoca esta no arquivo da amostra.
           PERFORM ACEITA-NUMERO-AMOSTRA
           DISPLAY 'NUMERO DO CONTRATO : '
           PERFORM WITH TEST AFTER UNTIL WS-CONTRATO-PROCURA IS NUMERIC
               ACCEPT WS-CONTRATO-PROCURA
               IF WS-CONTRATO-PROCURA NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-ACHADO
           OPEN INPUT FD-AMOSTRA
           IF WS-FS-AMOSTRA = '00'
               MOVE WS-NUM-AMOSTRA TO AM-NUM-AMOSTRA
               MOVE 1              TO AM-SEQUENCIA
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-AMOSTRA KEY NOT < AM-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA OR WS-ITEM-NA-AMOSTRA
                   READ FD-AMOSTRA NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF AM-NUM-AMOSTRA NOT = WS-NUM-AMOSTRA
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               IF AM-NUM-CONTRATO
                                   = WS-CONTRATO-PROCURA
                                   SET WS-ITEM-NA-AMOSTRA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AMOSTRA
           END-IF
           IF NOT WS-ITEM-NA-AMOSTRA
               DISPLAY 'CONTRATO NAO PERTENCE A AMOSTRA.'
           ELSE
               MOVE SPACES TO WS-NOME-DOSSIE
               STRING 'DOSSIE-' WS-CONTRATO-PROCURA '-'
                      WS-DATA-MOVIMENTO '.PRT'
                   DELIMITED BY SIZE INTO WS-NOME-DOSSIE
               OPEN OUTPUT FD-DOSSIE
               IF WS-FS-DOSSIE NOT = '00'
                   DISPLAY 'ERRO NA ABERTURA DE ' WS-NOME-DOSSIE
               ELSE
                   OPEN INPUT FD-CONTRATO
                   IF WS-FS-CONTRATO NOT = '00'
                       DISPLAY 'FDCONTR.DAT INDISPONIVEL.'
                   ELSE
                       PERFORM ABRE-ARQUIVOS-DOSSIE
                       PERFORM IMPRIME-DOSSIE
                       PERFORM FECHA-ARQUIVOS-DOSSIE
                       CLOSE FD-CONTRATO
                   END-IF
                   CLOSE FD-DOSSIE
                   DISPLAY 'DOSSIE GERADO EM ' WS-NOME-DOSSIE
               END-IF
           END-IF
           .

      ******************************************************************
      *  DOSSIE DO CONTRATO
      ******************************************************************
       ABRE-ARQUIVOS-DOSSIE.
      *    Arquivos indexados de consulta; o que nao abrir fica de
      *    fora do dossie com aviso na secao.
           OPEN INPUT FD-CADASTRO
           OPEN INPUT FD-GARANTIA
           OPEN INPUT FD-FORMCTL
           OPEN INPUT FD-PENDAPR
           OPEN INPUT FD-DUPAUT
           OPEN INPUT FD-COBCTL
           OPEN INPUT FD-PROMESSA
           OPEN INPUT FD-OCORR
           .

       FECHA-ARQUIVOS-DOSSIE.
           IF WS-FS-CADASTRO = '00'
               CLOSE FD-CADASTRO
           END-IF
           IF WS-FS-GARANTIA = '00'
               CLOSE FD-GARANTIA
           END-IF
           IF WS-FS-FORMCTL = '00'
               CLOSE FD-FORMCTL
           END-IF
           IF WS-FS-PENDAPR = '00'
               CLOSE FD-PENDAPR
           END-IF
           IF WS-FS-DUPAUT = '00'
               CLOSE FD-DUPAUT
           END-IF
           IF WS-FS-COBCTL = '00'
               CLOSE FD-COBCTL
           END-IF
           IF WS-FS-PROMESSA = '00'
               CLOSE FD-PROMESSA
           END-IF
           IF WS-FS-OCORR = '00'
               CLOSE FD-OCORR
           END-IF
           .

       GRAVA-LINHA-DOSSIE.
           WRITE FD-DOSSIE-REC FROM WS-LINHA-DOSSIE
           .

       GRAVA-LINHA-ROTULO.
           MOVE WS-LINHA-ROTULO TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           .

       GRAVA-TITULO-SECAO.
           MOVE SPACES TO FD-DOSSIE-REC
           WRITE FD-DOSSIE-REC
           MOVE ZEROS TO WS-QTD-LINHAS-SECAO
           PERFORM GRAVA-LINHA-DOSSIE
           .

       GRAVA-SECAO-VAZIA.
           IF WS-QTD-LINHAS-SECAO = ZEROS
               MOVE '  NADA REGISTRADO.' TO WS-LINHA-DOSSIE
               PERFORM GRAVA-LINHA-DOSSIE
           END-IF
           .

       IMPRIME-DOSSIE.
           MOVE SPACES TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE WS-LINHA-SEPARADOR TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING 'DOSSIE DO CONTRATO ' WS-CONTRATO-PROCURA
                  ' - AMOSTRA ' WS-NUM-AMOSTRA
                  ' - EMITIDO EM ' WS-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           MOVE WS-LINHA-SEPARADOR TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE

           MOVE 'N' TO WS-CONTRATO-LIDO
           MOVE WS-CONTRATO-PROCURA TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   MOVE '  CONTRATO NAO ENCONTRADO NO MESTRE.'
                       TO WS-LINHA-DOSSIE
                   PERFORM GRAVA-LINHA-DOSSIE
               NOT INVALID KEY
                   SET WS-TEM-CONTRATO TO TRUE
           END-READ
           IF WS-TEM-CONTRATO
               MOVE FD-COD-CLIENTE      TO WS-COD-CLIENTE
               MOVE FD-COD-AVALISTA     TO WS-COD-AVALISTA
               MOVE FD-DATA-CONTRATACAO TO WS-DATA-CONTRATACAO
               PERFORM DOSSIE-CADASTRO
               PERFORM DOSSIE-CONDICOES
               PERFORM DOSSIE-PARCELAS
               PERFORM DOSSIE-PAGAMENTOS
               PERFORM DOSSIE-ALTERACOES
               PERFORM DOSSIE-GARANTIA
               PERFORM DOSSIE-FORMALIZACAO
               PERFORM DOSSIE-APROVACOES
               PERFORM DOSSIE-COBRANCA
           END-IF
           .

       DOSSIE-CADASTRO.
           MOVE '1. CADASTRO' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           IF WS-FS-CADASTRO NOT = '00'
               MOVE '  CADPF.DAT INDISPONIVEL.' TO WS-LINHA-DOSSIE
               PERFORM GRAVA-LINHA-DOSSIE
           ELSE
               MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               MOVE 'CLIENTE' TO WS-LR-ROTULO
               PERFORM MOSTRA-PESSOA
               IF WS-COD-AVALISTA IS NUMERIC
                   AND WS-COD-AVALISTA > ZEROS
                   MOVE WS-COD-AVALISTA TO FD-CAD-COD-CLIENTE
                   MOVE 'AVALISTA' TO WS-LR-ROTULO
                   PERFORM MOSTRA-PESSOA
               END-IF
           END-IF
           .

       MOSTRA-PESSOA.
           READ FD-CADASTRO
               INVALID KEY
                   MOVE SPACES TO WS-LR-VALOR
                   STRING FD-CAD-COD-CLIENTE ' NAO CADASTRADO'
                       DELIMITED BY SIZE INTO WS-LR-VALOR
                   PERFORM GRAVA-LINHA-ROTULO
               NOT INVALID KEY
                   MOVE SPACES TO WS-LR-VALOR
                   IF FD-TIPO-PESSOA = 'J'
                       STRING FD-CAD-COD-CLIENTE ' ' FD-RAZAO-SOCIAL
                              ' CNPJ ' FD-CNPJ
                           DELIMITED BY SIZE INTO WS-LR-VALOR
                   ELSE
                       STRING FD-CAD-COD-CLIENTE ' ' FD-PRIMEIRO-NOME
                              ' ' FD-ULTIMO-NOME ' CPF ' FD-CPF
                           DELIMITED BY SIZE INTO WS-LR-VALOR
                   END-IF
                   PERFORM GRAVA-LINHA-ROTULO
                   MOVE '  ENDERECO' TO WS-LR-ROTULO
                   MOVE SPACES TO WS-LR-VALOR
                   STRING FD-RUA ' ' FD-BAIRRO ' ' FD-CIDADE ' '
                          FD-UF ' CEP ' FD-CEP-1 '-' FD-CEP-2
                       DELIMITED BY SIZE INTO WS-LR-VALOR
                   PERFORM GRAVA-LINHA-ROTULO
                   MOVE '  TELEFONE/SITUACAO' TO WS-LR-ROTULO
                   MOVE SPACES TO WS-LR-VALOR
                   STRING '(' FD-DDD ') ' FD-PREFIXO '-' FD-SUFIXO
                          '  SITUACAO ' FD-SITUACAO-CLIENTE
                          '  NASCIMENTO ' FD-DATA-NASC
                       DELIMITED BY SIZE INTO WS-LR-VALOR
                   PERFORM GRAVA-LINHA-ROTULO
           END-READ
           .

       DOSSIE-CONDICOES.
           MOVE '2. CONDICOES DO CONTRATO' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           MOVE 'VALOR FINANCIADO' TO WS-LR-ROTULO
           MOVE FD-VALOR TO WS-ED-VALOR
           MOVE FD-TAXA-JUROS TO WS-ED-TAXA
           MOVE SPACES TO WS-LR-VALOR
           STRING WS-ED-VALOR '  TAXA ' WS-ED-TAXA '% A.M.  METODO '
                  FD-METODO-AMORT '  PARCELAS ' FD-NUM-PARCELAS
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'CONTRATACAO/SITUACAO' TO WS-LR-ROTULO
           MOVE SPACES TO WS-LR-VALOR
           STRING FD-DATA-CONTRATACAO '  SITUACAO '
                  FD-STATUS-CONTRATO '  MOTIVO CANCEL. '
                  FD-MOTIVO-CANCEL '  ORIGEM ' FD-ORIGEM
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'PRODUTO/AGENTE/OBJETO' TO WS-LR-ROTULO
           MOVE SPACES TO WS-LR-VALOR
           STRING FD-COD-PRODUTO '  AGENTE ' FD-COD-AGENTE '  '
                  FD-OBJETO '  CONTRATO ANTERIOR '
                  FD-CONTRATO-ANTERIOR
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'IOF/TARIFA/SEGURO' TO WS-LR-ROTULO
           MOVE FD-VR-IOF    TO WS-ED-VALOR
           MOVE FD-VR-TARIFA TO WS-ED-VALOR2
           MOVE SPACES TO WS-LR-VALOR
           STRING WS-ED-VALOR ' / ' WS-ED-VALOR2 ' ('
                  FD-TARIFA-FORMA ')  SEGURO ' FD-SEGURO-FLAG
                  ' ALIQ. ' FD-ALIQ-SEGURO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'CET/RATING/PROVISAO' TO WS-LR-ROTULO
           MOVE FD-VR-PROVISAO TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING FD-CET-MENSAL '% A.M. ' FD-CET-ANUAL '% A.A.  '
                  'RATING ' FD-RATING '  PROVISAO ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           IF FD-COD-CONVENIO IS NUMERIC
               AND FD-COD-CONVENIO > ZEROS
               MOVE 'CONSIGNADO' TO WS-LR-ROTULO
               MOVE SPACES TO WS-LR-VALOR
               STRING 'CONVENIO ' FD-COD-CONVENIO '  MATRICULA '
                      FD-MATRICULA
                   DELIMITED BY SIZE INTO WS-LR-VALOR
               PERFORM GRAVA-LINHA-ROTULO
           END-IF
           .

       DOSSIE-PARCELAS.
           MOVE '3. PARCELAS' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           MOVE '  PAR  VENCTO         VALOR  SITUACAO'
               TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS OR WS-IND > 420
               MOVE WS-IND                 TO WS-LP-PARCELA
               MOVE FD-PARC-VENCTO(WS-IND) TO WS-LP-VENCTO
               MOVE FD-PARC-VALOR(WS-IND)  TO WS-LP-VALOR
               MOVE FD-PARC-STATUS(WS-IND) TO WS-LP-STATUS
               EVALUATE TRUE
                   WHEN FD-PARC-PENDENTE(WS-IND)
                       MOVE 'PENDENTE'    TO WS-LP-DESCRICAO
                   WHEN FD-PARC-PAGA(WS-IND)
                       MOVE 'PAGA'        TO WS-LP-DESCRICAO
                   WHEN FD-PARC-ATRASADA(WS-IND)
                       MOVE 'ATRASADA'    TO WS-LP-DESCRICAO
                   WHEN FD-PARC-CANCELADA(WS-IND)
                       MOVE 'CANCELADA'   TO WS-LP-DESCRICAO
                   WHEN FD-PARC-ESTORNADA(WS-IND)
                       MOVE 'ESTORNADA'   TO WS-LP-DESCRICAO
                   WHEN FD-PARC-RENEGOCIADA(WS-IND)
                       MOVE 'RENEGOCIADA' TO WS-LP-DESCRICAO
                   WHEN FD-PARC-SINISTRADA(WS-IND)
                       MOVE 'SINISTRADA'  TO WS-LP-DESCRICAO
                   WHEN OTHER
                       MOVE SPACES        TO WS-LP-DESCRICAO
               END-EVALUATE
               MOVE WS-LINHA-PARCELA TO WS-LINHA-DOSSIE
               PERFORM GRAVA-LINHA-DOSSIE
           END-PERFORM
           .

       DOSSIE-PAGAMENTOS.
      *    Transicoes de status das parcelas, do arquivado
      *    (PAGTOLOG.ARC, faxina do LOGHOUSE) ao corrente, como o
      *    PAGHIST com historico profundo.
           MOVE '4. HISTORICO DE PAGAMENTOS (TRANSICOES DE PARCELA)'
               TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           OPEN INPUT FD-PAGTOARC
           IF WS-FS-PAGTOARC = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PAGTOARC
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PA-NUM-CONTRATO = WS-CONTRATO-PROCURA
                               MOVE FD-PAGTOARC-REC
                                   TO FD-PAGTOLOG-REC
                               PERFORM MOSTRA-TRANSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PAGTOARC
           END-IF
           OPEN INPUT FD-PAGTOLOG
           IF WS-FS-PAGTOLOG = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PAGTOLOG
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PL-NUM-CONTRATO = WS-CONTRATO-PROCURA
                               PERFORM MOSTRA-TRANSICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PAGTOLOG
           END-IF
           PERFORM GRAVA-SECAO-VAZIA
           .

       MOSTRA-TRANSICAO.
           MOVE PL-NUM-PARCELA      TO WS-LT-PARCELA
           MOVE PL-STATUS-ANTERIOR  TO WS-LT-DE
           MOVE PL-STATUS-NOVO      TO WS-LT-PARA
           MOVE PL-DATA-TRANSICAO   TO WS-LT-DATA
           MOVE PL-HORA-TRANSICAO   TO WS-LT-HORA
           MOVE PL-VALOR            TO WS-LT-VALOR
           MOVE PL-USUARIO          TO WS-LT-USUARIO
           MOVE PL-PROGRAMA         TO WS-LT-PROGRAMA
           MOVE WS-LINHA-TRANSICAO TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       DOSSIE-ALTERACOES.
      *    Trilha do AUDITFIN (arquivada e corrente), como o FINHIST
      *    com historico profundo.
           MOVE '5. ALTERACOES DO CONTRATO (TRILHA DE AUDITORIA)'
               TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           OPEN INPUT FD-AUDITARC
           IF WS-FS-AUDITARC = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-AUDITARC
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           MOVE FD-AUDITARC-REC TO FD-AUDITFIN-REC
                           IF AF-NUM-CONTRATO = WS-CONTRATO-PROCURA
                               PERFORM MOSTRA-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AUDITARC
           END-IF
           OPEN INPUT FD-AUDITFIN
           IF WS-FS-AUDITFIN = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-AUDITFIN
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF AF-NUM-CONTRATO = WS-CONTRATO-PROCURA
                               PERFORM MOSTRA-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AUDITFIN
           END-IF
           PERFORM GRAVA-SECAO-VAZIA
           .

       MOSTRA-ALTERACAO.
           MOVE AF-DATA      TO WS-LA-DATA
           MOVE AF-HORA      TO WS-LA-HORA
           MOVE AF-OPERACAO  TO WS-LA-OPERACAO
           MOVE AF-USUARIO   TO WS-LA-USUARIO
           MOVE AF-PROGRAMA  TO WS-LA-PROGRAMA
           MOVE SPACES TO WS-LA-MUDANCAS
           IF AF-OPER-INCLUSAO
               MOVE AF-DEP-VALOR TO WS-ED-VALOR
               STRING 'INCLUSAO - VALOR ' WS-ED-VALOR
                      ' PARCELAS ' AF-DEP-NUM-PARC
                      ' SITUACAO ' AF-DEP-STATUS
                   DELIMITED BY SIZE INTO WS-LA-MUDANCAS
           ELSE
               STRING 'SITUACAO ' AF-ANT-STATUS '->' AF-DEP-STATUS
                      '  PARCELAS ' AF-ANT-NUM-PARC '->'
                      AF-DEP-NUM-PARC '  MOTIVO ' AF-ANT-MOTIVO '->'
                      AF-DEP-MOTIVO '  PARC. ALTERADAS '
                      AF-QTD-PARC-ALTERADAS
                   DELIMITED BY SIZE INTO WS-LA-MUDANCAS
           END-IF
           MOVE WS-LINHA-ALTERACAO TO WS-LINHA-DOSSIE
           PERFORM GRAVA-LINHA-DOSSIE
           IF AF-OPER-ALTERACAO
               AND (AF-ANT-VALOR NOT = AF-DEP-VALOR
                    OR AF-ANT-TAXA NOT = AF-DEP-TAXA)
               MOVE AF-ANT-VALOR TO WS-ED-VALOR
               MOVE AF-DEP-VALOR TO WS-ED-VALOR2
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING '      VALOR ' WS-ED-VALOR ' -> ' WS-ED-VALOR2
                      '  TAXA ' AF-ANT-TAXA ' -> ' AF-DEP-TAXA
                   DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
               PERFORM GRAVA-LINHA-DOSSIE
           END-IF
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       DOSSIE-GARANTIA.
           MOVE '6. GARANTIA E SEGURO DO BEM' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           IF WS-FS-GARANTIA = '00'
               MOVE WS-CONTRATO-PROCURA TO GA-NUM-CONTRATO
               READ FD-GARANTIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOSTRA-GARANTIA
               END-READ
           END-IF
           PERFORM GRAVA-SECAO-VAZIA
           .

       MOSTRA-GARANTIA.
           MOVE 'BEM' TO WS-LR-ROTULO
           MOVE GA-VALOR-AVALIACAO TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING GA-TIPO-BEM ' ' GA-DESCRICAO ' ' GA-IDENTIFICACAO
                  ' AVALIACAO ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'GRAVAME' TO WS-LR-ROTULO
           MOVE SPACES TO WS-LR-VALOR
           STRING 'SITUACAO ' GA-STATUS-GRAVAME '  REGISTRO '
                  GA-DATA-REGISTRO '  LIBERACAO ' GA-DATA-LIBERACAO
                  '  REGISTRO NACIONAL ' GA-REG-SITUACAO ' '
                  GA-REG-PROTOCOLO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE 'APOLICE DO BEM' TO WS-LR-ROTULO
           MOVE GA-VR-SEGURADO TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING GA-SEGURADORA ' ' GA-NUM-APOLICE ' '
                  GA-APOLICE-INICIO ' A ' GA-APOLICE-FIM ' '
                  WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       DOSSIE-FORMALIZACAO.
           MOVE '7. CHECKLIST DE FORMALIZACAO' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           IF WS-FS-FORMCTL = '00'
               MOVE WS-CONTRATO-PROCURA TO FM-NUM-CONTRATO
               READ FD-FORMCTL
                   INVALID KEY
                       MOVE SPACES TO WS-LINHA-DOSSIE
                       STRING '  SEM CHECKLIST (ESTOQUE ANTERIOR AO '
                              'CONTROLE - VALE COMO FORMALIZADO).'
                           DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
                       PERFORM GRAVA-LINHA-DOSSIE
                       ADD 1 TO WS-QTD-LINHAS-SECAO
                   NOT INVALID KEY
                       MOVE 'ITENS' TO WS-LR-ROTULO
                       MOVE SPACES TO WS-LR-VALOR
                       STRING 'INSTRUMENTO ' FM-INSTRUMENTO
                              '  AVAL ' FM-AVAL
                              '  GRAVAME ' FM-GRAVAME
                              '  APOLICE ' FM-APOLICE
                           DELIMITED BY SIZE INTO WS-LR-VALOR
                       PERFORM GRAVA-LINHA-ROTULO
                       MOVE 'SITUACAO' TO WS-LR-ROTULO
                       MOVE SPACES TO WS-LR-VALOR
                       STRING FM-STATUS '  ABERTO EM '
                              FM-DATA-ABERTURA '  COMPLETO EM '
                              FM-DATA-COMPLETO
                           DELIMITED BY SIZE INTO WS-LR-VALOR
                       PERFORM GRAVA-LINHA-ROTULO
                       ADD 1 TO WS-QTD-LINHAS-SECAO
               END-READ
           END-IF
           PERFORM GRAVA-SECAO-VAZIA
           .

       DOSSIE-APROVACOES.
      *    Fila de alcada: o pendente aprovado nao guarda o numero
      *    do contrato - casa pelo cliente e pela data da decisao,
      *    que e a data de contratacao do contrato que ela gravou.
      *    Quatro-olhos: pedido com o contrato no inicio da chave.
           MOVE '8. APROVACOES' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           IF WS-FS-PENDAPR = '00'
               MOVE ZEROS TO PD-NUM-PENDENTE
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-PENDAPR KEY NOT < PD-NUM-PENDENTE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PENDAPR NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PD-APROVADO
                               AND PD-COD-CLIENTE = WS-COD-CLIENTE
                               AND PD-DATA-DECISAO
                                   = WS-DATA-CONTRATACAO
                               PERFORM MOSTRA-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FS-DUPAUT = '00'
               MOVE ZEROS TO DA-NUM-PENDENTE
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-DUPAUT KEY NOT < DA-NUM-PENDENTE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-DUPAUT NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF DA-CHAVE(1:8) = WS-CONTRATO-PROCURA
                               PERFORM MOSTRA-DUPLA-AUTORIZACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM GRAVA-SECAO-VAZIA
           .

       MOSTRA-PENDENTE.
           MOVE 'ALCADA' TO WS-LR-ROTULO
           MOVE PD-VALOR TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING 'PENDENTE ' PD-NUM-PENDENTE ' MOTIVO '
                  PD-MOTIVO-PENDENCIA ' VALOR ' WS-ED-VALOR
                  '  DIGITADO POR ' PD-OPERADOR ' EM '
                  PD-DATA-ENTRADA '  APROVADO POR ' PD-APROVADOR
                  ' EM ' PD-DATA-DECISAO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           MOVE '  JUSTIFICATIVA' TO WS-LR-ROTULO
           MOVE PD-JUSTIFICATIVA TO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       MOSTRA-DUPLA-AUTORIZACAO.
           MOVE 'QUATRO-OLHOS' TO WS-LR-ROTULO
           MOVE DA-VALOR TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING DA-OPERACAO ' SITUACAO ' DA-STATUS ' VALOR '
                  WS-ED-VALOR '  PEDIDO POR ' DA-SOLICITANTE ' EM '
                  DA-DATA-SOLICITACAO '  DECIDIDO POR '
                  DA-CONFIRMADO-POR ' EM ' DA-DATA-DECISAO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       DOSSIE-COBRANCA.
      *    Estagio de cobranca e promessas por parcela (chave
      *    contrato + parcela) e ocorrencias do cliente sobre o
      *    contrato.
           MOVE '9. EVENTOS DE COBRANCA' TO WS-LINHA-DOSSIE
           PERFORM GRAVA-TITULO-SECAO
           IF WS-FS-COBCTL = '00'
               MOVE WS-CONTRATO-PROCURA TO CB-NUM-CONTRATO
               MOVE ZEROS               TO CB-NUM-PARCELA
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-COBCTL KEY NOT < CB-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-COBCTL NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF CB-NUM-CONTRATO NOT = WS-CONTRATO-PROCURA
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               MOVE 'ESTAGIO' TO WS-LR-ROTULO
                               MOVE SPACES TO WS-LR-VALOR
                               STRING 'PARCELA ' CB-NUM-PARCELA
                                      '  ESTAGIO ' CB-ESTAGIO
                                      ' DESDE ' CB-DATA-ESTAGIO
                                   DELIMITED BY SIZE INTO WS-LR-VALOR
                               PERFORM GRAVA-LINHA-ROTULO
                               ADD 1 TO WS-QTD-LINHAS-SECAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FS-PROMESSA = '00'
               MOVE WS-CONTRATO-PROCURA TO PM-NUM-CONTRATO
               MOVE ZEROS               TO PM-NUM-PARCELA
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-PROMESSA KEY NOT < PM-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PROMESSA NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PM-NUM-CONTRATO NOT = WS-CONTRATO-PROCURA
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               PERFORM MOSTRA-PROMESSA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FS-OCORR = '00'
               MOVE WS-COD-CLIENTE TO OC-COD-CLIENTE
               MOVE 'N' TO WS-FIM-LEITURA
               START FD-OCORR KEY NOT < OC-COD-CLIENTE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-OCORR NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF OC-COD-CLIENTE NOT = WS-COD-CLIENTE
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               IF OC-NUM-CONTRATO
                                   = WS-CONTRATO-PROCURA
                                   PERFORM MOSTRA-OCORRENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM GRAVA-SECAO-VAZIA
           .

       MOSTRA-PROMESSA.
           MOVE 'PROMESSA' TO WS-LR-ROTULO
           MOVE PM-VR-PROMETIDO TO WS-ED-VALOR
           MOVE SPACES TO WS-LR-VALOR
           STRING 'PARCELA ' PM-NUM-PARCELA '  PARA ' PM-DATA-PROMETIDA
                  ' ' WS-ED-VALOR '  SITUACAO ' PM-STATUS
                  '  REGISTRADA POR ' PM-OPERADOR ' EM '
                  PM-DATA-REGISTRO '  DESFECHO ' PM-DATA-DESFECHO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       MOSTRA-OCORRENCIA.
           MOVE 'OCORRENCIA' TO WS-LR-ROTULO
           MOVE SPACES TO WS-LR-VALOR
           STRING OC-DATA ' ' OC-TIPO ' ' OC-OPERADOR ' ' OC-TEXTO
               DELIMITED BY SIZE INTO WS-LR-VALOR
           PERFORM GRAVA-LINHA-ROTULO
           ADD 1 TO WS-QTD-LINHAS-SECAO
           .

       END PROGRAM FINAMOS.
