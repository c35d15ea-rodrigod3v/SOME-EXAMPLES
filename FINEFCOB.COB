      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: EFETIVIDADE DOS COBRADORES - PASSO SEMANAL: mede por
      *          cobrador (operadores da lista diaria LISTACOB.DAT,
      *          OP-COBRADOR do OPERMNT) e por faixa de atraso do
      *          item (a mesma do FINLISTA: ate 30, 31-60, 61-90,
      *          91-180 e acima de 180 dias) os itens atribuidos, a
      *          taxa de contato (desfecho contatado ou promessa do
      *          LISTMNT), as promessas tomadas no PROMMNT e o
      *          desfecho delas apurado pelo FINATRA (cumprida,
      *          quebrada, ainda pendente) e o valor recuperado -
      *          baixas 'G' menos estornos 'R' do PAGTOLOG.DAT em ate
      *          N dias do contato, creditadas so ao contato mais
      *          recente do contrato, para a mesma baixa nao contar
      *          duas vezes. Promessa tomada fora da lista (balcao)
      *          entra na faixa SEM LISTA. Para comparar quem pegou a
      *          lista mais dificil, cada linha traz o indice do
      *          recuperado por item contra a media da casa na mesma
      *          faixa, e o total do cobrador o indice ajustado pelo
      *          mix de faixas dele - a classificacao e por esse
      *          indice. Roda toda segunda (semana de segunda a
      *          domingo anterior ao movimento) e, quando a semana
      *          fecha um mes, emite tambem o relatorio do mes
      *          fechado. FINEFCOB-DIAS muda a janela N (padrao 7
      *          dias); FINEFCOB-SEMANA (AAAAMMDD do primeiro dia) ou
      *          FINEFCOB-COMPETENCIA (AAAAMM) refazem um periodo
      *          passado. Relatorios pelo escritor compartilhado
      *          (RPTWRT, geracoes datadas COBEFSEM e COBEFMES).
      *          Carimba RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINEFCOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LISTA          ASSIGN TO "LISTACOB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-CHAVE
               FILE STATUS IS WS-FS-LISTA.
           SELECT FD-PROMESSA       ASSIGN TO "PROMESSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PROMESSA.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-OPERADOR       ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT SD-ORDENACAO      ASSIGN TO "FINEFCOB.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LISTA.
       01  FD-LISTA-REC.
           COPY LISTREC.

       FD  FD-PROMESSA.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-OPERADOR.
       01  FD-OPERADOR-REC.
           COPY OPERREC.

      *  Eventos do periodo na ordem contrato + data + tipo: item da
      *  lista ('A'), promessa registrada ('P') e baixa/estorno do
      *  PAGTOLOG ('B') - no mesmo dia o contato vem antes da baixa.
       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-NUM-CONTRATO                 PIC 9(08).
           03 SD-DATA                         PIC 9(08).
           03 SD-TIPO                         PIC X(01).
               88 SD-ITEM-LISTA                   VALUE 'A'.
               88 SD-PROMESSA                     VALUE 'P'.
               88 SD-BAIXA                        VALUE 'B'.
           03 SD-COBRADOR                     PIC X(08).
           03 SD-FAIXA                        PIC 9(01).
           03 SD-SITUACAO                     PIC X(01).
           03 SD-VALOR                        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-LISTA         PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-OPERADOR      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINEFCOB'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-INT-MOVIMENTO        PIC 9(08).

         01 WS-ENV-DIAS             PIC X(03).
         01 WS-ENV-SEMANA           PIC X(08).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-DIAS-JANELA          PIC 9(03) VALUE 7.

      *  Periodos a emitir nesta execucao.
         01 WS-EMITE-SEMANA         PIC X(01) VALUE 'N'.
             88 WS-HA-SEMANA                VALUE 'S'.
         01 WS-EMITE-MES            PIC X(01) VALUE 'N'.
             88 WS-HA-MES                   VALUE 'S'.
         01 WS-SEMANA-INICIO        PIC 9(08).
         01 WS-SEMANA-FIM           PIC 9(08).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-MES-INICIO           PIC 9(08).
         01 WS-MES-FIM              PIC 9(08).
         01 WS-INT-CALCULO          PIC 9(08).

      *  Periodo em apuracao.
         01 WS-PER-TIPO             PIC X(01).
             88 WS-PER-SEMANAL              VALUE 'S'.
             88 WS-PER-MENSAL               VALUE 'M'.
         01 WS-PER-INICIO           PIC 9(08).
         01 WS-PER-FIM              PIC 9(08).
         01 WS-PER-FIM-BAIXAS       PIC 9(08).
         01 WS-INT-PER-FIM          PIC 9(08).

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01).
             88 WS-EOF-SORT                 VALUE 'S'.

      *  Contrato corrente na saida do SORT: ultimo item da lista
      *  (faixa da promessa) e ultimo contato efetivo (credito da
      *  baixa).
         01 WS-CONTRATO-ATUAL       PIC 9(08).
         01 WS-UI-FAIXA             PIC 9(01).
         01 WS-UC-EXISTE            PIC X(01).
             88 WS-HA-CONTATO               VALUE 'S'.
         01 WS-UC-COBRADOR          PIC X(08).
         01 WS-UC-FAIXA             PIC 9(01).
         01 WS-UC-INT-DATA          PIC 9(08).
         01 WS-INT-BAIXA            PIC 9(08).
         01 WS-DIAS-DECORRIDOS      PIC 9(08).

      *  Cobrador x faixa de atraso (1 a 5 do FINLISTA, 6 = promessa
      *  sem item de lista).
         01 WS-QTD-COBRADORES       PIC 9(02) VALUE ZEROS.
         01 WS-QTD-FORA-TABELA      PIC 9(06) VALUE ZEROS.
         01 WS-TAB-COBRADORES.
           03 WS-CB-OCR OCCURS 50 TIMES.
               05 WS-CB-CODIGO          PIC X(08).
               05 WS-CB-INDICE          PIC 9(05)V9.
               05 WS-CB-FAIXA-OCR OCCURS 6 TIMES.
                   07 WS-CB-ATRIB       PIC 9(05).
                   07 WS-CB-CONTAT      PIC 9(05).
                   07 WS-CB-PROM        PIC 9(05).
                   07 WS-CB-CUMPR       PIC 9(05).
                   07 WS-CB-QUEBR       PIC 9(05).
                   07 WS-CB-PEND        PIC 9(05).
                   07 WS-CB-QTD-REC     PIC 9(05).
                   07 WS-CB-VR-REC      PIC S9(11)V99.
         01 WS-CB-IDX               PIC 9(02).
         01 WS-CB-ACHADO            PIC 9(02).
         01 WS-BUSCA-COBRADOR       PIC X(08).
         01 WS-FX-IDX               PIC 9(01).
         01 WS-FX-EVENTO            PIC 9(01).

      *  Ordem de impressao (indice ajustado decrescente).
         01 WS-TAB-ORDEM.
           03 WS-ORD-CB             PIC 9(02) OCCURS 50 TIMES.
         01 WS-ORD-IDX              PIC 9(02).
         01 WS-ORD-IDX2             PIC 9(02).
         01 WS-ORD-TROCA            PIC 9(02).

      *  Casa por faixa (indice 7 = total geral) e media recuperada
      *  por item atribuido em cada faixa.
         01 WS-TAB-CASA.
           03 WS-CS-FAIXA-OCR OCCURS 7 TIMES.
               05 WS-CS-ATRIB           PIC 9(07).
               05 WS-CS-CONTAT          PIC 9(07).
               05 WS-CS-PROM            PIC 9(07).
               05 WS-CS-CUMPR           PIC 9(07).
               05 WS-CS-QUEBR           PIC 9(07).
               05 WS-CS-PEND            PIC 9(07).
               05 WS-CS-QTD-REC         PIC 9(07).
               05 WS-CS-VR-REC          PIC S9(13)V99.
               05 WS-CS-MEDIA-ITEM      PIC S9(09)V9(4).

      *  Linha corrente da impressao (cobrador/faixa, total do
      *  cobrador ou da casa).
         01 WS-LINHA-CALC.
           03 WS-LC-ATRIB           PIC 9(07).
           03 WS-LC-CONTAT          PIC 9(07).
           03 WS-LC-PROM            PIC 9(07).
           03 WS-LC-CUMPR           PIC 9(07).
           03 WS-LC-QUEBR           PIC 9(07).
           03 WS-LC-PEND            PIC 9(07).
           03 WS-LC-QTD-REC         PIC 9(07).
           03 WS-LC-VR-REC          PIC S9(13)V99.
           03 WS-LC-ESPERADO        PIC S9(13)V99.
         01 WS-INDICE-CALC          PIC 9(05)V9.

         01 WS-TAB-NOMES-FAIXA.
           03 FILLER PIC X(07) VALUE 'ATE 30'.
           03 FILLER PIC X(07) VALUE '31-60'.
           03 FILLER PIC X(07) VALUE '61-90'.
           03 FILLER PIC X(07) VALUE '91-180'.
           03 FILLER PIC X(07) VALUE '>180'.
           03 FILLER PIC X(07) VALUE 'S/LISTA'.
           03 FILLER PIC X(07) VALUE 'TOTAL'.
         01 WS-TAB-NOMES-FAIXA-RED REDEFINES WS-TAB-NOMES-FAIXA.
           03 WS-NOME-FAIXA         PIC X(07) OCCURS 7 TIMES.

         01 WS-ED-DIAS              PIC ZZ9.

         01 WS-LINHA-CAB.
           03 FILLER                PIC X(04) VALUE 'POS'.
           03 FILLER                PIC X(09) VALUE 'COBRADOR'.
           03 FILLER                PIC X(16) VALUE 'NOME'.
           03 FILLER                PIC X(08) VALUE 'FAIXA'.
           03 FILLER                PIC X(07) VALUE ' ATRIB'.
           03 FILLER                PIC X(07) VALUE ' CONTAT'.
           03 FILLER                PIC X(06) VALUE '%CONT'.
           03 FILLER                PIC X(07) VALUE '  PROM'.
           03 FILLER                PIC X(07) VALUE ' CUMPR'.
           03 FILLER                PIC X(07) VALUE ' QUEBR'.
           03 FILLER                PIC X(07) VALUE '  PEND'.
           03 FILLER                PIC X(06) VALUE '%CUMP'.
           03 FILLER                PIC X(07) VALUE ' BAIXAS'.
           03 FILLER                PIC X(15) VALUE '    RECUPERADO'.
           03 FILLER                PIC X(12) VALUE '   REC/ITEM'.
           03 FILLER                PIC X(04) VALUE ' IDX'.

         01 WS-LINHA-DET.
           03 WS-LD-POSICAO         PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-COBRADOR        PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-NOME            PIC X(15).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-FAIXA           PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-ATRIB           PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-CONTAT          PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-PCT-CONT        PIC ZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-PROM            PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-CUMPR           PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-QUEBR           PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-PEND            PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-PCT-CUMP        PIC ZZ9,9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-QTD-REC         PIC ZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-VR-REC          PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-REC-ITEM        PIC -ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-INDICE          PIC ZZZ9.
         01 WS-PCT-CALC             PIC 9(03)V9.

         01 WS-LINHA-TITULO         PIC X(132).

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

           MOVE SPACES TO WS-ENV-DIAS
           ACCEPT WS-ENV-DIAS FROM ENVIRONMENT 'FINEFCOB-DIAS'
           IF WS-ENV-DIAS IS NUMERIC
               MOVE WS-ENV-DIAS TO WS-DIAS-JANELA
           END-IF
           PERFORM DEFINE-PERIODOS

           OPEN INPUT FD-LISTA
           MOVE WS-FS-LISTA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINEFCOB: LISTACOB.DAT ' FS-MENSAGEM
                       ' - RODE O FINLISTA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE FD-LISTA
               OPEN INPUT FD-OPERADOR
               IF WS-HA-SEMANA
                   MOVE 'S'              TO WS-PER-TIPO
                   MOVE WS-SEMANA-INICIO TO WS-PER-INICIO
                   MOVE WS-SEMANA-FIM    TO WS-PER-FIM
                   PERFORM APURA-PERIODO
               END-IF
               IF WS-HA-MES
                   MOVE 'M'              TO WS-PER-TIPO
                   MOVE WS-MES-INICIO    TO WS-PER-INICIO
                   MOVE WS-MES-FIM       TO WS-PER-FIM
                   PERFORM APURA-PERIODO
               END-IF
               IF WS-FS-OPERADOR = '00'
                   CLOSE FD-OPERADOR
               END-IF
           END-IF

           IF WS-QTD-FORA-TABELA > ZEROS
               DISPLAY 'FINEFCOB: ' WS-QTD-FORA-TABELA
                       ' EVENTO(S) DE COBRADOR ACIMA DE 50 IGNORADO(S).'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-PERIODOS.
      *    Padrao: semana de segunda a domingo que termina na vespera
      *    do movimento; se ela atravessou a virada do mes, o mes em
      *    que ela comecou fechou e sai tambem o mensal dele. Semana
      *    ou competencia informada no ambiente emite so ela.
           MOVE SPACES TO WS-ENV-SEMANA WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-SEMANA FROM ENVIRONMENT 'FINEFCOB-SEMANA'
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINEFCOB-COMPETENCIA'
           EVALUATE TRUE
               WHEN WS-ENV-SEMANA IS NUMERIC
                   AND WS-ENV-SEMANA < WS-DATA-MOVIMENTO
                   MOVE WS-ENV-SEMANA TO WS-SEMANA-INICIO
                   COMPUTE WS-INT-CALCULO =
                       FUNCTION INTEGER-OF-DATE(WS-SEMANA-INICIO) + 6
                   COMPUTE WS-SEMANA-FIM =
                       FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)
                   SET WS-HA-SEMANA TO TRUE
               WHEN WS-ENV-COMPETENCIA IS NUMERIC
                   AND WS-ENV-COMPETENCIA < WS-DATA-MOVIMENTO(1:6)
                   MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
                   PERFORM DEFINE-MES
               WHEN OTHER
                   COMPUTE WS-INT-CALCULO = WS-INT-MOVIMENTO - 7
                   COMPUTE WS-SEMANA-INICIO =
                       FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)
                   COMPUTE WS-INT-CALCULO = WS-INT-MOVIMENTO - 1
                   COMPUTE WS-SEMANA-FIM =
                       FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)
                   SET WS-HA-SEMANA TO TRUE
                   IF WS-SEMANA-INICIO(1:6)
                       NOT = WS-DATA-MOVIMENTO(1:6)
                       MOVE WS-SEMANA-INICIO(1:6) TO WS-COMPETENCIA
                       PERFORM DEFINE-MES
                   END-IF
           END-EVALUATE
           .

       DEFINE-MES.
      *    Primeiro e ultimo dia da competencia (vespera do dia 01
      *    do mes seguinte).
           COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1
           IF WS-COMPETENCIA(5:2) = '12'
               COMPUTE WS-MES-FIM =
                   (WS-COMPETENCIA + 89) * 100 + 1
           ELSE
               COMPUTE WS-MES-FIM = (WS-COMPETENCIA + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-CALCULO =
               FUNCTION INTEGER-OF-DATE(WS-MES-FIM) - 1
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)
           SET WS-HA-MES TO TRUE
           .

      ******************************************************************
      *  APURACAO DE UM PERIODO
      ******************************************************************
       APURA-PERIODO.
      *    Baixas contam ate N dias depois do ultimo dia do periodo
      *    (contato do domingo ainda recebe a baixa da sexta); o que
      *    passar do movimento ainda nao aconteceu.
           INITIALIZE WS-TAB-COBRADORES WS-TAB-CASA
           MOVE ZEROS TO WS-QTD-COBRADORES
           COMPUTE WS-INT-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WS-PER-FIM)
           COMPUTE WS-INT-CALCULO = WS-INT-PER-FIM + WS-DIAS-JANELA
           IF WS-INT-CALCULO > WS-INT-MOVIMENTO
               MOVE WS-INT-MOVIMENTO TO WS-INT-CALCULO
           END-IF
           COMPUTE WS-PER-FIM-BAIXAS =
               FUNCTION DATE-OF-INTEGER(WS-INT-CALCULO)

           SORT SD-ORDENACAO
               ON ASCENDING KEY SD-NUM-CONTRATO SD-DATA SD-TIPO
               INPUT PROCEDURE IS SELECIONA-EVENTOS
               OUTPUT PROCEDURE IS APURA-EVENTOS

           PERFORM TOTALIZA-CASA
           PERFORM ORDENA-COBRADORES
           PERFORM ABRE-RELATORIO
           PERFORM IMPRIME-COBRADORES
           PERFORM IMPRIME-CASA
           PERFORM FECHA-RELATORIO

           DISPLAY 'FINEFCOB: ' WS-PER-INICIO ' A ' WS-PER-FIM ', '
                   WS-CS-ATRIB(7) ' ITEM(NS), ' WS-QTD-COBRADORES
                   ' COBRADOR(ES).'
           .

       SELECIONA-EVENTOS.
           PERFORM SELECIONA-ITENS-LISTA
           PERFORM SELECIONA-PROMESSAS
           PERFORM SELECIONA-BAIXAS
           .

       SELECIONA-ITENS-LISTA.
      *    Itens das listas emitidas no periodo, na data do contato
      *    (desfecho gravado) ou na data da lista (sem desfecho).
           OPEN INPUT FD-LISTA
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-PER-INICIO TO LS-DATA
           MOVE ZEROS         TO LS-SEQUENCIA
           START FD-LISTA KEY NOT < LS-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-LISTA NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF LS-DATA > WS-PER-FIM
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           MOVE LS-NUM-CONTRATO TO SD-NUM-CONTRATO
                           MOVE LS-DATA         TO SD-DATA
                           IF NOT LS-SEM-DESFECHO
                               AND LS-DATA-RESULTADO IS NUMERIC
                               AND LS-DATA-RESULTADO > ZEROS
                               MOVE LS-DATA-RESULTADO TO SD-DATA
                           END-IF
                           SET SD-ITEM-LISTA TO TRUE
                           MOVE LS-COBRADOR     TO SD-COBRADOR
                           MOVE LS-FAIXA-ATRASO TO SD-FAIXA
                           MOVE LS-RESULTADO    TO SD-SITUACAO
                           MOVE ZEROS           TO SD-VALOR
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-LISTA
           .

       SELECIONA-PROMESSAS.
      *    Promessas registradas no periodo, com o desfecho que o
      *    FINATRA ja apurou (pendente enquanto nao venceu).
           OPEN INPUT FD-PROMESSA
           IF WS-FS-PROMESSA = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PROMESSA NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PM-DATA-REGISTRO NOT < WS-PER-INICIO
                               AND PM-DATA-REGISTRO
                                   NOT > WS-PER-FIM
                               MOVE PM-NUM-CONTRATO
                                   TO SD-NUM-CONTRATO
                               MOVE PM-DATA-REGISTRO TO SD-DATA
                               SET SD-PROMESSA TO TRUE
                               MOVE PM-OPERADOR  TO SD-COBRADOR
                               MOVE ZEROS        TO SD-FAIXA
                               MOVE PM-STATUS    TO SD-SITUACAO
                               MOVE ZEROS        TO SD-VALOR
                               RELEASE SD-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PROMESSA
           END-IF
           .

       SELECIONA-BAIXAS.
      *    Baixas 'G' e estornos 'R' do inicio do periodo ate N dias
      *    depois do fim.
           OPEN INPUT FD-PAGTOLOG
           IF WS-FS-PAGTOLOG = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-PAGTOLOG
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF PL-DATA-TRANSICAO NOT < WS-PER-INICIO
                               AND PL-DATA-TRANSICAO
                                   NOT > WS-PER-FIM-BAIXAS
                               AND PL-VALOR IS NUMERIC
                               AND (PL-STATUS-NOVO = 'G'
                                    OR PL-STATUS-NOVO = 'R')
                               MOVE PL-NUM-CONTRATO
                                   TO SD-NUM-CONTRATO
                               MOVE PL-DATA-TRANSICAO TO SD-DATA
                               SET SD-BAIXA TO TRUE
                               MOVE SPACES         TO SD-COBRADOR
                               MOVE ZEROS          TO SD-FAIXA
                               MOVE PL-STATUS-NOVO TO SD-SITUACAO
                               MOVE PL-VALOR       TO SD-VALOR
                               RELEASE SD-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PAGTOLOG
           END-IF
           .

       APURA-EVENTOS.
           MOVE 'N' TO WS-FIM-SORT
           MOVE ZEROS TO WS-CONTRATO-ATUAL
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                   NOT AT END
                       IF SD-NUM-CONTRATO NOT = WS-CONTRATO-ATUAL
                           MOVE SD-NUM-CONTRATO TO WS-CONTRATO-ATUAL
                           MOVE 6   TO WS-UI-FAIXA
                           MOVE 'N' TO WS-UC-EXISTE
                       END-IF
                       EVALUATE TRUE
                           WHEN SD-ITEM-LISTA
                               PERFORM APURA-ITEM-LISTA
                           WHEN SD-PROMESSA
                               PERFORM APURA-PROMESSA
                           WHEN SD-BAIXA
                               PERFORM APURA-BAIXA
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           .

       APURA-ITEM-LISTA.
           MOVE SD-FAIXA TO WS-FX-EVENTO
           IF WS-FX-EVENTO < 1 OR WS-FX-EVENTO > 5
               MOVE 5 TO WS-FX-EVENTO
           END-IF
           MOVE WS-FX-EVENTO TO WS-UI-FAIXA
           MOVE SD-COBRADOR TO WS-BUSCA-COBRADOR
           PERFORM LOCALIZA-COBRADOR
           IF WS-CB-ACHADO > ZEROS
               ADD 1 TO WS-CB-ATRIB(WS-CB-ACHADO, WS-FX-EVENTO)
               IF SD-SITUACAO = 'C' OR SD-SITUACAO = 'P'
                   ADD 1 TO WS-CB-CONTAT(WS-CB-ACHADO, WS-FX-EVENTO)
                   SET WS-HA-CONTATO TO TRUE
                   MOVE SD-COBRADOR  TO WS-UC-COBRADOR
                   MOVE WS-FX-EVENTO TO WS-UC-FAIXA
                   COMPUTE WS-UC-INT-DATA =
                       FUNCTION INTEGER-OF-DATE(SD-DATA)
               END-IF
           END-IF
           .

       APURA-PROMESSA.
      *    A faixa e a do ultimo item de lista do contrato ate a
      *    data da promessa; sem item, SEM LISTA.
           MOVE SD-COBRADOR TO WS-BUSCA-COBRADOR
           PERFORM LOCALIZA-COBRADOR
           IF WS-CB-ACHADO > ZEROS
               ADD 1 TO WS-CB-PROM(WS-CB-ACHADO, WS-UI-FAIXA)
               EVALUATE SD-SITUACAO
                   WHEN 'C'
                       ADD 1 TO WS-CB-CUMPR(WS-CB-ACHADO, WS-UI-FAIXA)
                   WHEN 'Q'
                       ADD 1 TO WS-CB-QUEBR(WS-CB-ACHADO, WS-UI-FAIXA)
                   WHEN OTHER
                       ADD 1 TO WS-CB-PEND(WS-CB-ACHADO, WS-UI-FAIXA)
               END-EVALUATE
           END-IF
           .

       APURA-BAIXA.
      *    Credita ao contato mais recente do contrato, se a baixa
      *    caiu em ate N dias dele.
           IF WS-HA-CONTATO
               COMPUTE WS-INT-BAIXA = FUNCTION INTEGER-OF-DATE(SD-DATA)
               COMPUTE WS-DIAS-DECORRIDOS =
                   WS-INT-BAIXA - WS-UC-INT-DATA
               IF WS-DIAS-DECORRIDOS NOT > WS-DIAS-JANELA
                   MOVE WS-UC-COBRADOR TO WS-BUSCA-COBRADOR
                   PERFORM LOCALIZA-COBRADOR
                   MOVE WS-UC-FAIXA TO WS-FX-EVENTO
                   IF WS-CB-ACHADO > ZEROS
                       IF SD-SITUACAO = 'G'
                           ADD 1 TO
                               WS-CB-QTD-REC(WS-CB-ACHADO, WS-FX-EVENTO)
                           ADD SD-VALOR TO
                               WS-CB-VR-REC(WS-CB-ACHADO, WS-FX-EVENTO)
                       ELSE
                           SUBTRACT SD-VALOR FROM
                               WS-CB-VR-REC(WS-CB-ACHADO, WS-FX-EVENTO)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       LOCALIZA-COBRADOR.
      *    Procura o cobrador; nao havendo, abre uma entrada nova
      *    (zeros se a tabela estiver cheia).
           MOVE ZEROS TO WS-CB-ACHADO
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-QTD-COBRADORES
                      OR WS-CB-ACHADO > ZEROS
               IF WS-CB-CODIGO(WS-CB-IDX) = WS-BUSCA-COBRADOR
                   MOVE WS-CB-IDX TO WS-CB-ACHADO
               END-IF
           END-PERFORM
           IF WS-CB-ACHADO = ZEROS
               IF WS-QTD-COBRADORES < 50
                   ADD 1 TO WS-QTD-COBRADORES
                   MOVE WS-QTD-COBRADORES TO WS-CB-ACHADO
                   MOVE WS-BUSCA-COBRADOR
                       TO WS-CB-CODIGO(WS-CB-ACHADO)
               ELSE
                   ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
           END-IF
           .

       TOTALIZA-CASA.
      *    Totais da casa por faixa e media recuperada por item; o
      *    indice de cada cobrador compara o recuperado dele com o
      *    que a media da casa daria para os itens que ele recebeu.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-QTD-COBRADORES
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > 6
                   ADD WS-CB-ATRIB(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-ATRIB(WS-FX-IDX) WS-CS-ATRIB(7)
                   ADD WS-CB-CONTAT(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-CONTAT(WS-FX-IDX) WS-CS-CONTAT(7)
                   ADD WS-CB-PROM(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-PROM(WS-FX-IDX) WS-CS-PROM(7)
                   ADD WS-CB-CUMPR(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-CUMPR(WS-FX-IDX) WS-CS-CUMPR(7)
                   ADD WS-CB-QUEBR(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-QUEBR(WS-FX-IDX) WS-CS-QUEBR(7)
                   ADD WS-CB-PEND(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-PEND(WS-FX-IDX) WS-CS-PEND(7)
                   ADD WS-CB-QTD-REC(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-QTD-REC(WS-FX-IDX) WS-CS-QTD-REC(7)
                   ADD WS-CB-VR-REC(WS-CB-IDX, WS-FX-IDX)
                       TO WS-CS-VR-REC(WS-FX-IDX) WS-CS-VR-REC(7)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 7
               MOVE ZEROS TO WS-CS-MEDIA-ITEM(WS-FX-IDX)
               IF WS-CS-ATRIB(WS-FX-IDX) > ZEROS
                   COMPUTE WS-CS-MEDIA-ITEM(WS-FX-IDX) ROUNDED =
                       WS-CS-VR-REC(WS-FX-IDX) / WS-CS-ATRIB(WS-FX-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-QTD-COBRADORES
               PERFORM SOMA-LINHA-COBRADOR
               MOVE WS-INDICE-CALC TO WS-CB-INDICE(WS-CB-IDX)
           END-PERFORM
           .

       SOMA-LINHA-COBRADOR.
           INITIALIZE WS-LINHA-CALC
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 6
               ADD WS-CB-ATRIB(WS-CB-IDX, WS-FX-IDX)   TO WS-LC-ATRIB
               ADD WS-CB-CONTAT(WS-CB-IDX, WS-FX-IDX)  TO WS-LC-CONTAT
               ADD WS-CB-PROM(WS-CB-IDX, WS-FX-IDX)    TO WS-LC-PROM
               ADD WS-CB-CUMPR(WS-CB-IDX, WS-FX-IDX)   TO WS-LC-CUMPR
               ADD WS-CB-QUEBR(WS-CB-IDX, WS-FX-IDX)   TO WS-LC-QUEBR
               ADD WS-CB-PEND(WS-CB-IDX, WS-FX-IDX)    TO WS-LC-PEND
               ADD WS-CB-QTD-REC(WS-CB-IDX, WS-FX-IDX) TO WS-LC-QTD-REC
               ADD WS-CB-VR-REC(WS-CB-IDX, WS-FX-IDX)  TO WS-LC-VR-REC
               COMPUTE WS-LC-ESPERADO = WS-LC-ESPERADO
                   + WS-CB-ATRIB(WS-CB-IDX, WS-FX-IDX)
                   * WS-CS-MEDIA-ITEM(WS-FX-IDX)
           END-PERFORM
           PERFORM CALCULA-INDICE
           .

       CALCULA-INDICE.
      *    Indice 100 = recuperou o que a media da casa recuperaria
      *    com os mesmos itens; sem base (nada esperado ou
      *    recuperado negativo) fica zero.
           MOVE ZEROS TO WS-INDICE-CALC
           IF WS-LC-ESPERADO > ZEROS AND WS-LC-VR-REC > ZEROS
               IF WS-LC-VR-REC * 100 / WS-LC-ESPERADO > 9999
                   MOVE 9999 TO WS-INDICE-CALC
               ELSE
                   COMPUTE WS-INDICE-CALC ROUNDED =
                       WS-LC-VR-REC * 100 / WS-LC-ESPERADO
               END-IF
           END-IF
           .

       ORDENA-COBRADORES.
      *    Troca simples sobre o vetor de posicoes, como a ordenacao
      *    das safras do FINRENT; a tabela e pequena.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-COBRADORES
               MOVE WS-ORD-IDX TO WS-ORD-CB(WS-ORD-IDX)
           END-PERFORM
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX >= WS-QTD-COBRADORES
               PERFORM VARYING WS-ORD-IDX2 FROM WS-ORD-IDX BY 1
                       UNTIL WS-ORD-IDX2 > WS-QTD-COBRADORES
                   IF WS-CB-INDICE(WS-ORD-CB(WS-ORD-IDX2))
                       > WS-CB-INDICE(WS-ORD-CB(WS-ORD-IDX))
                       MOVE WS-ORD-CB(WS-ORD-IDX)  TO WS-ORD-TROCA
                       MOVE WS-ORD-CB(WS-ORD-IDX2)
                           TO WS-ORD-CB(WS-ORD-IDX)
                       MOVE WS-ORD-TROCA TO WS-ORD-CB(WS-ORD-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      ******************************************************************
      *  RELATORIO
      ******************************************************************
       ABRE-RELATORIO.
           MOVE 'A' TO RW-FUNCAO
           IF WS-PER-SEMANAL
               MOVE 'COBEFSEM' TO RW-RELATORIO
           ELSE
               MOVE 'COBEFMES' TO RW-RELATORIO
           END-IF
           MOVE SPACES     TO RW-TITULO
           STRING 'EFETIVIDADE COBRANCA ' WS-PER-INICIO ' A '
                  WS-PER-FIM
               DELIMITED BY SIZE INTO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA

           MOVE WS-DIAS-JANELA TO WS-ED-DIAS
           MOVE SPACES TO RW-LINHA
           IF WS-PER-SEMANAL
               STRING 'SEMANA DE ' WS-PER-INICIO ' A ' WS-PER-FIM
                      ' - RECUPERADO = BAIXAS MENOS ESTORNOS EM ATE '
                      WS-ED-DIAS ' DIA(S) DO ULTIMO CONTATO'
                   DELIMITED BY SIZE INTO RW-LINHA
           ELSE
               STRING 'MES DE ' WS-PER-INICIO ' A ' WS-PER-FIM
                      ' - RECUPERADO = BAIXAS MENOS ESTORNOS EM ATE '
                      WS-ED-DIAS ' DIA(S) DO ULTIMO CONTATO'
                   DELIMITED BY SIZE INTO RW-LINHA
           END-IF
           PERFORM GRAVA-LINHA-RELATORIO
           IF WS-PER-FIM-BAIXAS < WS-PER-FIM
               OR FUNCTION INTEGER-OF-DATE(WS-PER-FIM-BAIXAS)
                  < WS-INT-PER-FIM + WS-DIAS-JANELA
               MOVE SPACES TO RW-LINHA
               STRING 'BAIXAS CONSIDERADAS ATE ' WS-PER-FIM-BAIXAS
                      ' - CONTATOS DOS ULTIMOS DIAS DO PERIODO AINDA '
                      'COM JANELA ABERTA'
                   DELIMITED BY SIZE INTO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO RW-LINHA
           STRING 'IDX = RECUPERADO / (ITENS X MEDIA DA CASA POR ITEM '
                  'NA FAIXA) X 100 - 100 E A MEDIA; CLASSIFICACAO '
                  'PELO IDX DO TOTAL'
               DELIMITED BY SIZE INTO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
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

       IMPRIME-COBRADORES.
           MOVE 'COBRADORES (POR FAIXA DE ATRASO DO ITEM)'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           IF WS-QTD-COBRADORES = ZEROS
               MOVE 'NENHUM ITEM DE LISTA OU PROMESSA NO PERIODO.'
                   TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-QTD-COBRADORES
               MOVE WS-ORD-CB(WS-ORD-IDX) TO WS-CB-IDX
               MOVE WS-CB-CODIGO(WS-CB-IDX) TO OP-CODIGO
               MOVE SPACES TO OP-NOME
               IF WS-FS-OPERADOR = '00'
                   READ FD-OPERADOR
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO OP-NOME
                   END-READ
               END-IF
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > 6
                   IF WS-CB-ATRIB(WS-CB-IDX, WS-FX-IDX) > ZEROS
                       OR WS-CB-PROM(WS-CB-IDX, WS-FX-IDX) > ZEROS
                       OR WS-CB-QTD-REC(WS-CB-IDX, WS-FX-IDX) > ZEROS
                       PERFORM IMPRIME-FAIXA-COBRADOR
                   END-IF
               END-PERFORM
               PERFORM SOMA-LINHA-COBRADOR
               MOVE SPACES TO WS-LD-COBRADOR WS-LD-NOME
               MOVE WS-ORD-IDX   TO WS-LD-POSICAO
               MOVE WS-CB-CODIGO(WS-CB-IDX) TO WS-LD-COBRADOR
               MOVE OP-NOME(1:15) TO WS-LD-NOME
               MOVE WS-NOME-FAIXA(7) TO WS-LD-FAIXA
               PERFORM MONTA-LINHA-DETALHE
               MOVE SPACES TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM
           .

       IMPRIME-FAIXA-COBRADOR.
           INITIALIZE WS-LINHA-CALC
           MOVE WS-CB-ATRIB(WS-CB-IDX, WS-FX-IDX)   TO WS-LC-ATRIB
           MOVE WS-CB-CONTAT(WS-CB-IDX, WS-FX-IDX)  TO WS-LC-CONTAT
           MOVE WS-CB-PROM(WS-CB-IDX, WS-FX-IDX)    TO WS-LC-PROM
           MOVE WS-CB-CUMPR(WS-CB-IDX, WS-FX-IDX)   TO WS-LC-CUMPR
           MOVE WS-CB-QUEBR(WS-CB-IDX, WS-FX-IDX)   TO WS-LC-QUEBR
           MOVE WS-CB-PEND(WS-CB-IDX, WS-FX-IDX)    TO WS-LC-PEND
           MOVE WS-CB-QTD-REC(WS-CB-IDX, WS-FX-IDX) TO WS-LC-QTD-REC
           MOVE WS-CB-VR-REC(WS-CB-IDX, WS-FX-IDX)  TO WS-LC-VR-REC
           COMPUTE WS-LC-ESPERADO = WS-LC-ATRIB
               * WS-CS-MEDIA-ITEM(WS-FX-IDX)
           PERFORM CALCULA-INDICE
           MOVE ZEROS  TO WS-LD-POSICAO
           MOVE WS-CB-CODIGO(WS-CB-IDX) TO WS-LD-COBRADOR
           MOVE OP-NOME(1:15) TO WS-LD-NOME
           MOVE WS-NOME-FAIXA(WS-FX-IDX) TO WS-LD-FAIXA
           PERFORM MONTA-LINHA-DETALHE
           .

       IMPRIME-CASA.
      *    A casa por faixa e a base do indice; o total geral fecha
      *    com a soma dos cobradores.
           MOVE 'CASA (TODOS OS COBRADORES) POR FAIXA DE ATRASO'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 7
               INITIALIZE WS-LINHA-CALC
               MOVE WS-CS-ATRIB(WS-FX-IDX)   TO WS-LC-ATRIB
               MOVE WS-CS-CONTAT(WS-FX-IDX)  TO WS-LC-CONTAT
               MOVE WS-CS-PROM(WS-FX-IDX)    TO WS-LC-PROM
               MOVE WS-CS-CUMPR(WS-FX-IDX)   TO WS-LC-CUMPR
               MOVE WS-CS-QUEBR(WS-FX-IDX)   TO WS-LC-QUEBR
               MOVE WS-CS-PEND(WS-FX-IDX)    TO WS-LC-PEND
               MOVE WS-CS-QTD-REC(WS-FX-IDX) TO WS-LC-QTD-REC
               MOVE WS-CS-VR-REC(WS-FX-IDX)  TO WS-LC-VR-REC
               MOVE WS-LC-VR-REC TO WS-LC-ESPERADO
               PERFORM CALCULA-INDICE
               MOVE ZEROS  TO WS-LD-POSICAO
               MOVE 'CASA' TO WS-LD-COBRADOR
               MOVE SPACES TO WS-LD-NOME
               MOVE WS-NOME-FAIXA(WS-FX-IDX) TO WS-LD-FAIXA
               PERFORM MONTA-LINHA-DETALHE
           END-PERFORM
           .

       MONTA-LINHA-DETALHE.
      *    Edita a linha calculada e grava; taxas sobre a base da
      *    propria linha (contato sobre atribuidos, cumprimento
      *    sobre promessas ja decididas).
           MOVE WS-LC-ATRIB    TO WS-LD-ATRIB
           MOVE WS-LC-CONTAT   TO WS-LD-CONTAT
           MOVE WS-LC-PROM     TO WS-LD-PROM
           MOVE WS-LC-CUMPR    TO WS-LD-CUMPR
           MOVE WS-LC-QUEBR    TO WS-LD-QUEBR
           MOVE WS-LC-PEND     TO WS-LD-PEND
           MOVE WS-LC-QTD-REC  TO WS-LD-QTD-REC
           MOVE WS-LC-VR-REC   TO WS-LD-VR-REC
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-LC-ATRIB > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-LC-CONTAT * 100 / WS-LC-ATRIB
           END-IF
           MOVE WS-PCT-CALC TO WS-LD-PCT-CONT
           MOVE ZEROS TO WS-PCT-CALC
           IF WS-LC-CUMPR + WS-LC-QUEBR > ZEROS
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-LC-CUMPR * 100 / (WS-LC-CUMPR + WS-LC-QUEBR)
           END-IF
           MOVE WS-PCT-CALC TO WS-LD-PCT-CUMP
           MOVE ZEROS TO WS-LD-REC-ITEM
           IF WS-LC-ATRIB > ZEROS
               COMPUTE WS-LD-REC-ITEM ROUNDED =
                   WS-LC-VR-REC / WS-LC-ATRIB
           END-IF
           MOVE WS-INDICE-CALC TO WS-LD-INDICE
           MOVE WS-LINHA-DET TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINEFCOB.
