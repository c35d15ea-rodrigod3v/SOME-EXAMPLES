      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CAIXA DE BALCAO: recebimento de parcela em dinheiro ou
      *          cartao (debito/credito, com autorizacao, bandeira e
      *          parcelas) com recibo numerado e fechamento de caixa no
      *          fim do expediente. O recebimento localiza a parcela em
      *          FDCONTR.DAT/FDPARC.DAT, baixa via PAGTOSTAT (mesma
      *          regra de transicao e mesmo historico em PAGTOLOG.DAT da
      *          digitacao de sempre), imprime o recibo numerado (serie
      *          RECIBO de NUMCTL.DAT, RECIBO.PRT em EXTEND) e registra
      *          o movimento em CAIXAMOV.DAT. O fechamento soma os
      *          recibos do dia do operador, compara com o valor fisico
      *          contado na gaveta e manda a diferenca (sobra/falta)
      *          para MOVDIA.DAT, de onde o FINCTB a contabiliza - os
      *          proprios recebimentos ja chegam ao FINCTB pelas
      *          transicoes 'G' de PAGTOLOG.DAT. O cartao fica fora da
      *          gaveta: sai com total proprio no fechamento e e
      *          conciliado com a adquirente pelo FINCART. O dinheiro
      *          da gaveta sai do fechamento com o deposito feito
      *          (comprovante, banco, data e valor) em DEPCAIXA.DAT;
      *          o que nao for depositado passa para o proximo
      *          fechamento do operador, e o FINDEPC confere tudo
      *          contra o extrato do banco. Antes disso o
      *          cliente que vinha pagar no balcao era atendido por
      *          telas que nunca foram feitas para dinheiro vivo, e saia
      *          sem nenhum comprovante. Recibo e fechamento levam
      *          a filial do operador; o supervisor tira o resumo
      *          dos fechamentos do dia quebrado por filial. Cada
      *          recibo fica tambem no arquivo de documentos do
      *          cliente (DOCARQ), para a 2a via pelo DOCREPR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
           SELECT FD-CREDCLI        ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-NUM-CONTRATO
               FILE STATUS IS WS-FS-PREJCTL.
      *    Deposito do dinheiro da gaveta (FINDEPC concilia com o
      *    extrato do banco).
           SELECT FD-DEPCAIXA       ASSIGN TO "DEPCAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-CHAVE
               FILE STATUS IS WS-FS-DEPCAIXA.

       DATA DIVISION.
       FILE SECTION.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-CREDCLI.
       01  FD-CREDCLI-REC.
           COPY CREDCLIREC.
       01  FD-PREJCTL-REC.
           COPY PREJCTLREC.

       FD  FD-DEPCAIXA.
       01  FD-DEPCAIXA-REC.
           COPY DEPCAIXAREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CAIXAMOV      PIC X(02) VALUE '00'.
           03 WS-FS-RECIBO        PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-CREDCLI       PIC X(02) VALUE '00'.
           03 WS-FS-CREDMOV       PIC X(02) VALUE '00'.
           03 WS-FS-PREJCTL       PIC X(02) VALUE '00'.
           03 WS-FS-DEPCAIXA      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY PARAMGETPARM.
         COPY DATAMOVPARM.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY TERMOPARM.
         COPY TRAVAPARM.
         COPY SIGNONPARM.
         COPY OPERFILPARM.
         COPY NOMEFMTPARM.
         COPY DOCARQPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'CAIXA'.
         01 WS-JOB-ONLINE           PIC X(08) VALUE 'CAIXA-ON'.
         01 WS-RECEBIMENTO.
           03 WS-NUM-CONTRATO       PIC 9(08).
           03 WS-NUM-PARCELA        PIC 999.
           03 WS-VR-RECEBIDO        PIC 9(07)V99.
           03 WS-NUM-RECIBO         PIC 9(08).
           03 WS-NOME-PAGADOR       PIC X(41).

      *  Forma de pagamento do recibo; no cartao, os dados da
      *  maquininha vao para o recibo e para o CAIXAMOV.DAT, de onde
      *  o FINCART concilia com a liquidacao da adquirente.
         01 WS-FORMA-PAGTO          PIC 9.
             88 WS-PAGTO-DINHEIRO           VALUE 1.
             88 WS-PAGTO-CARTAO             VALUE 2.
         01 WS-CARTAO.
           03 WS-CARTAO-MODALIDADE  PIC X(01).
               88 WS-CARTAO-DEBITO            VALUE 'D'.
               88 WS-CARTAO-CREDITO           VALUE 'C'.
           03 WS-CARTAO-BANDEIRA    PIC X(10).
           03 WS-CARTAO-AUTORIZACAO PIC X(06).
           03 WS-CARTAO-QTD-PARCELAS PIC 99.

      *  Quem esta pagando no balcao: o titular ou um terceiro, com
      *  o CPF/CNPJ do terceiro (monitoramento de lavagem, FINCOAF).
         01 WS-PAGANTE-TITULAR      PIC X(01).
             88 WS-PAGANTE-E-TITULAR        VALUE 'S'.
             88 WS-PAGANTE-TERCEIRO         VALUE 'N'.
         01 WS-DOC-PAGANTE          PIC 9(14).

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-HORA-AGORA           PIC 9(08).

             88 WS-HA-PARC-ABERTA           VALUE 'S'.
         01 WS-QT-IND               PIC 999.

      *  Regras de tolerancia de valor (TOL-VALOR), as mesmas do
      *  FINRET: dentro da tolerancia liquida inteiro; menor e
      *  pagamento parcial com residuo; maior liquida e o excedente
      *  reduz a proxima parcela aberta.
           03 WS-FC-VR-RECIBOS      PIC 9(09)V99.
           03 WS-FC-VR-GAVETA       PIC 9(09)V99.
           03 WS-FC-VR-DIFERENCA    PIC S9(09)V99.
           03 WS-FC-QTD-CARTAO      PIC 9(05).
           03 WS-FC-VR-CARTAO       PIC 9(09)V99.

      *  Resumo dos fechamentos do dia por filial: uma posicao por
      *  codigo de filial (000-999, subscrito = codigo + 1), para a
      *  quebra sair em ordem de filial sem precisar de SORT.
         01 WS-RESUMO-FILIAL.
           03 WS-RF-IDX             PIC 9(04).
           03 WS-RF-FILIAL          PIC 9(03).
           03 WS-RF-QTD-FILIAIS     PIC 9(04).
           03 WS-RF-FILIAL-CX OCCURS 1000 TIMES.
               05 WS-RF-QTD-FECH    PIC 9(05).
               05 WS-RF-VR-RECIBOS  PIC 9(11)V99.
               05 WS-RF-VR-CARTAO   PIC 9(11)V99.
               05 WS-RF-VR-GAVETA   PIC 9(11)V99.
               05 WS-RF-VR-DIFER    PIC S9(11)V99.
           03 WS-RF-TOTAIS.
               05 WS-RF-TOT-FECH    PIC 9(05).
               05 WS-RF-TOT-RECIBOS PIC 9(11)V99.
               05 WS-RF-TOT-CARTAO  PIC 9(11)V99.
               05 WS-RF-TOT-GAVETA  PIC 9(11)V99.
               05 WS-RF-TOT-DIFER   PIC S9(11)V99.

      *  Deposito do fechamento: o dinheiro contado mais o saldo
      *  que o fechamento anterior do operador deixou sem depositar;
      *  o que nao for depositado agora passa para o proximo.
         01 WS-DEPOSITO.
           03 WS-DP-SALDO-ANTERIOR  PIC 9(09)V99.
           03 WS-DP-DATA-ORIGEM     PIC 9(08).
           03 WS-DP-CHAVE-ANTERIOR  PIC X(16).
           03 WS-DP-A-DEPOSITAR     PIC 9(09)V99.
           03 WS-DP-NUM-DEPOSITO    PIC X(10).
           03 WS-DP-COD-BANCO       PIC 9(03).
           03 WS-DP-DATA-DEPOSITO   PIC 9(08).
           03 WS-DP-VALOR           PIC 9(09)V99.
           03 WS-DP-TRANSPORTADO    PIC 9(09)V99.
           03 WS-DP-FIM             PIC X(01).
               88 WS-DP-EOF                   VALUE 'S'.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
           03 FILLER                PIC X(09) VALUE ' PARCELA '.
           03 WS-RP-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(09) VALUE ' VALOR: '.
           03 WS-RP-VALOR           PIC Z.ZZZ.ZZZ,99.

         01 WS-LINHA-REC-CARTAO.
           03 FILLER                PIC X(15) VALUE 'PAGO EM CARTAO '.
           03 WS-RC-MODALIDADE      PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-RC-BANDEIRA        PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-RC-PARCELAS        PIC Z9.
           03 FILLER                PIC X(06) VALUE 'X AUT '.
           03 WS-RC-AUTORIZACAO     PIC X(06).

         01 WS-LINHA-FEC-TITULO.
           03 FILLER                PIC X(30)
                   VALUE '*** FECHAMENTO DE CAIXA EM '.
           03 WS-FT-DATA            PIC 9(08).
           03 FILLER                PIC X(04) VALUE ' ***'.
           03 FILLER                PIC X(08) VALUE ' FILIAL '.
           03 WS-FT-FILIAL          PIC 9(03).

         01 WS-LINHA-FEC-RECIBOS.
           03 FILLER                PIC X(22)
                   VALUE 'RECIBOS EM DINHEIRO..:'.
           03 WS-FR-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(09) VALUE '  TOTAL: '.
           03 WS-FR-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-FEC-CARTAO.
           03 FILLER                PIC X(22)
                   VALUE 'RECIBOS EM CARTAO....:'.
           03 WS-FK-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(09) VALUE '  TOTAL: '.
           03 WS-FK-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-FEC-GAVETA.
           03 FILLER                PIC X(22)
                   VALUE 'CONTADO NA GAVETA....:'.
           03 FILLER                PIC X(13) VALUE SPACES.
           03 WS-FD-VALOR           PIC ----.---.--9,99.

         01 WS-LINHA-FEC-SALDO.
           03 FILLER                PIC X(22)
                   VALUE 'SALDO ANTERIOR.......:'.
           03 FILLER                PIC X(14) VALUE SPACES.
           03 WS-FA-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-FEC-DEPOSITO.
           03 FILLER                PIC X(22)
                   VALUE 'DEPOSITADO...........:'.
           03 FILLER                PIC X(14) VALUE SPACES.
           03 WS-FP-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE ' COMP '.
           03 WS-FP-NUM-DEPOSITO    PIC X(10).
           03 FILLER                PIC X(05) VALUE ' BCO '.
           03 WS-FP-BANCO           PIC 9(03).

         01 WS-LINHA-FEC-TRANSP.
           03 FILLER                PIC X(22)
                   VALUE 'A DEPOSITAR (PROXIMO):'.
           03 FILLER                PIC X(14) VALUE SPACES.
           03 WS-FN-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-RF-TITULO.
           03 FILLER                PIC X(40)
                   VALUE '*** FECHAMENTOS DE CAIXA POR FILIAL EM '.
           03 WS-RT-DATA            PIC 9(08).
           03 FILLER                PIC X(04) VALUE ' ***'.
         01 WS-LINHA-RF-CABEC.
           03 FILLER                PIC X(36)
                   VALUE 'FILIAL  FECH   REC.DINHEIRO         '.
           03 FILLER                PIC X(37)
                   VALUE 'CARTAO         GAVETA       DIFERENCA'.
         01 WS-LINHA-RF-DETALHE.
           03 WS-RD-FILIAL          PIC X(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-RD-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-RD-RECIBOS         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-RD-CARTAO          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-RD-GAVETA          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-RD-DIFER           PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           END-IF
           MOVE SN-USUARIO TO PS-USUARIO
           MOVE WS-JOB-NOME TO PS-PROGRAMA
      *    Filial do operador: vai em cada recibo e no fechamento.
           MOVE SN-USUARIO TO OF-OPERADOR
           CALL 'OPERFIL' USING OF-OPERADOR OF-COD-FILIAL

           CALL 'RUNCTL' USING WS-JOB-ONLINE WS-DIA-SEMANA-NUM 'I'

           PERFORM CARREGA-TOLERANCIA

           DISPLAY 'CAIXA - 1-RECEBE PAGAMENTO  2-FECHAMENTO DE CAIXA'
           IF SN-NIVEL-SUPERVISOR
               DISPLAY '        3-FECHAMENTOS DO DIA POR FILIAL'
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
           EVALUATE WS-OPCAO
               WHEN 2
                   PERFORM FECHAMENTO-CAIXA
               WHEN 3
                   IF SN-NIVEL-SUPERVISOR
                       PERFORM RESUMO-FECHAMENTO-FILIAL
                   ELSE
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   END-IF
               WHEN OTHER
                   PERFORM RECEBE-PAGAMENTO
           END-EVALUATE
                       DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               PERFORM ACEITA-FORMA-PAGAMENTO
               PERFORM ACEITA-PAGANTE
               PERFORM TRATA-VALOR-CAIXA
           END-IF
           END-IF
           .

       ACEITA-FORMA-PAGAMENTO.
      *    Cartao exige a autorizacao impressa no comprovante da
      *    maquininha: sem ela o recibo nao casa com a liquidacao
      *    da adquirente. Debito e sempre a vista.
           MOVE SPACES TO WS-CARTAO
           MOVE ZEROS  TO WS-CARTAO-QTD-PARCELAS
           DISPLAY 'FORMA DE PAGAMENTO - 1-DINHEIRO  2-CARTAO : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-PAGTO-DINHEIRO OR WS-PAGTO-CARTAO
               ACCEPT WS-FORMA-PAGTO
               IF NOT WS-PAGTO-DINHEIRO AND NOT WS-PAGTO-CARTAO
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-PAGTO-CARTAO
               DISPLAY 'CARTAO - D-DEBITO  C-CREDITO : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-CARTAO-DEBITO OR WS-CARTAO-CREDITO
                   ACCEPT WS-CARTAO-MODALIDADE
                   IF NOT WS-CARTAO-DEBITO AND NOT WS-CARTAO-CREDITO
                       DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
                   END-IF
               END-PERFORM
               DISPLAY 'BANDEIRA DO CARTAO : '
               ACCEPT WS-CARTAO-BANDEIRA
               DISPLAY 'CODIGO DE AUTORIZACAO : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-CARTAO-AUTORIZACAO NOT = SPACES
                   ACCEPT WS-CARTAO-AUTORIZACAO
                   IF WS-CARTAO-AUTORIZACAO = SPACES
                       DISPLAY 'AUTORIZACAO OBRIGATORIA. NOVAMENTE : '
                   END-IF
               END-PERFORM
               IF WS-CARTAO-DEBITO
                   MOVE 1 TO WS-CARTAO-QTD-PARCELAS
               ELSE
                   DISPLAY 'NUMERO DE PARCELAS NO CARTAO (01-12) : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-CARTAO-QTD-PARCELAS IS NUMERIC
                             AND WS-CARTAO-QTD-PARCELAS > ZEROS
                             AND WS-CARTAO-QTD-PARCELAS NOT > 12
                       ACCEPT WS-CARTAO-QTD-PARCELAS
                       IF WS-CARTAO-QTD-PARCELAS NOT NUMERIC
                           OR WS-CARTAO-QTD-PARCELAS = ZEROS
                           OR WS-CARTAO-QTD-PARCELAS > 12
                           DISPLAY 'PARCELAS INVALIDAS. NOVAMENTE : '
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       ACEITA-PAGANTE.
      *    Pagamento feito por outra pessoa que nao o titular fica
      *    registrado com o documento de quem pagou.
           MOVE SPACES TO WS-PAGANTE-TITULAR
           MOVE ZEROS  TO WS-DOC-PAGANTE
           DISPLAY 'PAGO PELO PROPRIO TITULAR DO CONTRATO (S/N) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-PAGANTE-E-TITULAR OR WS-PAGANTE-TERCEIRO
               ACCEPT WS-PAGANTE-TITULAR
               MOVE FUNCTION UPPER-CASE(WS-PAGANTE-TITULAR)
                   TO WS-PAGANTE-TITULAR
               IF NOT WS-PAGANTE-E-TITULAR
                       AND NOT WS-PAGANTE-TERCEIRO
                   DISPLAY 'RESPONDA S OU N : '
               END-IF
           END-PERFORM
           IF WS-PAGANTE-TERCEIRO
               DISPLAY 'CPF/CNPJ DE QUEM ESTA PAGANDO : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-DOC-PAGANTE IS NUMERIC
                         AND WS-DOC-PAGANTE > ZEROS
                   ACCEPT WS-DOC-PAGANTE
                   IF WS-DOC-PAGANTE NOT NUMERIC
                           OR WS-DOC-PAGANTE = ZEROS
                       DISPLAY 'DOCUMENTO INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           .

       CARREGA-TOLERANCIA.
      *    Parametros de tolerancia compartilhados com o FINRET,
      *    em vigor na data de movimento (mestre de parametros,
      *    padrao 1,00 e residuo vencendo 30 dias adiante).
           MOVE 'TOL-VALOR' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO
               MOVE PG-VALOR TO WS-TOL-VALOR
           END-IF
           MOVE 'TOL-RESIDUO' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO
               MOVE PG-VALOR TO WS-TOL-RESIDUO-DIAS
           END-IF
           .

       TRATA-VALOR-CAIXA.
       RECEBE-PARCIAL-CAIXA.
      *    Pagamento parcial: nenhuma transicao de status - a
      *    parcela continua aberta pelo residuo, com o vencimento
      *    empurrado TOL-RESIDUO dias adiante; o dinheiro
      *    recebido entra na contabilidade como amortizacao ('E'
      *    em MOVDIA.DAT) e o recibo sai pelo valor recebido.
           SUBTRACT WS-VR-RECEBIDO
               FROM FD-PARC-VALOR(WS-NUM-PARCELA)
           IF WS-TOL-RESIDUO-DIAS > ZEROS
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE

           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE 'RECIBO'   TO DQ-TIPO
           MOVE 'RECIBO DE PAGAMENTO' TO DQ-TITULO
           MOVE FD-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE FD-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE WS-JOB-NOME TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE WS-NUM-RECIBO  TO WS-RT-NUM-RECIBO
           MOVE WS-LINHA-REC-TITULO TO FD-RECIBO-REG
           PERFORM GRAVA-LINHA-RECIBO
           MOVE WS-DATA-HOJE   TO WS-RD-DATA
           MOVE WS-HORA-AGORA  TO WS-RD-HORA
           MOVE SN-USUARIO     TO WS-RD-OPERADOR
           MOVE WS-LINHA-REC-DATA TO FD-RECIBO-REG
           PERFORM GRAVA-LINHA-RECIBO
           MOVE WS-NOME-PAGADOR TO WS-RN-NOME
           MOVE WS-LINHA-REC-NOME TO FD-RECIBO-REG
           PERFORM GRAVA-LINHA-RECIBO
           MOVE FD-NUM-CONTRATO TO WS-RP-CONTRATO
           MOVE WS-NUM-PARCELA  TO WS-RP-PARCELA
           MOVE WS-VR-RECEBIDO  TO WS-RP-VALOR
           MOVE WS-LINHA-REC-PARCELA TO FD-RECIBO-REG
           PERFORM GRAVA-LINHA-RECIBO
           IF WS-PAGTO-CARTAO
               IF WS-CARTAO-DEBITO
                   MOVE 'DEBITO'  TO WS-RC-MODALIDADE
               ELSE
                   MOVE 'CREDITO' TO WS-RC-MODALIDADE
               END-IF
               MOVE WS-CARTAO-BANDEIRA     TO WS-RC-BANDEIRA
               MOVE WS-CARTAO-QTD-PARCELAS TO WS-RC-PARCELAS
               MOVE WS-CARTAO-AUTORIZACAO  TO WS-RC-AUTORIZACAO
               MOVE WS-LINHA-REC-CARTAO TO FD-RECIBO-REG
               PERFORM GRAVA-LINHA-RECIBO
           END-IF
           MOVE SPACES TO FD-RECIBO-REG
           PERFORM GRAVA-LINHA-RECIBO
           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           CLOSE FD-RECIBO
           .

       GRAVA-LINHA-RECIBO.
      *    Cada linha impressa vai tambem para o arquivo de
      *    documentos do cliente (DOCARQ).
           WRITE FD-RECIBO-REG
           MOVE FD-RECIBO-REG TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       GRAVA-MOVIMENTO-RECIBO.
           PERFORM ABRE-CAIXAMOV-EXTEND
           MOVE SPACES          TO FD-CAIXAMOV-REC
           MOVE WS-VR-RECEBIDO  TO CX-VALOR
           MOVE ZEROS           TO CX-VALOR-GAVETA
           MOVE ZEROS           TO CX-VALOR-DIFERENCA
           IF WS-PAGTO-CARTAO
               SET CX-PAGTO-CARTAO  TO TRUE
               MOVE WS-CARTAO-MODALIDADE   TO CX-CARTAO-MODALIDADE
               MOVE WS-CARTAO-BANDEIRA     TO CX-CARTAO-BANDEIRA
               MOVE WS-CARTAO-AUTORIZACAO  TO CX-CARTAO-AUTORIZACAO
               MOVE WS-CARTAO-QTD-PARCELAS TO CX-CARTAO-QTD-PARCELAS
           ELSE
               MOVE 'D'             TO CX-FORMA-PAGTO
               MOVE ZEROS           TO CX-CARTAO-QTD-PARCELAS
           END-IF
           MOVE ZEROS           TO CX-QTD-CARTAO CX-VALOR-CARTAO
           MOVE WS-PAGANTE-TITULAR TO CX-PAGANTE-TITULAR
           MOVE WS-DOC-PAGANTE     TO CX-DOC-PAGANTE
           MOVE OF-COD-FILIAL      TO CX-COD-FILIAL
           WRITE FD-CAIXAMOV-REC
           CLOSE FD-CAIXAMOV
           .
      *    Soma os recibos do dia deste operador, compara com o
      *    valor fisico informado e registra o fechamento; a
      *    diferenca vai para MOVDIA.DAT ('S' sobra / 'F' falta)
      *    para o FINCTB contabilizar na mesma noite. Recibo em
      *    cartao nao entra na gaveta: soma a parte.
           MOVE ZEROS TO WS-FC-QTD-RECIBOS WS-FC-VR-RECIBOS
                         WS-FC-QTD-CARTAO WS-FC-VR-CARTAO
           MOVE 'N'   TO WS-FIM-CAIXAMOV
           OPEN INPUT FD-CAIXAMOV
           MOVE WS-FS-CAIXAMOV TO FS-CODIGO
                       IF CX-REG-RECIBO
                           AND CX-DATA = WS-DATA-HOJE
                           AND CX-OPERADOR = SN-USUARIO
                           IF CX-PAGTO-CARTAO
                               ADD 1        TO WS-FC-QTD-CARTAO
                               ADD CX-VALOR TO WS-FC-VR-CARTAO
                           ELSE
                               ADD 1        TO WS-FC-QTD-RECIBOS
                               ADD CX-VALOR TO WS-FC-VR-RECIBOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'RECIBOS DO DIA: ' WS-FC-QTD-RECIBOS
                   ' TOTAL: ' WS-FC-VR-RECIBOS
           DISPLAY 'RECIBOS EM CARTAO (FORA DA GAVETA): '
                   WS-FC-QTD-CARTAO ' TOTAL: ' WS-FC-VR-CARTAO
           DISPLAY 'VALOR CONTADO NA GAVETA : '
           PERFORM WITH TEST AFTER UNTIL WS-FC-VR-GAVETA IS NUMERIC
               ACCEPT WS-FC-VR-GAVETA
               WS-FC-VR-GAVETA - WS-FC-VR-RECIBOS

           PERFORM GRAVA-REGISTRO-FECHAMENTO
           PERFORM REGISTRA-DEPOSITO-CAIXA
           PERFORM IMPRIME-FECHAMENTO
           IF WS-FC-VR-DIFERENCA NOT = ZEROS
               PERFORM GRAVA-MOVDIA-DIFERENCA
           MOVE WS-FC-VR-RECIBOS  TO CX-VALOR
           MOVE WS-FC-VR-GAVETA   TO CX-VALOR-GAVETA
           MOVE WS-FC-VR-DIFERENCA TO CX-VALOR-DIFERENCA
           MOVE ZEROS             TO CX-CARTAO-QTD-PARCELAS
           MOVE WS-FC-QTD-CARTAO  TO CX-QTD-CARTAO
           MOVE WS-FC-VR-CARTAO   TO CX-VALOR-CARTAO
           MOVE ZEROS             TO CX-DOC-PAGANTE
           MOVE OF-COD-FILIAL     TO CX-COD-FILIAL
           WRITE FD-CAIXAMOV-REC
           CLOSE FD-CAIXAMOV
           .
               OPEN EXTEND FD-RECIBO
           END-IF

           MOVE WS-DATA-HOJE  TO WS-FT-DATA
           MOVE OF-COD-FILIAL TO WS-FT-FILIAL
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-TITULO
           MOVE WS-FC-QTD-RECIBOS TO WS-FR-QTD
           MOVE WS-FC-VR-RECIBOS  TO WS-FR-VALOR
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-RECIBOS
           MOVE WS-FC-QTD-CARTAO  TO WS-FK-QTD
           MOVE WS-FC-VR-CARTAO   TO WS-FK-VALOR
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-CARTAO
           MOVE WS-FC-VR-GAVETA   TO WS-FG-VALOR
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-GAVETA
           MOVE WS-FC-VR-DIFERENCA TO WS-FD-VALOR
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-DIFER
           IF WS-DP-SALDO-ANTERIOR > ZEROS
               MOVE WS-DP-SALDO-ANTERIOR TO WS-FA-VALOR
               WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-SALDO
           END-IF
           MOVE WS-DP-VALOR          TO WS-FP-VALOR
           MOVE WS-DP-NUM-DEPOSITO   TO WS-FP-NUM-DEPOSITO
           MOVE WS-DP-COD-BANCO      TO WS-FP-BANCO
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-DEPOSITO
           MOVE WS-DP-TRANSPORTADO   TO WS-FN-VALOR
           WRITE FD-RECIBO-REG FROM WS-LINHA-FEC-TRANSP
           MOVE SPACES TO FD-RECIBO-REG
           WRITE FD-RECIBO-REG

           CLOSE FD-RECIBO
           .

       RESUMO-FECHAMENTO-FILIAL.
      *    Fechamentos ('F') do dia de todos os operadores, somados
      *    por filial e impressos no RECIBO.PRT com o total geral.
      *    Fechamento gravado antes das filiais cai na 000.
           MOVE ZEROS TO WS-RF-TOTAIS WS-RF-QTD-FILIAIS
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > 1000
               MOVE ZEROS TO WS-RF-QTD-FECH(WS-RF-IDX)
                             WS-RF-VR-RECIBOS(WS-RF-IDX)
                             WS-RF-VR-CARTAO(WS-RF-IDX)
                             WS-RF-VR-GAVETA(WS-RF-IDX)
                             WS-RF-VR-DIFER(WS-RF-IDX)
           END-PERFORM

           MOVE 'N' TO WS-FIM-CAIXAMOV
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
                       IF CX-REG-FECHAMENTO
                           AND CX-DATA = WS-DATA-HOJE
                           PERFORM ACUMULA-FECHAMENTO-FILIAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CAIXAMOV = '00' OR WS-FS-CAIXAMOV = '10'
               CLOSE FD-CAIXAMOV
           END-IF

           OPEN EXTEND FD-RECIBO
           MOVE WS-FS-RECIBO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-RECIBO
               CLOSE FD-RECIBO
               OPEN EXTEND FD-RECIBO
           END-IF
           MOVE WS-DATA-HOJE TO WS-RT-DATA
           WRITE FD-RECIBO-REG FROM WS-LINHA-RF-TITULO
           WRITE FD-RECIBO-REG FROM WS-LINHA-RF-CABEC
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > 1000
               IF WS-RF-QTD-FECH(WS-RF-IDX) > ZEROS
                   ADD 1 TO WS-RF-QTD-FILIAIS
                   COMPUTE WS-RF-FILIAL = WS-RF-IDX - 1
                   MOVE SPACES TO WS-RD-FILIAL
                   IF WS-RF-FILIAL = ZEROS
                       MOVE 'S/FIL.' TO WS-RD-FILIAL
                   ELSE
                       MOVE WS-RF-FILIAL TO WS-RD-FILIAL
                   END-IF
                   MOVE WS-RF-QTD-FECH(WS-RF-IDX)   TO WS-RD-QTD
                   MOVE WS-RF-VR-RECIBOS(WS-RF-IDX) TO WS-RD-RECIBOS
                   MOVE WS-RF-VR-CARTAO(WS-RF-IDX)  TO WS-RD-CARTAO
                   MOVE WS-RF-VR-GAVETA(WS-RF-IDX)  TO WS-RD-GAVETA
                   MOVE WS-RF-VR-DIFER(WS-RF-IDX)   TO WS-RD-DIFER
                   WRITE FD-RECIBO-REG FROM WS-LINHA-RF-DETALHE
               END-IF
           END-PERFORM
           MOVE 'TOTAL'           TO WS-RD-FILIAL
           MOVE WS-RF-TOT-FECH    TO WS-RD-QTD
           MOVE WS-RF-TOT-RECIBOS TO WS-RD-RECIBOS
           MOVE WS-RF-TOT-CARTAO  TO WS-RD-CARTAO
           MOVE WS-RF-TOT-GAVETA  TO WS-RD-GAVETA
           MOVE WS-RF-TOT-DIFER   TO WS-RD-DIFER
           WRITE FD-RECIBO-REG FROM WS-LINHA-RF-DETALHE
           MOVE SPACES TO FD-RECIBO-REG
           WRITE FD-RECIBO-REG
           CLOSE FD-RECIBO

           DISPLAY WS-RF-TOT-FECH ' FECHAMENTO(S) DO DIA EM '
                   WS-RF-QTD-FILIAIS ' FILIAL(IS) - VER RECIBO.PRT.'
           .

       ACUMULA-FECHAMENTO-FILIAL.
           IF CX-COD-FILIAL IS NUMERIC
               COMPUTE WS-RF-IDX = CX-COD-FILIAL + 1
           ELSE
               MOVE 1 TO WS-RF-IDX
           END-IF
           ADD 1                  TO WS-RF-QTD-FECH(WS-RF-IDX)
                                     WS-RF-TOT-FECH
           ADD CX-VALOR           TO WS-RF-VR-RECIBOS(WS-RF-IDX)
                                     WS-RF-TOT-RECIBOS
           ADD CX-VALOR-CARTAO    TO WS-RF-VR-CARTAO(WS-RF-IDX)
                                     WS-RF-TOT-CARTAO
           ADD CX-VALOR-GAVETA    TO WS-RF-VR-GAVETA(WS-RF-IDX)
                                     WS-RF-TOT-GAVETA
           ADD CX-VALOR-DIFERENCA TO WS-RF-VR-DIFER(WS-RF-IDX)
                                     WS-RF-TOT-DIFER
           .

       REGISTRA-DEPOSITO-CAIXA.
      *    Um registro por fechamento em DEPCAIXA.DAT: o que havia
      *    para depositar (gaveta + saldo anterior do operador), o
      *    deposito feito e o saldo que passa para o proximo
      *    fechamento. Fechar de novo no mesmo dia regrava o
      *    registro do dia.
           OPEN I-O FD-DEPCAIXA
           IF WS-FS-DEPCAIXA = '35'
               OPEN OUTPUT FD-DEPCAIXA
               CLOSE FD-DEPCAIXA
               OPEN I-O FD-DEPCAIXA
           END-IF
           MOVE WS-FS-DEPCAIXA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'CAIXA: ' FS-MENSAGEM
               DISPLAY 'DEPOSITO NAO REGISTRADO - AVISE A TESOURARIA.'
               MOVE ZEROS  TO WS-DP-SALDO-ANTERIOR WS-DP-VALOR
                              WS-DP-COD-BANCO WS-DP-TRANSPORTADO
               MOVE SPACES TO WS-DP-NUM-DEPOSITO
           ELSE
               PERFORM BUSCA-SALDO-ANTERIOR
               COMPUTE WS-DP-A-DEPOSITAR =
                   WS-FC-VR-GAVETA + WS-DP-SALDO-ANTERIOR
               PERFORM ACEITA-DADOS-DEPOSITO
               COMPUTE WS-DP-TRANSPORTADO =
                   WS-DP-A-DEPOSITAR - WS-DP-VALOR
               PERFORM GRAVA-DEPOSITO-CAIXA
               CLOSE FD-DEPCAIXA
           END-IF
           .

       BUSCA-SALDO-ANTERIOR.
      *    Ultimo fechamento do operador antes de hoje: o saldo que
      *    ele deixou sem depositar entra neste, com a data de
      *    origem do dinheiro mais antigo, e aquele registro fica
      *    marcado como absorvido.
           MOVE ZEROS  TO WS-DP-SALDO-ANTERIOR WS-DP-DATA-ORIGEM
           MOVE SPACES TO WS-DP-CHAVE-ANTERIOR
           MOVE 'N'    TO WS-DP-FIM
           MOVE SN-USUARIO TO DX-OPERADOR
           MOVE ZEROS      TO DX-DATA-FECHAMENTO
           START FD-DEPCAIXA KEY NOT < DX-CHAVE
               INVALID KEY
                   SET WS-DP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-DP-EOF
               READ FD-DEPCAIXA NEXT RECORD
                   AT END
                       SET WS-DP-EOF TO TRUE
                   NOT AT END
                       IF DX-OPERADOR NOT = SN-USUARIO
                           OR DX-DATA-FECHAMENTO NOT < WS-DATA-HOJE
                           SET WS-DP-EOF TO TRUE
                       ELSE
                           MOVE DX-CHAVE TO WS-DP-CHAVE-ANTERIOR
                           MOVE DX-SALDO-TRANSPORTADO
                               TO WS-DP-SALDO-ANTERIOR
                           IF DX-SALDO-ANTERIOR > ZEROS
                               AND DX-VALOR-DEPOSITADO <
                                   DX-SALDO-ANTERIOR
                               MOVE DX-DATA-ORIGEM-SALDO
                                   TO WS-DP-DATA-ORIGEM
                           ELSE
                               MOVE DX-DATA-FECHAMENTO
                                   TO WS-DP-DATA-ORIGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DP-SALDO-ANTERIOR = ZEROS
               MOVE ZEROS TO WS-DP-DATA-ORIGEM
           ELSE
               MOVE WS-DP-CHAVE-ANTERIOR TO DX-CHAVE
               READ FD-DEPCAIXA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DX-SALDO-NO-PROXIMO TO TRUE
                       REWRITE FD-DEPCAIXA-REC
               END-READ
           END-IF
           .

       ACEITA-DADOS-DEPOSITO.
      *    Comprovante em branco = nada depositado agora: todo o
      *    dinheiro passa para o proximo fechamento.
           MOVE ZEROS  TO WS-DP-COD-BANCO WS-DP-DATA-DEPOSITO
                          WS-DP-VALOR
           MOVE SPACES TO WS-DP-NUM-DEPOSITO
           IF WS-DP-SALDO-ANTERIOR > ZEROS
               DISPLAY 'SALDO NAO DEPOSITADO DO FECHAMENTO ANTERIOR: '
                       WS-DP-SALDO-ANTERIOR
           END-IF
           DISPLAY 'TOTAL EM DINHEIRO A DEPOSITAR : '
                   WS-DP-A-DEPOSITAR
           IF WS-DP-A-DEPOSITAR > ZEROS
               DISPLAY 'NUMERO DO COMPROVANTE DE DEPOSITO '
                       '(BRANCO = SEM DEPOSITO) : '
               ACCEPT WS-DP-NUM-DEPOSITO
           END-IF
           IF WS-DP-NUM-DEPOSITO NOT = SPACES
               DISPLAY 'BANCO DO DEPOSITO : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-DP-COD-BANCO IS NUMERIC
                         AND WS-DP-COD-BANCO > ZEROS
                   ACCEPT WS-DP-COD-BANCO
                   IF WS-DP-COD-BANCO NOT NUMERIC
                       OR WS-DP-COD-BANCO = ZEROS
                       DISPLAY 'BANCO INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               DISPLAY 'DATA DO DEPOSITO AAAAMMDD (ZEROS = HOJE) : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-DP-DATA-DEPOSITO IS NUMERIC
                   ACCEPT WS-DP-DATA-DEPOSITO
                   IF WS-DP-DATA-DEPOSITO NOT NUMERIC
                       DISPLAY 'DATA INVALIDA. NOVAMENTE : '
                   END-IF
               END-PERFORM
               IF WS-DP-DATA-DEPOSITO = ZEROS
                   MOVE WS-DATA-HOJE TO WS-DP-DATA-DEPOSITO
               END-IF
               DISPLAY 'VALOR DEPOSITADO : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-DP-VALOR IS NUMERIC
                         AND WS-DP-VALOR > ZEROS
                         AND WS-DP-VALOR NOT > WS-DP-A-DEPOSITAR
                   ACCEPT WS-DP-VALOR
                   IF WS-DP-VALOR NOT NUMERIC
                       OR WS-DP-VALOR = ZEROS
                       OR WS-DP-VALOR > WS-DP-A-DEPOSITAR
                       DISPLAY 'VALOR INVALIDO OU MAIOR QUE O '
                               'DINHEIRO A DEPOSITAR. NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           .

       GRAVA-DEPOSITO-CAIXA.
           MOVE SPACES                TO FD-DEPCAIXA-REC
           MOVE SN-USUARIO            TO DX-OPERADOR
           MOVE WS-DATA-HOJE          TO DX-DATA-FECHAMENTO
           MOVE WS-FC-VR-GAVETA       TO DX-VALOR-GAVETA
           MOVE WS-DP-SALDO-ANTERIOR  TO DX-SALDO-ANTERIOR
           MOVE WS-DP-DATA-ORIGEM     TO DX-DATA-ORIGEM-SALDO
           MOVE WS-DP-A-DEPOSITAR     TO DX-VALOR-A-DEPOSITAR
           MOVE WS-DP-NUM-DEPOSITO    TO DX-NUM-DEPOSITO
           MOVE WS-DP-COD-BANCO       TO DX-COD-BANCO
           MOVE WS-DP-DATA-DEPOSITO   TO DX-DATA-DEPOSITO
           MOVE WS-DP-VALOR           TO DX-VALOR-DEPOSITADO
           MOVE WS-DP-TRANSPORTADO    TO DX-SALDO-TRANSPORTADO
           MOVE 'N'                   TO DX-SALDO-ABSORVIDO
           IF WS-DP-VALOR > ZEROS
               SET DX-AGUARDA-EXTRATO TO TRUE
           ELSE
               SET DX-SEM-DEPOSITO    TO TRUE
           END-IF
           MOVE ZEROS TO DX-DATA-EXTRATO DX-VALOR-EXTRATO
                         DX-DATA-CONCILIACAO
           WRITE FD-DEPCAIXA-REC
               INVALID KEY
                   REWRITE FD-DEPCAIXA-REC
           END-WRITE
           .

       GRAVA-MOVDIA-DIFERENCA.
      *    Mesmo padrao de EXTEND com criacao na primeira gravacao
      *    do GRAVA-MOVDIA do FINAN2; sobra vira 'S', falta 'F',
