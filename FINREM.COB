      *          A janela de vencimento vem das variaveis de ambiente
      *          FINREM-VENCTO-DE / FINREM-VENCTO-ATE (AAAAMMDD); sem
      *          elas, usa da data do dia ate um mes adiante.
      *          Parcela ja vencida so sai pela 2a via emitida no
      *          FIN2VIA, com o vencimento novo dentro da janela.
      *          Parcela de contrato consignado e descontada em folha
      *          (FINCSG) e so entra aqui quando o empregador a
      *          devolveu como nao descontada.
      *          Antes dos detalhes, cada remessa leva as instrucoes
      *          sobre titulos ja registrados naquele banco: pedido
      *          de baixa quando a parcela saiu de aberto (paga no
      *          caixa, renegociada, cancelada, quitada) ou o titulo
      *          foi cancelado aqui, alteracao de vencimento para a
      *          parcela repactuada e abatimento para a parcela
      *          amortizada - o banco parava de cobrar so quando o
      *          cliente pagava de novo.
      *          Cada remessa gerada vai tambem para o diario de
      *          interfaces (GRAVAINT) com contagem e total.
      *          Na noite de ensaio (ENSAIO) nao sai remessa, copia
      *          de retencao nem protocolo, e nada muda em
      *          TITULOS.DAT, NUMCTL.DAT ou BANCO.DAT: cada detalhe,
      *          instrucao e remessa que sairia vira uma linha da
      *          lista de mudancas previstas (titulo novo aparece
      *          com nosso-numero zerado - a serie nao anda).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-NUM-CONTRATO
               FILE STATUS IS WS-FS-DEBAUT.
      *    Controle do desconto em folha (FINCSG): parcela de
      *    contrato consignado so sai no boleto quando o empregador
      *    a devolveu como nao descontada.
           SELECT FD-CSGCTL         ASSIGN TO "CSGCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WS-FS-CSGCTL.
      *    Checklist de formalizacao: contrato pendente (instrumento
      *    nao assinado etc.) fica fora da remessa.
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
      *    Liberacao do credito: contrato cujo dinheiro ainda nao
      *    foi pago ao favorecido (TED do FINLIB nao confirmada)
      *    fica fora da remessa.
           SELECT FD-LIBERACAO      ASSIGN TO "LIBERACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-NUM-CONTRATO
               FILE STATUS IS WS-FS-LIBERACAO.
      *    Sinistro aberto (SINMNT) suspende a remessa do contrato.
           SELECT FD-SINISTRO       ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
       01  FD-DEBAUT-REC.
           COPY DEBAUTREC.

       FD  FD-CSGCTL.
       01  FD-CSGCTL-REC.
           COPY CSGCTLREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-LIBERACAO.
       01  FD-LIBERACAO-REC.
           COPY LIBERREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.
           03 WS-PARCELAS-OK      PIC X(01) VALUE 'S'.
           03 WS-FS-REMESSA       PIC X(02) VALUE '00'.
           03 WS-FS-TITULO        PIC X(02) VALUE '00'.
           03 WS-TITULOS-OK       PIC X(01) VALUE 'S'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-BANCO         PIC X(02) VALUE '00'.
           03 WS-FS-REMARQ        PIC X(02) VALUE '00'.
           03 WS-FS-REMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-DEBAUT        PIC X(02) VALUE '00'.
           03 WS-FS-CSGCTL        PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-LIBERACAO     PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-CONTRATO-OK      PIC X(01) VALUE 'N'.
               88 WS-CONTRATO-ABERTO      VALUE 'S'.
           03 WS-HOJE-DD            PIC 9(02).

         01 WS-QTD-DETALHES         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-INSTRUCOES       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-INSTR-GERAL      PIC 9(06) VALUE ZEROS.

      *  Instrucoes sobre titulos ja registrados: varredura de
      *  TITULOS.DAT do banco corrente contra a parcela em
      *  FDPARC.DAT.
         01 WS-INSTRUCAO-CORRENTE.
           03 WS-IC-COD             PIC X(02).
           03 WS-IC-VALOR-ABAT      PIC 9(07)V99.
           03 WS-IC-PRINCIPAL       PIC 9(07)V99.
           03 WS-IC-FIM-TITULOS     PIC X(01).
               88 WS-FIM-DOS-TITULOS          VALUE 'S'.
           03 WS-IC-PARC-ACHADA     PIC X(01).
               88 WS-PARCELA-DO-TITULO-ACHADA VALUE 'S'.
         01 WS-VR-TOTAL-REMESSA     PIC 9(09)V99 VALUE ZEROS.

         01 WS-TITULO-CORRENTE.

         01 WS-CONTR-EM-DEBITO      PIC X(01).
             88 WS-CONTRATO-EM-DEBITO       VALUE 'S'.
         01 WS-PARC-FOLHA           PIC X(01).
             88 WS-PARC-NA-FOLHA            VALUE 'S'.
         01 WS-CONTR-FORMALIZADO    PIC X(01).
             88 WS-FORMALIZACAO-OK          VALUE 'S'.
         01 WS-CONTR-LIBERADO       PIC X(01).
             88 WS-LIBERACAO-OK             VALUE 'S'.
         01 WS-QTD-NAO-LIBERADOS    PIC 9(06) VALUE ZEROS.
         01 WS-QTD-NAO-FORMALIZADOS PIC 9(06) VALUE ZEROS.
         01 WS-CONTR-SINISTRO       PIC X(01).
             88 WS-CONTRATO-EM-SINISTRO     VALUE 'S'.

         COPY NOMEFMTPARM.
         COPY GRAVAINTPARM.
         COPY ENSAIOPARM.

         01 WS-REM-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-RT-QTD-DETALHES    PIC 9(06).
           03 WS-RT-VR-TOTAL        PIC 9(09)V99.
           03 WS-RT-QTD-INSTRUCOES  PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

      *    Noite de ensaio (ENSAIO): registro de titulos so para
      *    leitura, nenhum arquivo de remessa - cada registro que
      *    sairia vira uma linha da lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           PERFORM DEFINE-JANELA-VENCTO
           PERFORM CARREGA-BANCOS
           PERFORM ABRE-ARQUIVOS
           DISPLAY 'FINREM: ' WS-QTD-TOTAL-GERAL
                   ' PARCELA(S) EM ' WS-QTD-BANCOS
                   ' REMESSA(S). TOTAL: ' WS-VR-TOTAL-GERAL
           IF WS-QTD-INSTR-GERAL > ZEROS
               DISPLAY 'FINREM: ' WS-QTD-INSTR-GERAL
                       ' INSTRUCAO(OES) DE BAIXA/ABATIMENTO/VENCIMENTO '
                       'SOBRE TITULOS JA REGISTRADOS.'
           END-IF
           IF WS-QTD-NAO-FORMALIZADOS > ZEROS
               DISPLAY 'FINREM: ' WS-QTD-NAO-FORMALIZADOS
                       ' CONTRATO(S) FORA DA REMESSA POR '
                       'FORMALIZACAO PENDENTE.'
           END-IF
           IF WS-QTD-NAO-LIBERADOS > ZEROS
               DISPLAY 'FINREM: ' WS-QTD-NAO-LIBERADOS
                       ' CONTRATO(S) FORA DA REMESSA POR '
                       'LIBERACAO DE CREDITO NAO CONFIRMADA.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.
      *    cobrando todos os produtos, para a instalacao de banco
      *    unico seguir rodando sem cadastro manual.
           OPEN INPUT FD-BANCO
           IF WS-FS-BANCO = '35' AND NOT EP-EM-ENSAIO
               PERFORM SEMEIA-BANCOS
               OPEN INPUT FD-BANCO
           END-IF
           IF WS-FS-BANCO NOT = '00'
               SET WS-EOF-BANCO TO TRUE
           END-IF
      *    No ensaio a semente fica so na tabela.
           IF WS-FS-BANCO = '35' AND EP-EM-ENSAIO
               MOVE 1   TO WS-QTD-BANCOS
               MOVE 001 TO WS-BCO-CODIGO(1)
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > 3
                   MOVE SPACES TO WS-BCO-PRODUTO(1 WS-PR-IDX)
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-EOF-BANCO
               READ FD-BANCO NEXT RECORD
                   AT END
                  '.DAT'             DELIMITED BY SIZE
                  INTO WS-NOME-REMESSA
           PERFORM OBTEM-SEQ-REMESSA
           IF NOT EP-EM-ENSAIO
               OPEN OUTPUT FD-REMESSA
           END-IF

           MOVE ZEROS TO WS-QTD-DETALHES WS-VR-TOTAL-REMESSA
                         WS-QTD-INSTRUCOES
           PERFORM GRAVA-HEADER-REMESSA

      *    Instrucoes primeiro: o titulo reusado pela passada de
      *    parcelas ja sai com o vencimento/valor que o banco
      *    recebeu na instrucao.
           IF WS-PARCELAS-OK NOT = 'N'
               PERFORM GERA-INSTRUCOES-BANCO
           END-IF

           IF WS-CONTRATO-ABERTO
      *        Reposiciona o mestre no inicio para a passada deste
      *        banco.
                       NOT AT END
                           IF FD-CONTR-ATIVO
                               PERFORM VERIFICA-FORMALIZACAO
                               PERFORM VERIFICA-LIBERACAO
                               PERFORM VERIFICA-DEBITO-AUTOMATICO
                               PERFORM VERIFICA-SINISTRO
                               IF WS-FORMALIZACAO-OK
                                   AND WS-LIBERACAO-OK
                                   AND NOT WS-CONTRATO-EM-DEBITO
                                   AND NOT WS-CONTRATO-EM-SINISTRO
                                   PERFORM SELECIONA-PARCELAS
               END-PERFORM
           END-IF

           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO-REMESSA
           ELSE
               PERFORM GRAVA-TRAILER-REMESSA
               CLOSE FD-REMESSA

               PERFORM COPIA-REMESSA-RETENCAO
               PERFORM GRAVA-PROTOCOLO-REMESSA
           END-IF
           PERFORM REGISTRA-INTERFACE

           ADD WS-QTD-DETALHES     TO WS-QTD-TOTAL-GERAL
           ADD WS-VR-TOTAL-REMESSA TO WS-VR-TOTAL-GERAL
           ADD WS-QTD-INSTRUCOES   TO WS-QTD-INSTR-GERAL
           DISPLAY 'FINREM: BANCO ' WS-BANCO-CORRENTE ': '
                   WS-QTD-DETALHES ' PARCELA(S), TOTAL '
                   WS-VR-TOTAL-REMESSA ', ' WS-QTD-INSTRUCOES
                   ' INSTRUCAO(OES) (' WS-NOME-REMESSA ').'
           .

       DEFINE-JANELA-VENCTO.
           END-IF

      *    Registro de titulos: criado vazio na primeira execucao,
      *    como os demais mestres indexados. No ensaio so leitura,
      *    e sem o arquivo ainda nenhum titulo e consultado.
           IF EP-EM-ENSAIO
               OPEN INPUT FD-TITULO
               IF WS-FS-TITULO NOT = '00'
                   MOVE 'N' TO WS-TITULOS-OK
               END-IF
           ELSE
               OPEN I-O FD-TITULO
               IF WS-FS-TITULO = '35'
                   OPEN OUTPUT FD-TITULO
                   CLOSE FD-TITULO
                   OPEN I-O FD-TITULO
               END-IF
           END-IF

           OPEN INPUT FD-DEBAUT
               OPEN INPUT FD-DEBAUT
           END-IF

           OPEN INPUT FD-CSGCTL
           IF WS-FS-CSGCTL = '35'
               OPEN OUTPUT FD-CSGCTL
               CLOSE FD-CSGCTL
               OPEN INPUT FD-CSGCTL
           END-IF

           OPEN INPUT FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               OPEN INPUT FD-FORMCTL
           END-IF

           OPEN INPUT FD-LIBERACAO
           IF WS-FS-LIBERACAO = '35'
               OPEN OUTPUT FD-LIBERACAO
               CLOSE FD-LIBERACAO
               OPEN INPUT FD-LIBERACAO
           END-IF

           OPEN INPUT FD-SINISTRO
           IF WS-FS-SINISTRO = '35'
               OPEN OUTPUT FD-SINISTRO
           CLOSE FD-PARCELA
           CLOSE FD-TITULO
           CLOSE FD-DEBAUT
           CLOSE FD-CSGCTL
           CLOSE FD-FORMCTL
           CLOSE FD-LIBERACAO
           CLOSE FD-SINISTRO
           .

           END-READ
           .

       VERIFICA-LIBERACAO.
      *    Nao se cobra contrato cujo dinheiro ainda nao chegou ao
      *    favorecido: so TED confirmada (FINLIB) libera a remessa.
      *    Contrato sem registro (estoque anterior ao controle ou
      *    renegociacao) vale como liberado.
           MOVE 'S' TO WS-CONTR-LIBERADO
           MOVE FD-NUM-CONTRATO TO LB-NUM-CONTRATO
           READ FD-LIBERACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LB-CONFIRMADA
                       MOVE 'N' TO WS-CONTR-LIBERADO
      *                Mesma contagem na passada do primeiro banco
      *                da formalizacao pendente.
                       IF WS-BC-IDX = 1
                           ADD 1 TO WS-QTD-NAO-LIBERADOS
                       END-IF
                   END-IF
           END-READ
           .

       VERIFICA-DEBITO-AUTOMATICO.
      *    Contrato com adesao ativa e cobrado pela remessa de
      *    debito do FINDEB, nao pelo boleto.
           END-READ
           .

       GERA-INSTRUCOES-BANCO.
      *    Varre o registro de titulos do banco corrente: titulo
      *    vivo no banco (aberto, substituido por 2a via ou
      *    cancelado aqui sem pedido de baixa ainda) e conferido
      *    contra a parcela; cada instrucao enviada fica gravada no
      *    proprio titulo e nao sai de novo.
           MOVE 'N'   TO WS-IC-FIM-TITULOS
           MOVE ZEROS TO TI-NOSSO-NUMERO
           IF WS-TITULOS-OK = 'N'
               SET WS-FIM-DOS-TITULOS TO TRUE
           ELSE
               START FD-TITULO KEY NOT < TI-NOSSO-NUMERO
                   INVALID KEY
                       SET WS-FIM-DOS-TITULOS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-DOS-TITULOS
               READ FD-TITULO NEXT RECORD
                   AT END
                       SET WS-FIM-DOS-TITULOS TO TRUE
                   NOT AT END
                       IF TI-COD-BANCO = WS-BANCO-CORRENTE
                           IF TI-CANCELADO AND NOT TI-INSTR-BAIXA
                               AND NOT TI-REGISTRO-REJEITADO
                               AND NOT TI-BAIXA-CONFIRMADA
                               PERFORM INSTRUI-BAIXA-TITULO
                           ELSE
                           IF TI-ABERTO OR TI-SUBSTITUIDO
                               PERFORM CONFERE-TITULO-PARCELA
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CONFERE-TITULO-PARCELA.
      *    Parcela fora de aberto (ou sumida do arquivo de parcelas)
      *    pede a baixa do titulo; parcela aberta com vencimento
      *    diferente do registrado pede alteracao de vencimento e
      *    com valor menor pede abatimento da diferenca. A 2a via
      *    tem vencimento proprio (o escolhido no balcao) e valor
      *    com encargos: nela so a baixa e o abatimento do
      *    principal se aplicam; o titulo substituido segue valendo
      *    como foi emitido ate a baixa.
           MOVE 'N' TO WS-IC-PARC-ACHADA
           MOVE TI-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE TI-NUM-PARCELA  TO PR-NUM-PARCELA
           READ FD-PARCELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PARCELA-DO-TITULO-ACHADA TO TRUE
           END-READ

           IF NOT WS-PARCELA-DO-TITULO-ACHADA
               OR (NOT PR-PENDENTE AND NOT PR-ATRASADA)
               IF TI-REGISTRO-REJEITADO
                   PERFORM CANCELA-TITULO-REJEITADO
               ELSE
                   PERFORM INSTRUI-BAIXA-TITULO
               END-IF
           ELSE
           IF TI-REGISTRO-REJEITADO
      *        Titulo que o banco rejeitou nao esta registrado la:
      *        nao cabe instrucao; vencimento e valor sao refrescados
      *        no reenvio pelo EFETIVA-TITULO-PARCELA.
               CONTINUE
           ELSE
               IF TI-ABERTO AND NOT TI-SEGUNDA-VIA
                   AND PR-VENCTO NOT = TI-PARC-VENCTO
                   MOVE PR-VENCTO TO TI-PARC-VENCTO
                   MOVE ZEROS     TO WS-IC-VALOR-ABAT
                   MOVE '06'      TO WS-IC-COD
                   PERFORM GRAVA-INSTRUCAO-REMESSA
               END-IF
               IF TI-SEGUNDA-VIA AND TI-VALOR-ENCARGOS IS NUMERIC
                   COMPUTE WS-IC-PRINCIPAL =
                       TI-VALOR-ENVIADO - TI-VALOR-ENCARGOS
               ELSE
                   MOVE TI-VALOR-ENVIADO TO WS-IC-PRINCIPAL
               END-IF
               IF TI-ABERTO AND PR-VALOR < WS-IC-PRINCIPAL
                   COMPUTE WS-IC-VALOR-ABAT =
                       WS-IC-PRINCIPAL - PR-VALOR
                   SUBTRACT WS-IC-VALOR-ABAT FROM TI-VALOR-ENVIADO
                   MOVE '04' TO WS-IC-COD
                   PERFORM GRAVA-INSTRUCAO-REMESSA
               END-IF
           END-IF
           END-IF
           .

       CANCELA-TITULO-REJEITADO.
      *    Parcela fechada com titulo rejeitado pelo banco: cancela
      *    so aqui, sem pedido de baixa de um titulo que o banco
      *    nunca registrou.
           MOVE 'C'                TO TI-STATUS
           MOVE WS-RH-DATA-GERACAO TO TI-DATA-BAIXA
           IF EP-EM-ENSAIO
               MOVE SPACES          TO EP-REGISTRO
               MOVE 'TITULO'        TO EP-CAMPO
               MOVE 'REJEITADO'     TO EP-ANTES
               MOVE 'CANCELADO'     TO EP-DEPOIS
               MOVE 'TITULO REJEITADO CANCELADO (TITULOS.DAT)'
                   TO EP-DESCRICAO
               PERFORM REGISTRA-ENSAIO-TITULO
           ELSE
               REWRITE FD-TITULO-REC
           END-IF
           .

       INSTRUI-BAIXA-TITULO.
      *    Titulo ainda aberto sai cancelado junto com o pedido: o
      *    proximo FINREM nao o reusa e um pagamento que o banco
      *    ainda aceite cai no FINRET como duplicidade.
           IF TI-ABERTO OR TI-SUBSTITUIDO
               MOVE 'C'          TO TI-STATUS
               MOVE WS-RH-DATA-GERACAO TO TI-DATA-BAIXA
           END-IF
           MOVE ZEROS TO WS-IC-VALOR-ABAT
           MOVE '02'  TO WS-IC-COD
           PERFORM GRAVA-INSTRUCAO-REMESSA
           .

       GRAVA-INSTRUCAO-REMESSA.
           MOVE SPACES              TO FD-REMESSA-REC
           SET RM-REG-INSTRUCAO     TO TRUE
           MOVE TI-NOSSO-NUMERO     TO RM-NOSSO-NUMERO
           MOVE TI-NUM-CONTRATO     TO RM-NUM-CONTRATO
           MOVE TI-NUM-PARCELA      TO RM-NUM-PARCELA
           MOVE TI-PARC-VENCTO      TO RM-PARC-VENCTO
           MOVE TI-VALOR-ENVIADO    TO RM-PARC-VALOR
           MOVE ZEROS               TO RM-COD-CLIENTE RM-CPF RM-CNPJ
           MOVE WS-IC-COD           TO RM-COD-INSTRUCAO
           MOVE WS-IC-VALOR-ABAT    TO RM-VALOR-ABATIMENTO
           IF EP-EM-ENSAIO
               MOVE SPACES          TO EP-REGISTRO
               MOVE 'INSTRUCAO'     TO EP-CAMPO
               MOVE TI-ULT-INSTRUCAO TO EP-ANTES
               MOVE WS-IC-COD       TO EP-DEPOIS
               MOVE 'INSTRUCAO SOBRE TITULO REGISTRADO (REMESSA)'
                   TO EP-DESCRICAO
               PERFORM REGISTRA-ENSAIO-TITULO
           ELSE
               WRITE FD-REMESSA-REC
           END-IF

           MOVE WS-IC-COD           TO TI-ULT-INSTRUCAO
           MOVE WS-RH-DATA-GERACAO  TO TI-DATA-ULT-INSTRUCAO
           IF TI-QTD-INSTRUCOES IS NOT NUMERIC
               MOVE ZEROS TO TI-QTD-INSTRUCOES
           END-IF
           ADD 1 TO TI-QTD-INSTRUCOES
           IF NOT EP-EM-ENSAIO
               REWRITE FD-TITULO-REC
           END-IF
           ADD 1 TO WS-QTD-INSTRUCOES
           .

       REGISTRA-ENSAIO-TITULO.
      *    Campo, antes/depois e descricao ja montados por quem
      *    chama; o resto sai do titulo corrente.
           MOVE WS-JOB-NOME      TO EP-PASSO
           MOVE 'A'              TO EP-TIPO
           MOVE TI-NUM-CONTRATO  TO EP-NUM-CONTRATO
           MOVE TI-NUM-PARCELA   TO EP-NUM-PARCELA
           MOVE ZEROS            TO EP-COD-CLIENTE
           MOVE TI-VALOR-ENVIADO TO EP-VALOR
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       REGISTRA-ENSAIO-REMESSA.
           MOVE SPACES              TO EP-REGISTRO
           MOVE WS-JOB-NOME         TO EP-PASSO
           MOVE 'A'                 TO EP-TIPO
           MOVE ZEROS               TO EP-NUM-CONTRATO EP-NUM-PARCELA
                                       EP-COD-CLIENTE
           MOVE 'REMESSA'           TO EP-CAMPO
           MOVE WS-QTD-DETALHES     TO EP-ANTES
           MOVE WS-QTD-INSTRUCOES   TO EP-DEPOIS
           MOVE WS-VR-TOTAL-REMESSA TO EP-VALOR
           STRING 'ARQUIVO ' WS-NOME-REMESSA
                  ' (DETALHES/INSTRUCOES)'
                  DELIMITED BY SIZE INTO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       GRAVA-HEADER-REMESSA.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE WS-SEQ-REMESSA    TO WS-RH-SEQ-REMESSA
           MOVE WS-VENCTO-DE  TO WS-RH-VENCTO-DE
           MOVE WS-VENCTO-ATE TO WS-RH-VENCTO-ATE
           IF NOT EP-EM-ENSAIO
               WRITE FD-REMESSA-REC FROM WS-REM-HEADER
           END-IF
           .

       GRAVA-TRAILER-REMESSA.
           MOVE WS-QTD-DETALHES     TO WS-RT-QTD-DETALHES
           MOVE WS-VR-TOTAL-REMESSA TO WS-RT-VR-TOTAL
           MOVE WS-QTD-INSTRUCOES   TO WS-RT-QTD-INSTRUCOES
           WRITE FD-REMESSA-REC FROM WS-REM-TRAILER
           .

                       IF PR-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-FIM-DAS-PARCELAS TO TRUE
                       ELSE
                           PERFORM VERIFICA-DESCONTO-FOLHA
                           IF PR-PENDENTE
                               AND PR-VENCTO NOT < WS-VENCTO-DE
                               AND PR-VENCTO NOT > WS-VENCTO-ATE
                               AND NOT WS-PARC-NA-FOLHA
                               PERFORM DEFINE-BANCO-PARCELA
                               IF WS-BANCO-PARCELA = WS-BANCO-CORRENTE
                                   IF NOT WS-PAGADOR-JA-LIDO
                                   END-IF
                                   PERFORM GRAVA-DETALHE-REMESSA
                               END-IF
                           ELSE
                           IF (PR-PENDENTE OR PR-ATRASADA)
                               AND PR-VENCTO < WS-VENCTO-DE
                               AND NOT WS-PARC-NA-FOLHA
                               PERFORM SELECIONA-SEGUNDA-VIA
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       VERIFICA-DESCONTO-FOLHA.
      *    Parcela de contrato consignado e cobrada pelo desconto em
      *    folha (FINCSG): so vem para o boleto quando o empregador
      *    a devolveu como nao descontada ('N' no CSGCTL) - demitido,
      *    afastado, sem margem.
           MOVE 'N' TO WS-PARC-FOLHA
           IF FD-COD-CONVENIO IS NUMERIC
               AND FD-COD-CONVENIO > ZEROS
               SET WS-PARC-NA-FOLHA TO TRUE
               MOVE PR-NUM-CONTRATO TO CG-NUM-CONTRATO
               MOVE PR-NUM-PARCELA  TO CG-NUM-PARCELA
               READ FD-CSGCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CG-NAO-DESCONTADO
                           MOVE 'N' TO WS-PARC-FOLHA
                       END-IF
               END-READ
           END-IF
           .

       SELECIONA-SEGUNDA-VIA.
      *    Parcela vencida so volta a remessa pela 2a via emitida no
      *    balcao (FIN2VIA): titulo aberto de 2a via com o novo
      *    vencimento dentro da janela sai com o vencimento e o
      *    valor atualizado do proprio titulo.
           PERFORM DEFINE-BANCO-PARCELA
           IF WS-TITULO-FOI-REUSADO
               AND TI-SEGUNDA-VIA
               AND TI-PARC-VENCTO NOT < WS-VENCTO-DE
               AND TI-PARC-VENCTO NOT > WS-VENCTO-ATE
               AND WS-BANCO-PARCELA = WS-BANCO-CORRENTE
               IF NOT WS-PAGADOR-JA-LIDO
                   PERFORM BUSCA-PAGADOR
                   SET WS-PAGADOR-JA-LIDO TO TRUE
               END-IF
               PERFORM GRAVA-DETALHE-REMESSA
           END-IF
           .

       BUSCA-PAGADOR.
      *    Dados do pagador direto do cadastro (e nao do FD-CLIENTE
      *    congelado no contrato), para a remessa sair com o endereco
           MOVE WS-TC-NOSSO-NUMERO   TO RM-NOSSO-NUMERO
           MOVE FD-NUM-CONTRATO      TO RM-NUM-CONTRATO
           MOVE PR-NUM-PARCELA       TO RM-NUM-PARCELA
           MOVE TI-PARC-VENCTO       TO RM-PARC-VENCTO
           MOVE TI-VALOR-ENVIADO     TO RM-PARC-VALOR
           MOVE FD-COD-CLIENTE       TO RM-COD-CLIENTE
           MOVE FD-TIPO-PESSOA       TO RM-TIPO-PESSOA
           MOVE FD-CPF               TO RM-CPF
           MOVE FD-CIDADE            TO RM-CIDADE
           MOVE FD-UF                TO RM-UF
           MOVE FD-CEP               TO RM-CEP
           SET RM-INSTR-REGISTRO     TO TRUE
           MOVE ZEROS                TO RM-VALOR-ABATIMENTO
           IF EP-EM-ENSAIO
               MOVE SPACES          TO EP-REGISTRO
               MOVE 'DETALHE'       TO EP-CAMPO
               MOVE TI-PARC-VENCTO  TO EP-DEPOIS
               MOVE 'TITULO PARA REGISTRO NO BANCO (REMESSA)'
                   TO EP-DESCRICAO
               PERFORM REGISTRA-ENSAIO-TITULO
           ELSE
               WRITE FD-REMESSA-REC
           END-IF

           ADD 1                       TO WS-QTD-DETALHES
           ADD TI-VALOR-ENVIADO        TO WS-VR-TOTAL-REMESSA
           .

       DEFINE-BANCO-PARCELA.
           MOVE 'N' TO WS-TC-FIM-BUSCA
           MOVE FD-NUM-CONTRATO TO TI-NUM-CONTRATO
           MOVE PR-NUM-PARCELA  TO TI-NUM-PARCELA
           IF WS-TITULOS-OK = 'N'
               SET WS-FIM-BUSCA-TITULO TO TRUE
           ELSE
               START FD-TITULO KEY = TI-CHAVE-PARCELA
                   INVALID KEY
                       SET WS-FIM-BUSCA-TITULO TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-BUSCA-TITULO
               READ FD-TITULO NEXT RECORD
                   AT END

       EFETIVA-TITULO-PARCELA.
      *    Titulo reusado tem vencimento e valor refrescados (podem
      *    ter mudado por repactuacao/correcao) - menos a 2a via,
      *    que vale pelo vencimento e valor atualizado da emissao;
      *    titulo novo tira um nosso-numero da serie e nasce no
      *    banco da parcela.
           IF WS-TITULO-FOI-REUSADO
               IF NOT TI-SEGUNDA-VIA
                   MOVE PR-VENCTO TO TI-PARC-VENCTO
                   MOVE PR-VALOR  TO TI-VALOR-ENVIADO
               END-IF
      *        Titulo rejeitado pelo banco que sai de novo (pagador
      *        corrigido no CADPF) volta a aguardar a confirmacao,
      *        contando o prazo a partir deste reenvio.
               IF TI-REGISTRO-REJEITADO
                   SET TI-REGISTRO-PENDENTE TO TRUE
                   MOVE WS-RH-DATA-GERACAO TO TI-DATA-REGISTRO
               END-IF
               IF NOT EP-EM-ENSAIO
                   REWRITE FD-TITULO-REC
               END-IF
           ELSE
               IF EP-EM-ENSAIO
                   MOVE ZEROS TO WS-TC-NOSSO-NUMERO
               ELSE
                   PERFORM OBTEM-NOSSO-NUMERO
               END-IF
               MOVE WS-TC-NOSSO-NUMERO TO TI-NOSSO-NUMERO
               MOVE FD-NUM-CONTRATO    TO TI-NUM-CONTRATO
               MOVE PR-NUM-PARCELA     TO TI-NUM-PARCELA
               MOVE DM-PARM-DATA       TO TI-DATA-GERACAO
               MOVE 'A'                TO TI-STATUS
               MOVE ZEROS              TO TI-DATA-BAIXA
               SET TI-PRIMEIRA-VIA     TO TRUE
               MOVE ZEROS              TO TI-VALOR-ENCARGOS
                                          TI-NOSSO-NUM-ORIGEM
                                          TI-NOSSO-NUM-SUBST
               SET TI-SEM-INSTRUCAO    TO TRUE
               MOVE ZEROS              TO TI-DATA-ULT-INSTRUCAO
                                          TI-QTD-INSTRUCOES
               SET TI-REGISTRO-PENDENTE TO TRUE
               MOVE ZEROS              TO TI-DATA-REGISTRO
                                          TI-VALOR-TARIFAS
               MOVE SPACES             TO TI-MOTIVO-REJEICAO
               IF NOT EP-EM-ENSAIO
                   WRITE FD-TITULO-REC
               END-IF
           END-IF
           .

           STRING 'REM'             DELIMITED BY SIZE
                  WS-BANCO-CORRENTE DELIMITED BY SIZE
                  INTO WS-SERIE-REMESSA
      *    No ensaio so a consulta: a serie nao anda.
           IF EP-EM-ENSAIO
               MOVE 1 TO WS-SEQ-REMESSA
               OPEN INPUT FD-NUMCTL
               IF WS-FS-NUMCTL = '00'
                   MOVE WS-SERIE-REMESSA TO NU-NOME-CONTROLE
                   READ FD-NUMCTL
                       NOT INVALID KEY
                           MOVE NU-PROXIMO-NUMERO TO WS-SEQ-REMESSA
                   END-READ
                   CLOSE FD-NUMCTL
               END-IF
           ELSE
               PERFORM AVANCA-SEQ-REMESSA
           END-IF
           .

       AVANCA-SEQ-REMESSA.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
           CLOSE FD-REMARQ
           .

       REGISTRA-INTERFACE.
      *    O trailer e gravado com os mesmos contadores do detalhe.
           MOVE 'G'                 TO IN-PARM-EVENTO
           MOVE 'REMESSA'           TO IN-PARM-INTERFACE
           MOVE WS-NOME-REMESSA     TO IN-PARM-ARQUIVO
           MOVE WS-QTD-DETALHES     TO IN-PARM-QTD IN-PARM-QTD-TRAILER
           MOVE WS-VR-TOTAL-REMESSA TO IN-PARM-VALOR IN-PARM-VR-TRAILER
           MOVE 'S'                 TO IN-PARM-TRAILER
           MOVE WS-JOB-NOME         TO IN-PARM-PROGRAMA
           MOVE SPACES              TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       GRAVA-PROTOCOLO-REMESSA.
           OPEN I-O FD-REMCTL
           IF WS-FS-REMCTL = '35'
           MOVE 'G'                 TO RX-SITUACAO
           MOVE WS-RH-DATA-GERACAO  TO RX-DATA-SITUACAO
           MOVE WS-JOB-NOME         TO RX-OPERADOR
           MOVE WS-QTD-INSTRUCOES   TO RX-QTD-INSTRUCOES
           WRITE FD-REMCTL-REC
               INVALID KEY
                   REWRITE FD-REMCTL-REC
