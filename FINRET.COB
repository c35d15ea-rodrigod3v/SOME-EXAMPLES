      *          manual. Retorno sem casamento ou com valor divergente
      *          sai na lista de excecoes impressa (FINRET.PRT) para
      *          tratamento manual, em vez de sumir em silencio.
      *          Ocorrencias de registro por titulo (entrada
      *          confirmada, entrada rejeitada com o motivo, baixa
      *          confirmada, tarifa) atualizam a situacao do titulo
      *          em TITULOS.DAT, base do relatorio FINTITP.
      *          Companheiro do FINREM (remessa); roda como passo do
      *          JOBNOTURNO e se carimba em RUNCTL como os demais.
      *          Cada arquivo processado vai para o diario de
      *          interfaces (GRAVAINT) com contagem e valor pago.
      *          Tambem roda nos ciclos diurnos do JOBDIURNO
      *          (CICLO-DIURNO=S): la so posta arquivo com header -
      *          o sem header fica para a noite, que nao teria como
      *          reconhece-lo -, e a lista de excecoes e estendida em
      *          vez de recriada. A noite pula, sem contar como
      *          replay, o arquivo que o ciclo ja postou na mesma
      *          data de movimento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-CREDCLI        ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-NUM-CONTRATO
               FILE STATUS IS WS-FS-PREJCTL.
      *    Conta do crediario rotativo (ROTMNT): fatura paga entre
      *    o minimo e o total manda o restante para o saldo
      *    financiado da conta.
           SELECT FD-ROTATIVO       ASSIGN TO "ROTATIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUM-CONTA
               ALTERNATE RECORD KEY IS RC-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ROTATIVO.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
               88 RC-REG-HEADER              VALUE 'H'.
           03 RC-DATA-GERACAO        PIC 9(08).
           03 RC-SEQ-ARQUIVO         PIC 9(06).
      *  Trailer opcional do banco ('T', quantidade e soma dos
      *  valores pagos do detalhe), conferido no diario de
      *  interfaces; o registro de detalhe comeca por digito.
       01  FD-RETORNO-TRL.
           03 RX-TIPO-REG            PIC X(01).
               88 RX-REG-TRAILER             VALUE 'T'.
           03 RX-QTD-DETALHES        PIC 9(07).
           03 RX-VR-TOTAL            PIC 9(13)V99.

       FD  FD-EXCECAO.
       01  FD-EXCECAO-REG           PIC X(80).
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-CREDCLI.
       01  FD-CREDCLI-REC.
           COPY CREDCLIREC.
       01  FD-PREJCTL-REC.
           COPY PREJCTLREC.

       FD  FD-ROTATIVO.
       01  FD-ROTATIVO-REC.
           COPY ROTCTAREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.
           03 WS-FS-BANCO         PIC X(02) VALUE '00'.
           03 WS-FS-SUSPENSO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-CREDCLI       PIC X(02) VALUE '00'.
           03 WS-FS-CREDMOV       PIC X(02) VALUE '00'.
           03 WS-FS-RETCTL        PIC X(02) VALUE '00'.
           03 WS-FS-PREJCTL       PIC X(02) VALUE '00'.
           03 WS-FS-ROTATIVO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY PARAMGETPARM.
         COPY DATAMOVPARM.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY TERMOPARM.
         COPY GRAVAINTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINRET'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-SEQ-SUSPENSO         PIC 9(08).
         01 WS-QTD-SUSPENSOS        PIC 9(06) VALUE ZEROS.

      *  Regras de tolerancia de valor (TOL-VALOR): dentro da
      *  tolerancia liquida inteiro; menor e pagamento parcial com
      *  residuo em aberto; maior liquida e leva o excedente para a
      *  proxima parcela aberta do contrato.
         01 WS-DIAS-RESIDUO         PIC S9(09) COMP.
         01 WS-QTD-PARCIAIS         PIC 9(06) VALUE ZEROS.

      *  2a via de boleto (FIN2VIA): encargos embutidos no titulo,
      *  parte deles efetivamente paga (receita 'K' em MOVDIA) e o
      *  titulo baixado, base do cancelamento das outras vias da
      *  mesma parcela.
         01 WS-VR-ENCARGOS-TITULO   PIC 9(07)V99 VALUE ZEROS.
         01 WS-VR-ENCARGOS-PAGOS    PIC 9(08)V99 VALUE ZEROS.
         01 WS-TITULO-VIAS.
           03 WS-TV-NOSSO-NUMERO    PIC 9(10).
           03 WS-TV-DATA-BAIXA      PIC 9(08).
           03 WS-TV-FIM-BUSCA       PIC X(01).
               88 WS-FIM-BUSCA-VIAS           VALUE 'S'.

      *  Ocorrencias de registro do titulo (entrada confirmada ou
      *  rejeitada, baixa confirmada, tarifa): nao movimentam
      *  dinheiro, so atualizam a situacao do titulo em
      *  TITULOS.DAT; o que nao casa vai para a lista de excecao
      *  sem item de suspensao.
         01 WS-OCORRENCIAS.
           03 WS-OC-DATA            PIC 9(08).
           03 WS-OC-VALIDA          PIC X(01).
               88 WS-OCORRENCIA-VALIDA        VALUE 'S'.
         01 WS-QTD-CONFIRMADOS      PIC 9(06) VALUE ZEROS.
         01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-BAIXAS-CONF      PIC 9(06) VALUE ZEROS.
         01 WS-QTD-TARIFAS          PIC 9(06) VALUE ZEROS.
         01 WS-VR-TARIFAS           PIC 9(07)V99 VALUE ZEROS.

      *  Credito de cliente (CREDCLI.DAT): pagamento duplicado
      *  (parcela ja paga) e excedente acima da tolerancia entram no
      *  saldo do cliente em vez de sumir no status liquidado ou
           03 WS-ENV-REPROCESSA     PIC X(06).
           03 WS-FLAG-REPROCESSO    PIC X(01).
               88 WS-E-REPROCESSO             VALUE 'S'.
           03 WS-ARQ-POSTADO-HOJE   PIC X(01).
               88 WS-ARQUIVO-POSTADO-HOJE     VALUE 'S'.
           03 WS-ARQ-ADIADO         PIC X(01).
               88 WS-ARQUIVO-ADIADO           VALUE 'S'.
         01 WS-QTD-RECUSADOS        PIC 9(03) VALUE ZEROS.
         01 WS-QTD-JA-POSTADOS      PIC 9(03) VALUE ZEROS.
         01 WS-QTD-ADIADOS          PIC 9(03) VALUE ZEROS.

      *  Ciclo diurno de baixas (JOBDIURNO poe CICLO-DIURNO=S).
         01 WS-ENV-CICLO            PIC X(01).
             88 WS-EM-CICLO-DIURNO          VALUE 'S'.

      *  Baixa em contrato em PREJUIZO vira recuperacao de credito
      *  baixado: movimento 'Y' em MOVDIA e acumulo no registro
      *  PREJCTL.DAT do FINPREJ.
         01 WS-VR-RECUPERADO        PIC 9(09)V99.

      *  Fatura do crediario rotativo paga a partir do minimo: a
      *  parcela e baixada pelo valor pago e o restante vai para o
      *  saldo financiado da conta (ROTATIVO.DAT), cobrado com
      *  juros na fatura seguinte pelo FINROT.
         01 WS-VR-ROTATIVO-RESTO    PIC 9(07)V99 VALUE ZEROS.
         01 WS-FATURA-ROT           PIC X(01).
             88 WS-PAGA-MINIMO-ROTATIVO     VALUE 'S'.


      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
         01 WS-LINHA-EXCECAO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LE-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' VENC. '.
           03 WS-LE-VENCTO          PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' PAGO'.
           03 WS-LE-VALOR-PAGO      PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LE-MOTIVO          PIC X(28).

           MOVE SPACES TO WS-ENV-REPROCESSA
           ACCEPT WS-ENV-REPROCESSA FROM ENVIRONMENT
               'FINRET-REPROCESSA'
           MOVE SPACES TO WS-ENV-CICLO
           ACCEPT WS-ENV-CICLO FROM ENVIRONMENT 'CICLO-DIURNO'

           OPEN I-O FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-MESTRE-ABERTO TO TRUE
      *        No ciclo diurno a lista acumula: a da noite seguida
      *        das excecoes de cada ciclo do dia, ate a noite
      *        seguinte recria-la.
               IF WS-EM-CICLO-DIURNO
                   OPEN EXTEND FD-EXCECAO
                   IF WS-FS-EXCECAO = '35'
                       OPEN OUTPUT FD-EXCECAO
                   END-IF
               ELSE
                   OPEN OUTPUT FD-EXCECAO
               END-IF
               OPEN I-O FD-TITULO
               IF WS-FS-TITULO = '35'
                   OPEN OUTPUT FD-TITULO
               DISPLAY 'FINRET: ' WS-QTD-CREDITOS ' CREDITO(S) DE '
                       'CLIENTE CONSTITUIDO(S) EM CREDCLI.DAT.'
           END-IF
           IF WS-QTD-JA-POSTADOS > ZEROS
               DISPLAY 'FINRET: ' WS-QTD-JA-POSTADOS ' ARQUIVO(S) '
                       'JA POSTADO(S) HOJE NO CICLO DIURNO - PULADO(S).'
           END-IF
           IF WS-QTD-ADIADOS > ZEROS
               DISPLAY 'FINRET: ' WS-QTD-ADIADOS ' ARQUIVO(S) SEM '
                       'HEADER DEIXADO(S) PARA A NOITE.'
           END-IF
           IF WS-QTD-RECUSADOS > ZEROS
               DISPLAY 'FINRET: ' WS-QTD-RECUSADOS ' ARQUIVO(S) DE '
                       'RETORNO RECUSADO(S) POR REPLAY.'
           END-IF
           IF WS-QTD-CONFIRMADOS > ZEROS
               OR WS-QTD-REJEITADOS > ZEROS
               OR WS-QTD-BAIXAS-CONF > ZEROS
               DISPLAY 'FINRET: ' WS-QTD-CONFIRMADOS ' ENTRADA(S) '
                       'CONFIRMADA(S), ' WS-QTD-REJEITADOS
                       ' REJEITADA(S), ' WS-QTD-BAIXAS-CONF
                       ' BAIXA(S) CONFIRMADA(S) PELO BANCO.'
           END-IF
           IF WS-QTD-TARIFAS > ZEROS
               DISPLAY 'FINRET: ' WS-QTD-TARIFAS ' TARIFA(S) DE '
                       'COBRANCA, TOTAL ' WS-VR-TARIFAS '.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           .

       CARREGA-TOLERANCIA.
      *    Tolerancia e prazo do residuo em vigor na data de
      *    movimento (mestre de parametros, padrao 1,00 e 30 dias),
      *    os mesmos do FINPIX e do CAIXA.
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

       PROCESSA-RETORNO-BANCO.
       PROCESSA-ARQUIVO-RETORNO.
           MOVE 'N' TO WS-FIM-RETORNO
           MOVE 'N' TO WS-ARQ-TEM-HEADER WS-ARQ-JA-POSTADO
                       WS-FLAG-REPROCESSO WS-ARQ-POSTADO-HOJE
                       WS-ARQ-ADIADO
           MOVE ZEROS TO WS-SEQ-RETORNO WS-DATA-GER-RETORNO
           MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
           MOVE ZEROS TO IN-PARM-QTD-TRAILER IN-PARM-VR-TRAILER
           MOVE 'N'   TO IN-PARM-TRAILER
           OPEN INPUT FD-RETORNO
           MOVE WS-FS-RETORNO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
                       ' NAO EXISTE - SEM BAIXAS DESSE BANCO.'
           ELSE
               PERFORM LE-HEADER-RETORNO
               EVALUATE TRUE
                   WHEN WS-ARQUIVO-ADIADO
                       DISPLAY 'FINRET: ' WS-NOME-RETORNO ' SEM '
                               'HEADER - NAO E POSTADO NO CICLO '
                               'DIURNO, FICA PARA A NOITE.'
                       ADD 1 TO WS-QTD-ADIADOS
                   WHEN WS-ARQUIVO-POSTADO-HOJE
      *                O ciclo diurno (ou uma passada anterior de
      *                hoje) ja postou este arquivo: nao e replay.
                       DISPLAY 'FINRET: ' WS-NOME-RETORNO
                               ' SEQUENCIA ' WS-SEQ-RETORNO
                               ' JA POSTADA NESTA DATA DE MOVIMENTO '
                               '- PULADO.'
                       ADD 1 TO WS-QTD-JA-POSTADOS
                   WHEN WS-ARQUIVO-JA-POSTADO
      *                Guarda de replay: o arquivo inteiro e
      *                recusado sem tocar em parcela nenhuma.
                       DISPLAY 'FINRET: ' WS-NOME-RETORNO
                               ' SEQUENCIA ' WS-SEQ-RETORNO
                               ' JA FOI POSTADO EM OUTRA '
                               'EXECUCAO - ARQUIVO RECUSADO. PARA '
                               'REPROCESSAR DE PROPOSITO, RODE COM '
                               'FINRET-REPROCESSA=' WS-SEQ-RETORNO '.'
                       ADD 1 TO WS-QTD-RECUSADOS
                   WHEN OTHER
                       PERFORM UNTIL WS-EOF-RETORNO
                           READ FD-RETORNO
                               AT END
                                   SET WS-EOF-RETORNO TO TRUE
                               NOT AT END
                                   IF RX-REG-TRAILER
                                       PERFORM GUARDA-TRAILER-RETORNO
                                   ELSE
                                       ADD 1 TO WS-QTD-RETORNOS
                                       PERFORM PROCESSA-RETORNO
                                   END-IF
                           END-READ
                       END-PERFORM
                       IF WS-ARQUIVO-COM-HEADER
                           PERFORM GRAVA-RETCTL
                       END-IF
                       PERFORM REGISTRA-INTERFACE
               END-EVALUATE
               CLOSE FD-RETORNO
           END-IF
           .

       GUARDA-TRAILER-RETORNO.
           MOVE 'S' TO IN-PARM-TRAILER
           IF RX-QTD-DETALHES IS NUMERIC
               MOVE RX-QTD-DETALHES TO IN-PARM-QTD-TRAILER
           END-IF
           IF RX-VR-TOTAL IS NUMERIC
               MOVE RX-VR-TOTAL     TO IN-PARM-VR-TRAILER
           END-IF
           .

       REGISTRA-INTERFACE.
      *    Contagem e valor pago do detalhe; o trailer, quando o
      *    banco manda, e conferido pelo GRAVAINT.
           MOVE 'R'             TO IN-PARM-EVENTO
           MOVE 'RETORNO'       TO IN-PARM-INTERFACE
           MOVE WS-NOME-RETORNO TO IN-PARM-ARQUIVO
           MOVE WS-JOB-NOME     TO IN-PARM-PROGRAMA
           MOVE SPACES          TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           IF IN-PARM-TOTAIS-DIVERGEM
               DISPLAY 'FINRET: ' WS-NOME-RETORNO ' TRAILER DIVERGE '
                       'DO DETALHE (' IN-PARM-QTD-TRAILER ' X '
                       IN-PARM-QTD ').'
           END-IF
           .

       LE-HEADER-RETORNO.
      *    Primeiro registro: 'H' e o header do banco (data de
      *    geracao + sequencia) e alimenta o guarda de replay;
                       END-IF
                       PERFORM VERIFICA-RETCTL
                   ELSE
      *                Sem header nada reconheceria o arquivo
      *                depois: no ciclo diurno ele nao e postado.
                       IF WS-EM-CICLO-DIURNO
                           SET WS-ARQUIVO-ADIADO TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-RETORNOS
                           PERFORM PROCESSA-RETORNO
                       END-IF
                   END-IF
           END-READ
           .
                               'FINRET-REPROCESSA.'
                   ELSE
                       SET WS-ARQUIVO-JA-POSTADO TO TRUE
                       IF RL-DATA-POSTAGEM = WS-DATA-MOVIMENTO
                           SET WS-ARQUIVO-POSTADO-HOJE TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE FD-RETCTL
      *    vindo de fora antes de confiar nele: uma linha truncada ou
      *    fora de posicao do banco vira excecao impressa, nao um READ
      *    com chave de lixo nem estouro no meio da passada.
           ADD 1 TO IN-PARM-QTD
           IF RT-VALOR-PAGO IS NUMERIC
               ADD RT-VALOR-PAGO TO IN-PARM-VALOR
           END-IF
           IF RT-NUM-CONTRATO NOT NUMERIC
               OR RT-PARC-VENCTO NOT NUMERIC
               OR RT-VALOR-PAGO NOT NUMERIC
               MOVE 'REGISTRO DE RETORNO INVALIDO' TO WS-LE-MOTIVO
               WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
               ADD 1 TO WS-QTD-EXCECOES
           ELSE
           IF NOT RT-OCOR-LIQUIDACAO
               PERFORM PROCESSA-OCORRENCIA-TITULO
           ELSE
               MOVE 'N' TO WS-BAIXA-TITULO
               IF RT-NOSSO-NUMERO IS NUMERIC
                   PERFORM LE-CONTRATO-RETORNO
               END-IF
           END-IF
           END-IF
           .

       PROCESSA-OCORRENCIA-TITULO.
      *    Ocorrencia de registro so vale com nosso-numero: e o
      *    titulo, nao a parcela, que o banco confirma ou rejeita.
      *    A data da ocorrencia vem no campo de data do registro;
      *    sem ela, vale a data de movimento.
           MOVE 'N' TO WS-OC-VALIDA
           IF RT-NOSSO-NUMERO NOT NUMERIC
               OR RT-NOSSO-NUMERO = ZEROS
               MOVE 'OCORRENCIA SEM NOSSO-NUMERO' TO WS-LE-MOTIVO
               PERFORM GRAVA-EXCECAO-OCORRENCIA
           ELSE
               MOVE RT-NOSSO-NUMERO TO TI-NOSSO-NUMERO
               READ FD-TITULO
                   INVALID KEY
                       MOVE 'NOSSO-NUMERO DESCONHECIDO'
                           TO WS-LE-MOTIVO
                       PERFORM GRAVA-EXCECAO-OCORRENCIA
                   NOT INVALID KEY
                       IF WS-BANCO-CORRENTE > ZEROS
                           AND TI-COD-BANCO NOT = WS-BANCO-CORRENTE
                           MOVE 'TITULO DE OUTRO BANCO'
                               TO WS-LE-MOTIVO
                           PERFORM GRAVA-EXCECAO-OCORRENCIA
                       ELSE
                           SET WS-OCORRENCIA-VALIDA TO TRUE
                       END-IF
               END-READ
           END-IF

           IF WS-OCORRENCIA-VALIDA
               IF RT-DATA-PAGTO IS NUMERIC AND RT-DATA-PAGTO > ZEROS
                   MOVE RT-DATA-PAGTO TO WS-OC-DATA
               ELSE
                   MOVE WS-DATA-MOVIMENTO TO WS-OC-DATA
               END-IF
               IF TI-VALOR-TARIFAS NOT NUMERIC
                   MOVE ZEROS TO TI-VALOR-TARIFAS
               END-IF
               EVALUATE TRUE
                   WHEN RT-OCOR-ENTRADA-CONFIRMADA
                       SET TI-REGISTRO-CONFIRMADO TO TRUE
                       MOVE WS-OC-DATA TO TI-DATA-REGISTRO
                       MOVE SPACES     TO TI-MOTIVO-REJEICAO
                       ADD 1 TO WS-QTD-CONFIRMADOS
                   WHEN RT-OCOR-ENTRADA-REJEITADA
                       SET TI-REGISTRO-REJEITADO TO TRUE
                       MOVE WS-OC-DATA TO TI-DATA-REGISTRO
                       IF RT-MOTIVO-REJEICAO = SPACES
                           MOVE 'MOTIVO NAO INFORMADO PELO BANCO'
                               TO TI-MOTIVO-REJEICAO
                       ELSE
                           MOVE RT-MOTIVO-REJEICAO
                               TO TI-MOTIVO-REJEICAO
                       END-IF
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN RT-OCOR-BAIXA-CONFIRMADA
      *                Baixa pelo banco de titulo ainda vivo aqui
      *                (baixa por decurso de prazo, pedido da
      *                agencia): o banco parou de cobrar, o titulo
      *                sai cancelado e o proximo FINREM emite outro
      *                para a parcela se ela seguir aberta.
                       SET TI-BAIXA-CONFIRMADA TO TRUE
                       MOVE WS-OC-DATA TO TI-DATA-REGISTRO
                       IF TI-ABERTO OR TI-SUBSTITUIDO
                           MOVE 'C'        TO TI-STATUS
                           MOVE WS-OC-DATA TO TI-DATA-BAIXA
                       END-IF
                       ADD 1 TO WS-QTD-BAIXAS-CONF
                   WHEN RT-OCOR-TARIFA
                       IF RT-VALOR-TARIFA IS NUMERIC
                           ADD RT-VALOR-TARIFA TO TI-VALOR-TARIFAS
                           ADD RT-VALOR-TARIFA TO WS-VR-TARIFAS
                       END-IF
                       ADD 1 TO WS-QTD-TARIFAS
                   WHEN OTHER
                       MOVE 'N' TO WS-OC-VALIDA
                       MOVE 'OCORRENCIA DESCONHECIDA'
                           TO WS-LE-MOTIVO
                       PERFORM GRAVA-EXCECAO-OCORRENCIA
               END-EVALUATE
               IF WS-OCORRENCIA-VALIDA
                   REWRITE FD-TITULO-REC
               END-IF
           END-IF
           .

       LOCALIZA-TITULO.
      *            status liquidado.
                   PERFORM CREDITA-DUPLICIDADE-TITULO
               ELSE
               IF TI-CANCELADO
      *            Titulo cancelado porque a parcela foi paga por
      *            outro caminho (a outra via da 2a via, o caixa -
      *            com o pedido de baixa do FINREM ainda nao
      *            processado pelo banco): o segundo pagamento e
      *            duplicidade, nao item de suspensao.
                   PERFORM TRATA-VIA-CANCELADA
               ELSE
               IF NOT TI-ABERTO AND NOT TI-SUBSTITUIDO
                   MOVE 'TITULO JA BAIXADO/CANCELADO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

       TRATA-VIA-CANCELADA.
           MOVE TI-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   MOVE 'CONTRATO DO TITULO INEXISTENTE'
                       TO WS-LE-MOTIVO
                   PERFORM GRAVA-EXCECAO
               NOT INVALID KEY
                   IF TI-NUM-PARCELA NOT < 1
                       AND TI-NUM-PARCELA NOT > FD-NUM-PARCELAS
                       AND FD-PARC-STATUS(TI-NUM-PARCELA) = 'G'
                       PERFORM CREDITA-DUPLICIDADE-TITULO
                   ELSE
                       MOVE 'TITULO JA BAIXADO/CANCELADO'
                           TO WS-LE-MOTIVO
                       PERFORM GRAVA-EXCECAO
                   END-IF
           END-READ
           .

       CREDITA-DUPLICIDADE-TITULO.
      *    O cliente do credito vem do contrato apontado pelo
      *    titulo; contrato sumido vai para a suspensao, pois nao
           .

       TRATA-VALOR-PAGO.
      *    Regra de tolerancia (TOL-VALOR) sobre a parcela ja
      *    localizada: dentro da tolerancia liquida inteiro e a
      *    diferenca de centavos e absorvida; pagamento menor e
      *    parcial (a parcela fica aberta pelo residuo); pagamento
      *    aberta. Antes disso tudo isso era ajustado na mao nos
      *    arquivos - exatamente o que a trilha de auditoria existe
      *    para impedir.
      *    Titulo de 2a via (FIN2VIA) espera a parcela mais os
      *    encargos da emissao; o titulo original e o retorno
      *    legado esperam so a parcela. Pago entre a parcela e o
      *    valor da 2a via, a parcela e baixada e so o que entrou
      *    de encargos vira receita.
           MOVE ZEROS TO WS-VR-EXCEDENTE
           MOVE ZEROS TO WS-VR-ENCARGOS-TITULO WS-VR-ENCARGOS-PAGOS
           IF WS-BAIXA-E-POR-TITULO
               AND TI-SEGUNDA-VIA
               AND TI-VALOR-ENCARGOS IS NUMERIC
               MOVE TI-VALOR-ENCARGOS TO WS-VR-ENCARGOS-TITULO
           END-IF
           COMPUTE WS-VR-DIFERENCA =
               RT-VALOR-PAGO - FD-PARC-VALOR(WS-PARC-ACHADA)
                             - WS-VR-ENCARGOS-TITULO
           EVALUATE TRUE
               WHEN WS-VR-DIFERENCA >= ZEROS
                   AND WS-VR-DIFERENCA NOT > WS-TOL-VALOR
                   PERFORM APURA-ENCARGOS-PAGOS
                   PERFORM BAIXA-PARCELA
               WHEN WS-VR-DIFERENCA < ZEROS
                   AND ZERO - WS-VR-DIFERENCA NOT > WS-TOL-VALOR
                   MOVE 'DIFERENCA TOLERADA' TO WS-LE-MOTIVO
                   PERFORM GRAVA-INFORMATIVO
                   PERFORM APURA-ENCARGOS-PAGOS
                   PERFORM BAIXA-PARCELA
               WHEN WS-VR-DIFERENCA < ZEROS
                   AND WS-VR-ENCARGOS-TITULO > ZEROS
                   AND RT-VALOR-PAGO + WS-TOL-VALOR
                       NOT < FD-PARC-VALOR(WS-PARC-ACHADA)
                   MOVE 'ENCARGOS PAGOS A MENOR' TO WS-LE-MOTIVO
                   PERFORM GRAVA-INFORMATIVO
                   PERFORM APURA-ENCARGOS-PAGOS
                   PERFORM BAIXA-PARCELA
               WHEN WS-VR-DIFERENCA < ZEROS
                   PERFORM VERIFICA-MINIMO-ROTATIVO
                   IF WS-PAGA-MINIMO-ROTATIVO
                       PERFORM BAIXA-FATURA-ROTATIVO
                   ELSE
                       PERFORM BAIXA-PARCIAL
                   END-IF
               WHEN OTHER
                   MOVE WS-VR-DIFERENCA TO WS-VR-EXCEDENTE
                   MOVE 'EXCEDENTE VIRA CREDITO' TO WS-LE-MOTIVO
                   PERFORM GRAVA-INFORMATIVO
                   PERFORM APURA-ENCARGOS-PAGOS
                   PERFORM BAIXA-PARCELA
           END-EVALUATE
           .

       APURA-ENCARGOS-PAGOS.
      *    Encargos efetivamente recebidos: o pago menos a parcela e
      *    o excedente, limitado aos encargos da 2a via (a sobra de
      *    centavos dentro da tolerancia e absorvida como na parcela
      *    comum).
           MOVE ZEROS TO WS-VR-ENCARGOS-PAGOS
           IF WS-VR-ENCARGOS-TITULO > ZEROS
               AND RT-VALOR-PAGO > FD-PARC-VALOR(WS-PARC-ACHADA)
                                   + WS-VR-EXCEDENTE
               COMPUTE WS-VR-ENCARGOS-PAGOS = RT-VALOR-PAGO
                   - FD-PARC-VALOR(WS-PARC-ACHADA) - WS-VR-EXCEDENTE
               IF WS-VR-ENCARGOS-PAGOS > WS-VR-ENCARGOS-TITULO
                   MOVE WS-VR-ENCARGOS-TITULO TO WS-VR-ENCARGOS-PAGOS
               END-IF
           END-IF
           .

       BAIXA-PARCIAL.
      *    Pagamento parcial de verdade: nenhuma transicao de status
      *    - a parcela continua em aberto pelo residuo, com o
      *    vencimento do residuo empurrado TOL-RESIDUO dias adiante.
      *    O dinheiro recebido entra na contabilidade como
      *    amortizacao ('E' em MOVDIA.DAT, caixa contra carteira),
      *    pois nao ha linha 'G' em PAGTOLOG para leva-lo.
           PERFORM GRAVA-INFORMATIVO
           .

       VERIFICA-MINIMO-ROTATIVO.
      *    So a fatura corrente (ultima parcela do contrato
      *    companheiro) e contra o minimo dela gravado no
      *    fechamento; abaixo do minimo segue como parcial comum.
           MOVE 'N' TO WS-FATURA-ROT
           IF FD-CONTA-ROTATIVA
               AND WS-PARC-ACHADA = FD-NUM-PARCELAS
               AND WS-VR-ENCARGOS-TITULO = ZEROS
               OPEN INPUT FD-ROTATIVO
               IF WS-FS-ROTATIVO = '00'
                   MOVE FD-NUM-CONTRATO TO RC-NUM-CONTA
                   READ FD-ROTATIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RT-VALOR-PAGO NOT < RC-VR-MINIMO-ULT
                               SET WS-PAGA-MINIMO-ROTATIVO TO TRUE
                           END-IF
                   END-READ
                   CLOSE FD-ROTATIVO
               END-IF
           END-IF
           .

       BAIXA-FATURA-ROTATIVO.
      *    A parcela passa a valer o que foi pago e e baixada pela
      *    transicao normal (linha 'G' do PAGTOLOG leva o dinheiro
      *    a contabil); o restante sai da parcela e entra no saldo
      *    financiado da conta.
           COMPUTE WS-VR-ROTATIVO-RESTO =
               FD-PARC-VALOR(WS-PARC-ACHADA) - RT-VALOR-PAGO
           MOVE RT-VALOR-PAGO TO FD-PARC-VALOR(WS-PARC-ACHADA)
           PERFORM BAIXA-PARCELA
           IF PS-TRANSICAO-E-VALIDA
               OPEN I-O FD-ROTATIVO
               MOVE FD-NUM-CONTRATO TO RC-NUM-CONTA
               READ FD-ROTATIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-VR-ROTATIVO-RESTO TO RC-VR-FINANCIADO
                       MOVE WS-JOB-NOME       TO RC-USUARIO
                       MOVE WS-DATA-MOVIMENTO TO RC-DATA-MANUTENCAO
                       REWRITE FD-ROTATIVO-REC
               END-READ
               CLOSE FD-ROTATIVO
               MOVE 'ROTATIVO - RESTO FINANCIADO' TO WS-LE-MOTIVO
               PERFORM GRAVA-INFORMATIVO
           ELSE
               ADD WS-VR-ROTATIVO-RESTO
                   TO FD-PARC-VALOR(WS-PARC-ACHADA)
           END-IF
           .

       GRAVA-MOVDIA-RECEBIDO.
      *    Mesmo padrao de EXTEND com criacao na primeira gravacao
      *    do GRAVA-MOVDIA do FINAN2.
           CLOSE FD-CREDMOV
           .

       GRAVA-MOVDIA-ENCARGOS.
      *    Multa/mora da 2a via recebidas: receita de encargos
      *    ('K'), pois a linha 'G' do PAGTOLOG leva so a parcela.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           SET MV-ENCARGOS-ATRASO TO TRUE
           MOVE FD-NUM-CONTRATO      TO MV-NUM-CONTRATO
           MOVE WS-VR-ENCARGOS-PAGOS TO MV-VALOR
           MOVE WS-DATA-MOVIMENTO    TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           .

       GRAVA-MOVDIA-CREDITO.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
                   MOVE PS-VALOR TO WS-VR-RECUPERADO
                   PERFORM REGISTRA-RECUPERACAO-PREJ
               END-IF
               IF WS-VR-ENCARGOS-PAGOS > ZEROS
                   PERFORM GRAVA-MOVDIA-ENCARGOS
               END-IF
               IF WS-BAIXA-E-POR-TITULO
                   PERFORM BAIXA-TITULO-REGISTRO
               END-IF
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               ADD 1 TO WS-QTD-QUITADOS
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE WS-DATA-MOVIMENTO TO TI-DATA-BAIXA
           END-IF
           REWRITE FD-TITULO-REC
           PERFORM CANCELA-OUTRAS-VIAS
           .

       CANCELA-OUTRAS-VIAS.
      *    Parcela com 2a via tem mais de um titulo vivo (o
      *    substituido e a via nova): pago um, os demais da mesma
      *    parcela saem cancelados, para o FINREM nao reenviar e um
      *    segundo pagamento cair como duplicidade.
           MOVE TI-NOSSO-NUMERO TO WS-TV-NOSSO-NUMERO
           MOVE TI-DATA-BAIXA   TO WS-TV-DATA-BAIXA
           MOVE 'N' TO WS-TV-FIM-BUSCA
           START FD-TITULO KEY = TI-CHAVE-PARCELA
               INVALID KEY
                   SET WS-FIM-BUSCA-VIAS TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-BUSCA-VIAS
               READ FD-TITULO NEXT RECORD
                   AT END
                       SET WS-FIM-BUSCA-VIAS TO TRUE
                   NOT AT END
                       IF TI-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           OR TI-NUM-PARCELA NOT = WS-PARC-ACHADA
                           SET WS-FIM-BUSCA-VIAS TO TRUE
                       ELSE
                           IF TI-NOSSO-NUMERO NOT = WS-TV-NOSSO-NUMERO
                               AND (TI-ABERTO OR TI-SUBSTITUIDO)
                               MOVE 'C' TO TI-STATUS
                               MOVE WS-TV-DATA-BAIXA TO TI-DATA-BAIXA
                               REWRITE FD-TITULO-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-EXCECAO.
           PERFORM GRAVA-SUSPENSO
           .

       GRAVA-EXCECAO-OCORRENCIA.
      *    Ocorrencia de registro nao traz dinheiro: vai so para a
      *    lista impressa, sem item de suspensao.
           MOVE RT-NUM-CONTRATO TO WS-LE-CONTRATO
           MOVE RT-PARC-VENCTO  TO WS-LE-VENCTO
           MOVE RT-VALOR-PAGO   TO WS-LE-VALOR-PAGO
           WRITE FD-EXCECAO-REG FROM WS-LINHA-EXCECAO
           ADD 1 TO WS-QTD-EXCECOES
           .

       GRAVA-SUSPENSO.
      *    O dinheiro do retorno sem casamento esta creditado na
      *    conta do banco e nao pode sumir numa lista impressa: vira
           MOVE SPACES            TO SU-RESOLVIDO-POR
           MOVE ZEROS             TO SU-CONTRATO-APLICADO
           MOVE ZEROS             TO SU-PARCELA-APLICADA
           SET SU-ORIGEM-BOLETO   TO TRUE
           WRITE FD-SUSPENSO-REC
           ADD 1 TO WS-QTD-SUSPENSOS
           .
