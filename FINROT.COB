      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: FECHAMENTO DAS FATURAS DO CREDIARIO ROTATIVO: varre
      *          as contas de ROTATIVO.DAT e, chegado o dia de corte
      *          de cada uma, fecha a fatura do ciclo - saldo
      *          financiado do rotativo mais os juros do mes sobre
      *          ele (movimento 'H' para a contabil) mais as compras
      *          lancadas pelo ROTMNT desde o ultimo corte. A fatura
      *          vira a proxima parcela do contrato companheiro em
      *          FDCONTR.DAT, com vencimento RC-DIAS-VENCTO dias
      *          depois do corte; dai em diante e cobrada como
      *          qualquer parcela (boleto do FINREM, CAIXA, PIX,
      *          debito, aviso, atraso, provisao). Pagamento do
      *          minimo para cima e aceito pelo FINRET, e o que
      *          ficou em aberto volta como saldo financiado na
      *          fatura seguinte. A fatura sai impressa para o
      *          cliente (FATURA.PRT) e fica registrada em
      *          ROTFAT.DAT. Na mesma passada a conta com fatura
      *          vencida em aberto e bloqueada para compras (e
      *          desbloqueada quando a fatura e paga), e a conta
      *          cujo contrato saiu da carteira ativa e bloqueada
      *          de vez. Roda como passo diario do JOBNOTURNO antes
      *          da remessa de cobranca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINROT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ROTATIVO       ASSIGN TO "ROTATIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUM-CONTA
               ALTERNATE RECORD KEY IS RC-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ROTATIVO.
           SELECT FD-ROTMOV         ASSIGN TO "ROTMOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CHAVE
               FILE STATUS IS WS-FS-ROTMOV.
           SELECT FD-ROTFAT         ASSIGN TO "ROTFAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-FS-ROTFAT.
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
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
           SELECT FD-FATURA         ASSIGN TO "FATURA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATURA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ROTATIVO.
       01  FD-ROTATIVO-REC.
           COPY ROTCTAREC.

       FD  FD-ROTMOV.
       01  FD-ROTMOV-REC.
           COPY ROTMOVREC.

       FD  FD-ROTFAT.
       01  FD-ROTFAT-REC.
           COPY ROTFATREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-FATURA.
       01  FD-FATURA-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-ROTATIVO      PIC X(02) VALUE '00'.
           03 WS-FS-ROTMOV        PIC X(02) VALUE '00'.
           03 WS-FS-ROTFAT        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-FATURA        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINROT'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-FIM-ROTATIVO         PIC X(01) VALUE 'N'.
             88 WS-EOF-ROTATIVO             VALUE 'S'.
         01 WS-FIM-MOV              PIC X(01).
             88 WS-EOF-MOV                  VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01).
             88 WS-CONTRATO-LIDO            VALUE 'S'.

         01 WS-DATA-HOJE            PIC 9(08).
      *  Data de corte do mes corrente da conta: ano/mes de hoje
      *  com o dia de corte da conta (01-28, existe em todo mes).
         01 WS-DATA-CORTE.
           03 WS-DC-AAAAMM          PIC 9(06).
           03 WS-DC-DD              PIC 9(02).
         01 WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(08).
         01 WS-DATA-VENCTO          PIC 9(08).
         01 WS-IND                  PIC 9(03).
         01 WS-QTD-VENCIDAS         PIC 9(03).
         01 WS-NUM-FATURA           PIC 9(03).
         01 WS-NOME-CLIENTE         PIC X(41).

         01 WS-FATURA-CALC.
           03 WS-VR-SALDO-ANTERIOR  PIC 9(07)V99.
           03 WS-VR-PAGAMENTOS      PIC 9(07)V99.
           03 WS-VR-FINANCIADO      PIC 9(07)V99.
           03 WS-VR-JUROS           PIC 9(07)V99.
           03 WS-VR-COMPRAS         PIC 9(07)V99.
           03 WS-QTD-COMPRAS        PIC 9(03).
           03 WS-VR-TOTAL           PIC 9(07)V99.
           03 WS-VR-MINIMO          PIC 9(07)V99.
           03 WS-VR-ANT-ABERTA      PIC 9(07)V99.
      *  Piso do pagamento minimo; abaixo dele o minimo e a fatura.
         01 WS-VR-MINIMO-PISO       PIC 9(03)V99 VALUE 20,00.
      *  Teto da parcela no contrato (FD-PARC-VALOR).
         01 WS-VR-MAXIMO-PARCELA    PIC 9(07)V99 VALUE 9999999,99.

         01 WS-CONTADORES.
           03 WS-QTD-CONTAS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-FATURAS        PIC 9(06) VALUE ZEROS.
           03 WS-QTD-BLOQUEADAS     PIC 9(06) VALUE ZEROS.
           03 WS-QTD-DESBLOQUEADAS  PIC 9(06) VALUE ZEROS.
           03 WS-VR-TOTAL-FATURADO  PIC 9(09)V99 VALUE ZEROS.
           03 WS-VR-TOTAL-JUROS     PIC 9(09)V99 VALUE ZEROS.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(40)
                   VALUE '*** CREDIARIO ROTATIVO - FATURA ***'.

         01 WS-LINHA-CLIENTE.
           03 FILLER                PIC X(09) VALUE 'CLIENTE: '.
           03 WS-LC-NOME            PIC X(41).

         01 WS-LINHA-CABEC.
           03 FILLER                PIC X(07) VALUE 'CONTA: '.
           03 WS-LH-CONTA           PIC 9(08).
           03 FILLER                PIC X(09) VALUE ' FATURA: '.
           03 WS-LH-FATURA          PIC ZZ9.
           03 FILLER                PIC X(08) VALUE ' CORTE: '.
           03 WS-LH-CORTE           PIC 9(08).
           03 FILLER                PIC X(13) VALUE ' VENCIMENTO: '.
           03 WS-LH-VENCTO          PIC 9(08).

         01 WS-LINHA-VALOR.
           03 WS-LV-DESCRICAO       PIC X(40).
           03 WS-LV-VALOR           PIC Z.ZZZ.ZZ9,99.

         01 WS-LINHA-COMPRA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LM-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LM-DESCRICAO       PIC X(29).
           03 WS-LM-VALOR           PIC Z.ZZZ.ZZ9,99.

         01 WS-LINHA-JUROS.
           03 FILLER                PIC X(19)
                   VALUE 'JUROS DO ROTATIVO ('.
           03 WS-LJ-TAXA            PIC Z9,9999.
           03 FILLER                PIC X(14) VALUE '% A.M.)'.
           03 WS-LJ-VALOR           PIC Z.ZZZ.ZZ9,99.

         01 WS-LINHA-AVISO-1.
           03 FILLER                PIC X(60) VALUE
               'PAGUE PELO BOLETO: QUALQUER VALOR A PARTIR DO MINIMO'.
         01 WS-LINHA-AVISO-2.
           03 FILLER                PIC X(60) VALUE
               'E ACEITO; O RESTANTE VAI PARA O ROTATIVO COM JUROS.'.

         01 WS-LINHA-ANTERIOR.
           03 FILLER                PIC X(40) VALUE
               'FATURA ANTERIOR EM ABERTO - PAGUE JA:'.
           03 WS-LA-VALOR           PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN I-O FD-ROTATIVO
           MOVE WS-FS-ROTATIVO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FINROT: ROTATIVO.DAT NAO EXISTE - NENHUMA '
                       'CONTA A FECHAR.'
           ELSE
               PERFORM ABRE-ARQUIVOS
               PERFORM UNTIL WS-EOF-ROTATIVO
                   READ FD-ROTATIVO NEXT RECORD
                       AT END
                           SET WS-EOF-ROTATIVO TO TRUE
                       NOT AT END
                           IF NOT RC-ENCERRADA
                               ADD 1 TO WS-QTD-CONTAS
                               PERFORM TRATA-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ROTATIVO
               CLOSE FD-ROTMOV
               CLOSE FD-ROTFAT
               CLOSE FD-CONTRATO
               CLOSE FD-CADASTRO
               CLOSE FD-FATURA
           END-IF

           DISPLAY 'FINROT: ' WS-QTD-CONTAS ' CONTA(S) LIDA(S), '
                   WS-QTD-FATURAS ' FATURA(S) FECHADA(S).'
           DISPLAY 'FINROT: TOTAL FATURADO ' WS-VR-TOTAL-FATURADO
                   ' JUROS DO ROTATIVO ' WS-VR-TOTAL-JUROS
           DISPLAY 'FINROT: ' WS-QTD-BLOQUEADAS ' CONTA(S) '
                   'BLOQUEADA(S), ' WS-QTD-DESBLOQUEADAS
                   ' DESBLOQUEADA(S).'

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O FD-CONTRATO
           IF WS-FS-CONTRATO = '35'
               OPEN OUTPUT FD-CONTRATO
               CLOSE FD-CONTRATO
               OPEN I-O FD-CONTRATO
           END-IF

           OPEN I-O FD-ROTMOV
           IF WS-FS-ROTMOV = '35'
               OPEN OUTPUT FD-ROTMOV
               CLOSE FD-ROTMOV
               OPEN I-O FD-ROTMOV
           END-IF

           OPEN I-O FD-ROTFAT
           IF WS-FS-ROTFAT = '35'
               OPEN OUTPUT FD-ROTFAT
               CLOSE FD-ROTFAT
               OPEN I-O FD-ROTFAT
           END-IF

           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           OPEN OUTPUT FD-FATURA
           .

       TRATA-CONTA.
      *    Contrato fora da carteira ativa (prejuizo, cessao,
      *    renegociacao) bloqueia a conta de vez e nao fecha mais
      *    fatura: o saldo passa a ser tratado pelo fluxo do
      *    contrato.
           MOVE 'N' TO WS-CONTRATO-OK
           MOVE RC-NUM-CONTA TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   DISPLAY 'FINROT: CONTA ' RC-NUM-CONTA
                           ' SEM CONTRATO NO MESTRE - IGNORADA.'
               NOT INVALID KEY
                   SET WS-CONTRATO-LIDO TO TRUE
           END-READ

           IF WS-CONTRATO-LIDO
               IF NOT FD-CONTR-ATIVO
                   IF NOT RC-BLOQ-CONTRATO
                       MOVE 'B' TO RC-SITUACAO
                       MOVE 'E' TO RC-MOTIVO-BLOQUEIO
                       PERFORM CARIMBA-CONTA
                       REWRITE FD-ROTATIVO-REC
                       ADD 1 TO WS-QTD-BLOQUEADAS
                   END-IF
               ELSE
                   MOVE WS-DATA-HOJE(1:6) TO WS-DC-AAAAMM
                   MOVE RC-DIA-CORTE      TO WS-DC-DD
                   IF WS-DATA-HOJE NOT < WS-DATA-CORTE-NUM
                       AND RC-DATA-ULT-CORTE < WS-DATA-CORTE-NUM
                       PERFORM FECHA-FATURA
                   END-IF
                   PERFORM VERIFICA-BLOQUEIO
               END-IF
           END-IF
           .

       VERIFICA-BLOQUEIO.
      *    Fatura vencida em aberto bloqueia compras; paga a ultima
      *    vencida, a conta volta sozinha. Bloqueio manual do
      *    supervisor nao e mexido aqui.
           MOVE ZEROS TO WS-QTD-VENCIDAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF (FD-PARC-PENDENTE(WS-IND)
                   OR FD-PARC-ATRASADA(WS-IND))
                   AND FD-PARC-VENCTO(WS-IND) < WS-DATA-HOJE
                   ADD 1 TO WS-QTD-VENCIDAS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RC-ATIVA AND WS-QTD-VENCIDAS > ZEROS
                   MOVE 'B' TO RC-SITUACAO
                   MOVE 'I' TO RC-MOTIVO-BLOQUEIO
                   PERFORM CARIMBA-CONTA
                   REWRITE FD-ROTATIVO-REC
                   ADD 1 TO WS-QTD-BLOQUEADAS
               WHEN RC-BLOQUEADA AND RC-BLOQ-INADIMPLENCIA
                       AND WS-QTD-VENCIDAS = ZEROS
                   MOVE 'A'    TO RC-SITUACAO
                   MOVE SPACES TO RC-MOTIVO-BLOQUEIO
                   PERFORM CARIMBA-CONTA
                   REWRITE FD-ROTATIVO-REC
                   ADD 1 TO WS-QTD-DESBLOQUEADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FECHA-FATURA.
      *    Ciclo sem saldo financiado nem compra nao gera fatura:
      *    so o corte e registrado.
           IF RC-VR-FINANCIADO = ZEROS AND RC-VR-COMPRAS-CICLO = ZEROS
               MOVE WS-DATA-CORTE-NUM TO RC-DATA-ULT-CORTE
               PERFORM CARIMBA-CONTA
               REWRITE FD-ROTATIVO-REC
           ELSE
               IF FD-NUM-PARCELAS NOT < 420
                   DISPLAY 'FINROT: CONTA ' RC-NUM-CONTA
                           ' SEM POSICAO DE PARCELA NO CONTRATO - '
                           'FATURA NAO FECHADA.'
               ELSE
                   PERFORM CALCULA-FATURA
                   IF WS-VR-TOTAL > WS-VR-MAXIMO-PARCELA
                       DISPLAY 'FINROT: CONTA ' RC-NUM-CONTA
                               ' FATURA ACIMA DO TETO DA PARCELA - '
                               'NAO FECHADA.'
                   ELSE
                       PERFORM EMITE-FATURA
                       PERFORM GRAVA-FATURA
                   END-IF
               END-IF
           END-IF
           .

       CALCULA-FATURA.
      *    A fatura N e a parcela N do contrato companheiro. Paga a
      *    anterior, o que entrou e o valor da parcela (o FINRET
      *    ajusta a parcela para o valor pago quando o cliente paga
      *    entre o minimo e o total); em aberto, ela segue cobrada
      *    como parcela propria e so e lembrada na fatura nova.
           COMPUTE WS-NUM-FATURA = FD-NUM-PARCELAS + 1
           MOVE ZEROS TO WS-VR-PAGAMENTOS WS-VR-ANT-ABERTA
           IF FD-NUM-PARCELAS > ZEROS
               IF FD-PARC-PAGA(FD-NUM-PARCELAS)
                   MOVE FD-PARC-VALOR(FD-NUM-PARCELAS)
                       TO WS-VR-PAGAMENTOS
               ELSE
                   IF FD-PARC-PENDENTE(FD-NUM-PARCELAS)
                       OR FD-PARC-ATRASADA(FD-NUM-PARCELAS)
                       MOVE FD-PARC-VALOR(FD-NUM-PARCELAS)
                           TO WS-VR-ANT-ABERTA
                   END-IF
               END-IF
           END-IF
           MOVE RC-VR-FINANCIADO TO WS-VR-FINANCIADO
           COMPUTE WS-VR-SALDO-ANTERIOR =
               WS-VR-FINANCIADO + WS-VR-PAGAMENTOS
           COMPUTE WS-VR-JUROS ROUNDED =
               WS-VR-FINANCIADO * RC-TAXA-ROTATIVO / 100
           MOVE RC-VR-COMPRAS-CICLO TO WS-VR-COMPRAS
           COMPUTE WS-VR-TOTAL =
               WS-VR-FINANCIADO + WS-VR-JUROS + WS-VR-COMPRAS
           COMPUTE WS-VR-MINIMO ROUNDED =
               WS-VR-TOTAL * RC-PCT-MINIMO / 100
           IF WS-VR-MINIMO < WS-VR-MINIMO-PISO
               MOVE WS-VR-MINIMO-PISO TO WS-VR-MINIMO
           END-IF
           IF WS-VR-MINIMO > WS-VR-TOTAL
               MOVE WS-VR-TOTAL TO WS-VR-MINIMO
           END-IF
           COMPUTE WS-DATA-VENCTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE-NUM)
               + RC-DIAS-VENCTO)
           .

       EMITE-FATURA.
      *    Cabecalho e resumo; as compras do ciclo sao listadas (e
      *    carimbadas com o numero da fatura) na mesma passada em
      *    ROTMOV.DAT.
           PERFORM BUSCA-NOME-CLIENTE
           WRITE FD-FATURA-REG FROM WS-LINHA-TITULO
           MOVE WS-NOME-CLIENTE TO WS-LC-NOME
           WRITE FD-FATURA-REG FROM WS-LINHA-CLIENTE
           MOVE RC-NUM-CONTA      TO WS-LH-CONTA
           MOVE WS-NUM-FATURA     TO WS-LH-FATURA
           MOVE WS-DATA-CORTE-NUM TO WS-LH-CORTE
           MOVE WS-DATA-VENCTO    TO WS-LH-VENCTO
           WRITE FD-FATURA-REG FROM WS-LINHA-CABEC
           MOVE SPACES TO FD-FATURA-REG
           WRITE FD-FATURA-REG

           MOVE 'SALDO ANTERIOR' TO WS-LV-DESCRICAO
           MOVE WS-VR-SALDO-ANTERIOR TO WS-LV-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-VALOR
           MOVE '(-) PAGAMENTOS RECEBIDOS' TO WS-LV-DESCRICAO
           MOVE WS-VR-PAGAMENTOS TO WS-LV-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-VALOR
           MOVE 'SALDO FINANCIADO NO ROTATIVO' TO WS-LV-DESCRICAO
           MOVE WS-VR-FINANCIADO TO WS-LV-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-VALOR
           MOVE RC-TAXA-ROTATIVO TO WS-LJ-TAXA
           MOVE WS-VR-JUROS      TO WS-LJ-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-JUROS

           MOVE 'COMPRAS DO PERIODO:' TO FD-FATURA-REG
           WRITE FD-FATURA-REG
           PERFORM LISTA-COMPRAS-CICLO
           MOVE '(+) TOTAL DAS COMPRAS' TO WS-LV-DESCRICAO
           MOVE WS-VR-COMPRAS TO WS-LV-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-VALOR

           MOVE SPACES TO FD-FATURA-REG
           WRITE FD-FATURA-REG
           MOVE 'TOTAL DA FATURA' TO WS-LV-DESCRICAO
           MOVE WS-VR-TOTAL TO WS-LV-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-VALOR
           MOVE 'PAGAMENTO MINIMO' TO WS-LV-DESCRICAO
           MOVE WS-VR-MINIMO TO WS-LV-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-VALOR
           WRITE FD-FATURA-REG FROM WS-LINHA-AVISO-1
           WRITE FD-FATURA-REG FROM WS-LINHA-AVISO-2
           IF WS-VR-ANT-ABERTA > ZEROS
               MOVE WS-VR-ANT-ABERTA TO WS-LA-VALOR
               WRITE FD-FATURA-REG FROM WS-LINHA-ANTERIOR
           END-IF
           MOVE SPACES TO FD-FATURA-REG
           WRITE FD-FATURA-REG
           .

       LISTA-COMPRAS-CICLO.
      *    Compras ainda sem fatura (RM-NUM-FATURA zerado) entram
      *    nesta; o carimbo impede que saiam de novo na proxima.
           MOVE ZEROS TO WS-QTD-COMPRAS
           MOVE 'N' TO WS-FIM-MOV
           MOVE RC-NUM-CONTA TO RM-NUM-CONTA
           MOVE ZEROS        TO RM-SEQ
           START FD-ROTMOV KEY NOT < RM-CHAVE
               INVALID KEY
                   SET WS-EOF-MOV TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-MOV
               READ FD-ROTMOV NEXT RECORD
                   AT END
                       SET WS-EOF-MOV TO TRUE
                   NOT AT END
                       IF RM-NUM-CONTA NOT = RC-NUM-CONTA
                           SET WS-EOF-MOV TO TRUE
                       ELSE
                           IF RM-COMPRA AND RM-NUM-FATURA = ZEROS
                               MOVE RM-DATA      TO WS-LM-DATA
                               MOVE RM-DESCRICAO TO WS-LM-DESCRICAO
                               MOVE RM-VALOR     TO WS-LM-VALOR
                               WRITE FD-FATURA-REG
                                   FROM WS-LINHA-COMPRA
                               ADD 1 TO WS-QTD-COMPRAS
                               MOVE WS-NUM-FATURA TO RM-NUM-FATURA
                               REWRITE FD-ROTMOV-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-FATURA.
      *    Parcela nova no contrato companheiro, registro da
      *    fatura, juros no extrato da conta e na contabil, e a
      *    conta zerada para o ciclo seguinte.
           MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           MOVE WS-NUM-FATURA  TO FD-NUM-PARCELAS
           MOVE WS-VR-TOTAL    TO FD-PARC-VALOR(WS-NUM-FATURA)
           MOVE WS-DATA-VENCTO TO FD-PARC-VENCTO(WS-NUM-FATURA)
           MOVE 'P'            TO FD-PARC-STATUS(WS-NUM-FATURA)
           REWRITE FD-CONTRATO-REC
           PERFORM GRAVA-AUDIT-CONTRATO

           MOVE RC-NUM-CONTA         TO RF-NUM-CONTA
           MOVE WS-NUM-FATURA        TO RF-NUM-FATURA
           MOVE WS-DATA-CORTE-NUM    TO RF-DATA-CORTE
           MOVE WS-DATA-VENCTO       TO RF-DATA-VENCTO
           MOVE WS-VR-SALDO-ANTERIOR TO RF-VR-SALDO-ANTERIOR
           MOVE WS-VR-PAGAMENTOS     TO RF-VR-PAGAMENTOS
           MOVE WS-VR-COMPRAS        TO RF-VR-COMPRAS
           MOVE WS-QTD-COMPRAS       TO RF-QTD-COMPRAS
           MOVE WS-VR-JUROS          TO RF-VR-JUROS
           MOVE WS-VR-TOTAL          TO RF-VR-TOTAL
           MOVE WS-VR-MINIMO         TO RF-VR-MINIMO
           WRITE FD-ROTFAT-REC
               INVALID KEY
                   REWRITE FD-ROTFAT-REC
           END-WRITE

           IF WS-VR-JUROS > ZEROS
               ADD 1 TO RC-ULT-SEQ-MOV
               MOVE SPACES           TO FD-ROTMOV-REC
               MOVE RC-NUM-CONTA     TO RM-NUM-CONTA
               MOVE RC-ULT-SEQ-MOV   TO RM-SEQ
               SET RM-JUROS          TO TRUE
               MOVE WS-DATA-HOJE     TO RM-DATA
               MOVE WS-VR-JUROS      TO RM-VALOR
               MOVE 'JUROS DO ROTATIVO' TO RM-DESCRICAO
               MOVE WS-NUM-FATURA    TO RM-NUM-FATURA
               MOVE WS-JOB-NOME      TO RM-USUARIO
               WRITE FD-ROTMOV-REC
                   INVALID KEY
                       DISPLAY 'FINROT: CONTA ' RC-NUM-CONTA
                               ' ERRO AO GRAVAR MOVIMENTO DE JUROS.'
               END-WRITE
               SET MV-JUROS-ROTATIVO TO TRUE
               MOVE RC-NUM-CONTA TO MV-NUM-CONTRATO
               MOVE WS-VR-JUROS  TO MV-VALOR
               PERFORM GRAVA-MOVDIA
               ADD WS-VR-JUROS TO WS-VR-TOTAL-JUROS
           END-IF

           MOVE ZEROS             TO RC-VR-FINANCIADO
           MOVE ZEROS             TO RC-VR-COMPRAS-CICLO
           MOVE WS-NUM-FATURA     TO RC-QTD-FATURAS
           MOVE WS-VR-MINIMO      TO RC-VR-MINIMO-ULT
           MOVE WS-DATA-CORTE-NUM TO RC-DATA-ULT-CORTE
           PERFORM CARIMBA-CONTA
           REWRITE FD-ROTATIVO-REC

           ADD 1 TO WS-QTD-FATURAS
           ADD WS-VR-TOTAL TO WS-VR-TOTAL-FATURADO
           .

       BUSCA-NOME-CLIENTE.
           MOVE RC-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-NOME-CLIENTE
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-RAZAO-SOCIAL TO WS-NOME-CLIENTE
                   ELSE
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO WS-NOME-CLIENTE
                   END-IF
           END-READ
           .

       CARIMBA-CONTA.
           MOVE WS-JOB-NOME  TO RC-USUARIO
           MOVE WS-DATA-HOJE TO RC-DATA-MANUTENCAO
           .

       GRAVA-MOVDIA.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           MOVE WS-DATA-HOJE TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT) para o
      *    REWRITE feito por este programa.
           SET AF-PARM-ALTERACAO TO TRUE
           MOVE WS-JOB-NOME TO AF-PARM-USUARIO
           MOVE WS-JOB-NOME TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
      *    Jornal de atualizacao para o roll-forward do FINREST.
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'R' TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
      *    Mantem o arquivo de parcelas (FDPARC.DAT) em dia com o
      *    plano recem-gravado deste contrato.
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM FINROT.
