      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: EXTRATO DE REPASSE AOS LOJISTAS PARCEIROS: roda no
      *          JOBNOTURNO logo depois do FINAN2 e fecha o ciclo das
      *          vendas importadas pelo FINLOJI (LOJVENDA.DAT, 'E' =
      *          enviada no lote). Primeiro marca rejeitada a venda
      *          cujo detalhe voltou no FINREJ.DAT, com o motivo do
      *          lote noturno; depois casa cada venda ainda enviada
      *          com o contrato que o FINAN2 gravou para o mesmo
      *          cliente, valor e prazo a partir do dia da importacao
      *          (um contrato so serve a uma venda). Por fim emite,
      *          para cada lojista com movimento novo, o extrato
      *          LOJEXT<cccc>.PRT: vendas aceitas com o contrato, o
      *          desconto ou comissao do acordo e o liquido que
      *          devemos ao lojista; vendas rejeitadas com o motivo;
      *          e quantas ainda aguardam o lote. Venda que saiu num
      *          extrato recebe a data e nao sai de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINLOJE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOJISTA        ASSIGN TO "LOJISTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-COD-LOJISTA
               FILE STATUS IS WS-FS-LOJISTA.
           SELECT FD-LOJVENDA       ASSIGN TO "LOJVENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-NUM-REFERENCIA
               ALTERNATE RECORD KEY IS VN-CHAVE-VENDA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VN-NUM-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-LOJVENDA.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-REJEITO        ASSIGN TO "FINREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITO.
           SELECT FD-EXTRATO        ASSIGN TO DYNAMIC WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LOJISTA.
       01  FD-LOJISTA-REC.
           COPY LOJISTAREC.

       FD  FD-LOJVENDA.
       01  FD-LOJVENDA-REC.
           COPY LOJVENDREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

      *  Rejeito do lote noturno no layout do FINAN2: o detalhe
      *  original do FINLOTE.DAT mais o motivo.
       FD  FD-REJEITO.
       01  FD-REJEITO-REC.
           COPY LOTETRAN.
           03 RJ-MOTIVO-REJ          PIC 9(02).

       FD  FD-EXTRATO.
       01  FD-EXTRATO-REG           PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-LOJISTA       PIC X(02) VALUE '00'.
           03 WS-FS-LOJVENDA      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-REJEITO       PIC X(02) VALUE '00'.
           03 WS-FS-EXTRATO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINLOJE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-NOME-EXTRATO         PIC X(20) VALUE SPACES.

         01 WS-FIM-LOJISTA          PIC X(01).
             88 WS-EOF-LOJISTA              VALUE 'S'.
         01 WS-FIM-LOJVENDA         PIC X(01).
             88 WS-EOF-LOJVENDA             VALUE 'S'.
         01 WS-FIM-CONTRATO         PIC X(01).
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-REJEITO          PIC X(01).
             88 WS-EOF-REJEITO              VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01) VALUE 'N'.
             88 WS-CONTRATO-ABERTO          VALUE 'S'.
         01 WS-EXTRATO-OK           PIC X(01).
             88 WS-EXTRATO-ABERTO           VALUE 'S'.
         01 WS-CONTRATO-LIVRE       PIC X(01).
             88 WS-CONTRATO-NAO-USADO       VALUE 'S'.
         01 WS-ACHOU-CONTRATO       PIC X(01).
             88 WS-CONTRATO-ACHADO          VALUE 'S'.

      *  Vendas ainda enviadas, guardadas antes do casamento com os
      *  contratos (a leitura do mestre por cliente e a consulta
      *  do contrato ja usado tiram o LOJVENDA.DAT de posicao).
         01 WS-TAB-PENDENTES.
           03 WS-PEND-REF           PIC 9(08) OCCURS 5000 TIMES.
         01 WS-QTD-PENDENTES        PIC 9(04).
         01 WS-PEND-IDX             PIC 9(04).
         01 WS-VENDA-GUARDA         PIC X(139).

      *  Motivos de rejeito do lote noturno (FD-REJEITO do FINAN2).
         01 WS-TAB-MOTIVOS-LOTE.
           03 FILLER PIC X(30) VALUE 'CLIENTE INEXISTENTE/INATIVO'.
           03 FILLER PIC X(30) VALUE 'PRAZO FORA DO LIMITE DO OBJETO'.
           03 FILLER PIC X(30) VALUE 'DATA DO 1O VENCIMENTO INVALIDA'.
           03 FILLER PIC X(30) VALUE 'LIMITE DE EXPOSICAO DO CLIENTE'.
           03 FILLER PIC X(30) VALUE 'TAXA DIVERGE DA TABELA'.
           03 FILLER PIC X(30) VALUE 'BUREAU COM RESTRICAO/VENCIDO'.
           03 FILLER PIC X(30) VALUE 'PRODUTO INEXISTENTE/INATIVO'.
           03 FILLER PIC X(30) VALUE 'CET ACIMA DO TETO DO PRODUTO'.
           03 FILLER PIC X(30) VALUE 'RENDA INSUFICIENTE/COMPROVANTE'.
         01 WS-TAB-MOTIVOS-R REDEFINES WS-TAB-MOTIVOS-LOTE.
           03 WS-MOTIVO-LOTE        PIC X(30) OCCURS 9 TIMES.

         01 WS-QTD-REJ-LOTE         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-ACEITAS          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EXTRATOS         PIC 9(04) VALUE ZEROS.

         01 WS-TOTAIS-LOJISTA.
           03 WS-TL-QTD-ACEITAS     PIC 9(06).
           03 WS-TL-VR-VENDAS       PIC 9(09)V99.
           03 WS-TL-VR-ACORDO       PIC 9(09)V99.
           03 WS-TL-VR-LIQUIDO      PIC 9(09)V99.
           03 WS-TL-QTD-REJEITADAS  PIC 9(06).
           03 WS-TL-VR-REJEITADAS   PIC 9(09)V99.
           03 WS-TL-QTD-AGUARDANDO  PIC 9(06).

         01 WS-EXT-TITULO.
           03 FILLER                PIC X(30) VALUE
                                    'EXTRATO DE REPASSE - LOJISTA '.
           03 WS-ET-LOJISTA         PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ET-NOME            PIC X(30).
           03 FILLER                PIC X(15) VALUE SPACES.

         01 WS-EXT-SUBTITULO.
           03 FILLER                PIC X(05) VALUE 'CNPJ '.
           03 WS-ES-CNPJ            PIC 9(14).
           03 FILLER                PIC X(07) VALUE '  DATA '.
           03 WS-ES-DATA            PIC 9(08).
           03 FILLER                PIC X(10) VALUE '  ACORDO: '.
           03 WS-ES-ACORDO          PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ES-PCT             PIC Z9,99.
           03 FILLER                PIC X(01) VALUE '%'.
           03 FILLER                PIC X(20) VALUE SPACES.

         01 WS-EXT-CAB-ACEITAS.
           03 FILLER                PIC X(40) VALUE
              'CUPOM      CPF         CONTRATO   VALOR '.
           03 FILLER                PIC X(40) VALUE
              'VENDA  DESC/COMISSAO      LIQUIDO'.

         01 WS-EXT-ACEITA.
           03 WS-EA-CUPOM           PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EA-CPF             PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EA-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EA-ACORDO          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EA-LIQUIDO         PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-EXT-TOTAL.
           03 FILLER                PIC X(06) VALUE 'TOTAL '.
           03 WS-EO-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(19) VALUE ' CONTRATO(S)'.
           03 WS-EO-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EO-ACORDO          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EO-LIQUIDO         PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-EXT-A-PAGAR.
           03 FILLER                PIC X(38) VALUE
              'VALOR LIQUIDO A REPASSAR AO LOJISTA: '.
           03 WS-EP-LIQUIDO         PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-EXT-CAB-REJEITADAS.
           03 FILLER                PIC X(40) VALUE
              'CUPOM      CPF               VALOR ORIG '.
           03 FILLER                PIC X(40) VALUE
              'MOT DESCRICAO'.

         01 WS-EXT-REJEITADA.
           03 WS-ER-CUPOM           PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ER-CPF             PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ER-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ER-ORIGEM          PIC X(04).
           03 WS-ER-MOTIVO          PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ER-DESCRICAO       PIC X(30).

         01 WS-EXT-REJ-TOTAL.
           03 FILLER                PIC X(06) VALUE 'TOTAL '.
           03 WS-EJ-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(12) VALUE ' REJEITADA(S'.
           03 FILLER                PIC X(02) VALUE ') '.
           03 WS-EJ-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-EXT-AGUARDANDO.
           03 FILLER                PIC X(34) VALUE
              'VENDAS AGUARDANDO O LOTE NOTURNO: '.
           03 WS-EG-QTD             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           OPEN I-O FD-LOJVENDA
           IF WS-FS-LOJVENDA = '35'
               OPEN OUTPUT FD-LOJVENDA
               CLOSE FD-LOJVENDA
               OPEN I-O FD-LOJVENDA
           END-IF
           OPEN INPUT FD-LOJISTA
           IF WS-FS-LOJISTA = '35'
               OPEN OUTPUT FD-LOJISTA
               CLOSE FD-LOJISTA
               OPEN INPUT FD-LOJISTA
           END-IF
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO = '00'
               SET WS-CONTRATO-ABERTO TO TRUE
           ELSE
               DISPLAY 'FINLOJE: FDCONTR.DAT INDISPONIVEL - VENDAS '
                       'SEGUEM AGUARDANDO.'
           END-IF

           PERFORM APLICA-REJEITOS-LOTE
           IF WS-CONTRATO-ABERTO
               PERFORM CASA-VENDAS-CONTRATOS
               CLOSE FD-CONTRATO
           END-IF
           PERFORM EMITE-EXTRATOS

           CLOSE FD-LOJISTA
           CLOSE FD-LOJVENDA

           DISPLAY 'FINLOJE: ' WS-QTD-ACEITAS ' VENDA(S) ACEITA(S), '
                   WS-QTD-REJ-LOTE ' REJEITADA(S) NO LOTE, '
                   WS-QTD-EXTRATOS ' EXTRATO(S) EMITIDO(S).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       APLICA-REJEITOS-LOTE.
      *    O FINREJ.DAT do FINAN2 tem o detalhe original; so conta
      *    o que for venda de loja ainda enviada, do mesmo cliente e
      *    valor - rejeito de lote digitado na agencia nao e nosso.
           OPEN INPUT FD-REJEITO
           IF WS-FS-REJEITO = '00'
               MOVE 'N' TO WS-FIM-REJEITO
               PERFORM UNTIL WS-EOF-REJEITO
                   READ FD-REJEITO
                       AT END
                           SET WS-EOF-REJEITO TO TRUE
                       NOT AT END
                           IF LT-REG-DETALHE
                               AND LT-NUM-CONTRATO IS NUMERIC
                               PERFORM APLICA-UM-REJEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-REJEITO
           END-IF
           .

       APLICA-UM-REJEITO.
           MOVE LT-NUM-CONTRATO TO VN-NUM-REFERENCIA
           READ FD-LOJVENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VN-ENVIADA
                       AND VN-COD-CLIENTE = LT-COD-CLIENTE
                       AND VN-VALOR = LT-VALOR
                       MOVE 'R' TO VN-SITUACAO
                       MOVE 'F' TO VN-ORIGEM-REJ
                       MOVE ZEROS TO VN-MOTIVO-REJ
                       IF RJ-MOTIVO-REJ IS NUMERIC
                           MOVE RJ-MOTIVO-REJ TO VN-MOTIVO-REJ
                       END-IF
                       IF VN-MOTIVO-REJ > ZEROS
                           AND VN-MOTIVO-REJ < 10
                           MOVE WS-MOTIVO-LOTE(VN-MOTIVO-REJ)
                               TO VN-DESCR-MOTIVO
                       ELSE
                           MOVE 'REJEITADA NO LOTE NOTURNO'
                               TO VN-DESCR-MOTIVO
                       END-IF
                       REWRITE FD-LOJVENDA-REC
                       ADD 1 TO WS-QTD-REJ-LOTE
                   END-IF
           END-READ
           .

       CASA-VENDAS-CONTRATOS.
      *    Guarda as referencias ainda enviadas e depois procura o
      *    contrato de cada uma; o que nao couber na tabela fica
      *    para a proxima noite.
           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE ZEROS TO VN-NUM-REFERENCIA
           MOVE 'N' TO WS-FIM-LOJVENDA
           START FD-LOJVENDA KEY NOT < VN-NUM-REFERENCIA
               INVALID KEY
                   SET WS-EOF-LOJVENDA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LOJVENDA
               READ FD-LOJVENDA NEXT RECORD
                   AT END
                       SET WS-EOF-LOJVENDA TO TRUE
                   NOT AT END
                       IF VN-ENVIADA
                           IF WS-QTD-PENDENTES < 5000
                               ADD 1 TO WS-QTD-PENDENTES
                               MOVE VN-NUM-REFERENCIA
                                   TO WS-PEND-REF(WS-QTD-PENDENTES)
                           ELSE
                               SET WS-EOF-LOJVENDA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-QTD-PENDENTES
               MOVE WS-PEND-REF(WS-PEND-IDX) TO VN-NUM-REFERENCIA
               READ FD-LOJVENDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PROCURA-CONTRATO-VENDA
               END-READ
           END-PERFORM
           .

       PROCURA-CONTRATO-VENDA.
      *    Contrato do mesmo cliente, gravado a partir do dia da
      *    importacao, com o valor e o prazo da venda, originado
      *    direto (nao renegociacao) e ainda sem venda atribuida.
           MOVE FD-LOJVENDA-REC TO WS-VENDA-GUARDA
           MOVE 'N' TO WS-ACHOU-CONTRATO WS-FIM-CONTRATO
           MOVE VN-COD-CLIENTE TO FD-COD-CLIENTE
           START FD-CONTRATO KEY = FD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-CONTRATO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CONTRATO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CONTRATO TO TRUE
                   NOT AT END
                       MOVE WS-VENDA-GUARDA TO FD-LOJVENDA-REC
                       IF FD-COD-CLIENTE NOT = VN-COD-CLIENTE
                           SET WS-EOF-CONTRATO TO TRUE
                       ELSE
                           IF FD-DATA-CONTRATACAO
                                   NOT < VN-DATA-IMPORTACAO
                               AND FD-VALOR = VN-VALOR
                               AND FD-NUM-PARCELAS = VN-NUM-PARCELAS
                               AND FD-CONTRATO-ANTERIOR = ZEROS
                               PERFORM VERIFICA-CONTRATO-LIVRE
                               IF WS-CONTRATO-NAO-USADO
                                   SET WS-CONTRATO-ACHADO TO TRUE
                                   SET WS-EOF-CONTRATO TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-VENDA-GUARDA TO FD-LOJVENDA-REC
           IF WS-CONTRATO-ACHADO
               MOVE 'A'             TO VN-SITUACAO
               MOVE FD-NUM-CONTRATO TO VN-NUM-CONTRATO
               REWRITE FD-LOJVENDA-REC
               ADD 1 TO WS-QTD-ACEITAS
           END-IF
           .

       VERIFICA-CONTRATO-LIVRE.
           MOVE 'S' TO WS-CONTRATO-LIVRE
           MOVE FD-NUM-CONTRATO TO VN-NUM-CONTRATO
           READ FD-LOJVENDA KEY IS VN-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-CONTRATO-LIVRE
           END-READ
           MOVE WS-VENDA-GUARDA TO FD-LOJVENDA-REC
           .

       EMITE-EXTRATOS.
           MOVE ZEROS TO LJ-COD-LOJISTA
           MOVE 'N' TO WS-FIM-LOJISTA
           START FD-LOJISTA KEY NOT < LJ-COD-LOJISTA
               INVALID KEY
                   SET WS-EOF-LOJISTA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LOJISTA
               READ FD-LOJISTA NEXT RECORD
                   AT END
                       SET WS-EOF-LOJISTA TO TRUE
                   NOT AT END
                       PERFORM EMITE-EXTRATO-LOJISTA
               END-READ
           END-PERFORM
           .

       EMITE-EXTRATO-LOJISTA.
      *    Tres varridas das vendas do lojista pela chave lojista +
      *    cupom: aceitas, rejeitadas e as que ainda aguardam. O
      *    arquivo do extrato so e aberto se houver venda nova.
           MOVE 'N' TO WS-EXTRATO-OK
           INITIALIZE WS-TOTAIS-LOJISTA

           PERFORM POSICIONA-VENDAS-LOJISTA
           PERFORM UNTIL WS-EOF-LOJVENDA
               READ FD-LOJVENDA NEXT RECORD
                   AT END
                       SET WS-EOF-LOJVENDA TO TRUE
                   NOT AT END
                       IF VN-COD-LOJISTA NOT = LJ-COD-LOJISTA
                           SET WS-EOF-LOJVENDA TO TRUE
                       ELSE
                           IF VN-ACEITA AND VN-DATA-EXTRATO = ZEROS
                               PERFORM LISTA-VENDA-ACEITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TL-QTD-ACEITAS > ZEROS
               MOVE WS-TL-QTD-ACEITAS TO WS-EO-QTD
               MOVE WS-TL-VR-VENDAS   TO WS-EO-VALOR
               MOVE WS-TL-VR-ACORDO   TO WS-EO-ACORDO
               MOVE WS-TL-VR-LIQUIDO  TO WS-EO-LIQUIDO
               WRITE FD-EXTRATO-REG FROM WS-EXT-TOTAL
           END-IF

           PERFORM POSICIONA-VENDAS-LOJISTA
           PERFORM UNTIL WS-EOF-LOJVENDA
               READ FD-LOJVENDA NEXT RECORD
                   AT END
                       SET WS-EOF-LOJVENDA TO TRUE
                   NOT AT END
                       IF VN-COD-LOJISTA NOT = LJ-COD-LOJISTA
                           SET WS-EOF-LOJVENDA TO TRUE
                       ELSE
                           IF VN-REJEITADA AND VN-DATA-EXTRATO = ZEROS
                               PERFORM LISTA-VENDA-REJEITADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TL-QTD-REJEITADAS > ZEROS
               MOVE WS-TL-QTD-REJEITADAS TO WS-EJ-QTD
               MOVE WS-TL-VR-REJEITADAS  TO WS-EJ-VALOR
               WRITE FD-EXTRATO-REG FROM WS-EXT-REJ-TOTAL
           END-IF

           PERFORM POSICIONA-VENDAS-LOJISTA
           PERFORM UNTIL WS-EOF-LOJVENDA
               READ FD-LOJVENDA NEXT RECORD
                   AT END
                       SET WS-EOF-LOJVENDA TO TRUE
                   NOT AT END
                       IF VN-COD-LOJISTA NOT = LJ-COD-LOJISTA
                           SET WS-EOF-LOJVENDA TO TRUE
                       ELSE
                           IF VN-ENVIADA
                               ADD 1 TO WS-TL-QTD-AGUARDANDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EXTRATO-ABERTO
               MOVE SPACES TO FD-EXTRATO-REG
               WRITE FD-EXTRATO-REG
               MOVE WS-TL-VR-LIQUIDO TO WS-EP-LIQUIDO
               WRITE FD-EXTRATO-REG FROM WS-EXT-A-PAGAR
               IF WS-TL-QTD-AGUARDANDO > ZEROS
                   MOVE WS-TL-QTD-AGUARDANDO TO WS-EG-QTD
                   WRITE FD-EXTRATO-REG FROM WS-EXT-AGUARDANDO
               END-IF
               CLOSE FD-EXTRATO
               ADD 1 TO WS-QTD-EXTRATOS
           END-IF
           .

       POSICIONA-VENDAS-LOJISTA.
           MOVE 'N' TO WS-FIM-LOJVENDA
           MOVE LJ-COD-LOJISTA TO VN-COD-LOJISTA
           MOVE LOW-VALUES     TO VN-REF-VENDA
           START FD-LOJVENDA KEY NOT < VN-CHAVE-VENDA
               INVALID KEY
                   SET WS-EOF-LOJVENDA TO TRUE
           END-START
           .

       ABRE-EXTRATO-LOJISTA.
           MOVE SPACES TO WS-NOME-EXTRATO
           STRING 'LOJEXT'          DELIMITED BY SIZE
                  LJ-COD-LOJISTA    DELIMITED BY SIZE
                  '.PRT'            DELIMITED BY SIZE
                  INTO WS-NOME-EXTRATO
           OPEN OUTPUT FD-EXTRATO
           SET WS-EXTRATO-ABERTO TO TRUE
           MOVE LJ-COD-LOJISTA    TO WS-ET-LOJISTA
           MOVE LJ-NOME           TO WS-ET-NOME
           WRITE FD-EXTRATO-REG FROM WS-EXT-TITULO
           MOVE LJ-CNPJ           TO WS-ES-CNPJ
           MOVE WS-DATA-MOVIMENTO TO WS-ES-DATA
           IF LJ-ACORDO-COMISSAO
               MOVE 'COMISSAO' TO WS-ES-ACORDO
           ELSE
               MOVE 'DESCONTO' TO WS-ES-ACORDO
           END-IF
           MOVE LJ-PCT-ACORDO     TO WS-ES-PCT
           WRITE FD-EXTRATO-REG FROM WS-EXT-SUBTITULO
           MOVE ALL '-' TO FD-EXTRATO-REG
           WRITE FD-EXTRATO-REG
           .

       LISTA-VENDA-ACEITA.
           IF NOT WS-EXTRATO-ABERTO
               PERFORM ABRE-EXTRATO-LOJISTA
           END-IF
           IF WS-TL-QTD-ACEITAS = ZEROS
               MOVE 'VENDAS ACEITAS (CONTRATO GRAVADO)'
                   TO FD-EXTRATO-REG
               WRITE FD-EXTRATO-REG
               WRITE FD-EXTRATO-REG FROM WS-EXT-CAB-ACEITAS
           END-IF
           MOVE VN-REF-VENDA    TO WS-EA-CUPOM
           MOVE VN-CPF          TO WS-EA-CPF
           MOVE VN-NUM-CONTRATO TO WS-EA-CONTRATO
           MOVE VN-VALOR        TO WS-EA-VALOR
           MOVE VN-VR-ACORDO    TO WS-EA-ACORDO
           MOVE VN-VR-LIQUIDO   TO WS-EA-LIQUIDO
           WRITE FD-EXTRATO-REG FROM WS-EXT-ACEITA
           ADD 1             TO WS-TL-QTD-ACEITAS
           ADD VN-VALOR      TO WS-TL-VR-VENDAS
           ADD VN-VR-ACORDO  TO WS-TL-VR-ACORDO
           ADD VN-VR-LIQUIDO TO WS-TL-VR-LIQUIDO
           MOVE WS-DATA-MOVIMENTO TO VN-DATA-EXTRATO
           REWRITE FD-LOJVENDA-REC
           .

       LISTA-VENDA-REJEITADA.
      *    Origem IMP = criticada na importacao (FINLOJI); LOT =
      *    rejeitada no lote noturno (FINAN2).
           IF NOT WS-EXTRATO-ABERTO
               PERFORM ABRE-EXTRATO-LOJISTA
           END-IF
           IF WS-TL-QTD-REJEITADAS = ZEROS
               MOVE SPACES TO FD-EXTRATO-REG
               WRITE FD-EXTRATO-REG
               MOVE 'VENDAS REJEITADAS (NAO GERAM REPASSE)'
                   TO FD-EXTRATO-REG
               WRITE FD-EXTRATO-REG
               WRITE FD-EXTRATO-REG FROM WS-EXT-CAB-REJEITADAS
           END-IF
           MOVE VN-REF-VENDA    TO WS-ER-CUPOM
           MOVE VN-CPF          TO WS-ER-CPF
           MOVE VN-VALOR        TO WS-ER-VALOR
           IF VN-REJ-LOTE
               MOVE 'LOT ' TO WS-ER-ORIGEM
           ELSE
               MOVE 'IMP ' TO WS-ER-ORIGEM
           END-IF
           MOVE VN-MOTIVO-REJ   TO WS-ER-MOTIVO
           MOVE VN-DESCR-MOTIVO TO WS-ER-DESCRICAO
           WRITE FD-EXTRATO-REG FROM WS-EXT-REJEITADA
           ADD 1        TO WS-TL-QTD-REJEITADAS
           ADD VN-VALOR TO WS-TL-VR-REJEITADAS
           MOVE WS-DATA-MOVIMENTO TO VN-DATA-EXTRATO
           REWRITE FD-LOJVENDA-REC
           .

       END PROGRAM FINLOJE.
