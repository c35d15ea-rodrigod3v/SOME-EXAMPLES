      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONCILIACAO DO DEPOSITO DO CAIXA: segue o dinheiro
      *          da gaveta depois do fechamento. Cada fechamento do
      *          CAIXA deixa em DEPCAIXA.DAT o deposito feito
      *          (comprovante, banco, data e valor) e o saldo que
      *          passou para o proximo fechamento do operador; aqui
      *          o deposito e casado com o credito de deposito em
      *          dinheiro do extrato (EXTRBCO.DAT, tipo 'D') - pelo
      *          numero do comprovante e, sem ele, pelo valor exato
      *          no mesmo banco. Sai pelo escritor compartilhado
      *          (RPTWRT, geracao datada DEPCAIXA) o que nao fecha:
      *          deposito com valor diferente do extrato, credito de
      *          deposito sem fechamento, deposito que nao apareceu
      *          no extrato e dinheiro fechado e nao depositado,
      *          vencidos os dias uteis de prazo (FERIADO.DAT e fim
      *          de semana) da variavel de ambiente FINDEPC-DIAS
      *          (padrao 2 dias uteis). Roda pelo JOBNOTURNO e se
      *          carimba em RUNCTL como os demais passos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDEPC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EXTRBCO        ASSIGN TO "EXTRBCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRBCO.
           SELECT FD-DEPCAIXA       ASSIGN TO "DEPCAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-CHAVE
               FILE STATUS IS WS-FS-DEPCAIXA.
           SELECT FD-FERIADO        ASSIGN TO "FERIADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DATA-FERIADO
               FILE STATUS IS WS-FS-FERIADO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-EXTRBCO.
       01  FD-EXTRBCO-REC.
           COPY EXTRBCOREC.

       FD  FD-DEPCAIXA.
       01  FD-DEPCAIXA-REC.
           COPY DEPCAIXAREC.

       FD  FD-FERIADO.
       01  FD-FERIADO-REC.
           COPY FERIADOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-EXTRBCO       PIC X(02) VALUE '00'.
           03 WS-FS-DEPCAIXA      PIC X(02) VALUE '00'.
           03 WS-FS-FERIADO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINDEPC'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-FERIADO-OK           PIC X(01) VALUE 'N'.
             88 WS-FERIADO-ABERTO           VALUE 'S'.
         01 WS-FIM-EXTRBCO          PIC X(01) VALUE 'N'.
             88 WS-EOF-EXTRBCO              VALUE 'S'.
         01 WS-FIM-DEPCAIXA         PIC X(01).
             88 WS-EOF-DEPCAIXA             VALUE 'S'.

      *  Prazo em dias uteis: deposito que nao chegou ao extrato e
      *  dinheiro que nao foi depositado ate la entram na lista.
         01 WS-PRAZO.
           03 WS-DIAS-PRAZO         PIC 9(03) VALUE 002.
           03 WS-ENV-DIAS           PIC X(03).
         01 WS-DATA-BASE            PIC 9(08).
         01 WS-DATA-LIMITE          PIC 9(08).
         01 WS-DIAS-LIMITE          PIC 9(08).
         01 WS-DIA-SEMANA           PIC 9(01).
             88 WS-E-FIM-DE-SEMANA          VALUE 0, 6.
         01 WS-DIAS-CONTADOS        PIC 9(03).
         01 WS-E-DIA-UTIL           PIC X(01).
             88 WS-DIA-E-UTIL               VALUE 'S'.

      *  Casamento do credito do extrato: primeiro pelo comprovante
      *  ('D'), depois pelo valor no mesmo banco ('V'). Deposito ja
      *  conciliado hoje pelo mesmo credito (reexecucao com o mesmo
      *  extrato) nao conta de novo.
         01 WS-CASAMENTO.
           03 WS-CS-MODO            PIC X(01).
               88 WS-CS-POR-DOCUMENTO         VALUE 'D'.
               88 WS-CS-POR-VALOR             VALUE 'V'.
           03 WS-CS-RESULTADO       PIC X(01).
               88 WS-CS-NAO-ACHADO            VALUE 'N'.
               88 WS-CS-ACHADO                VALUE 'S'.
               88 WS-CS-JA-CONCILIADO         VALUE 'J'.
           03 WS-CS-FIM             PIC X(01).
               88 WS-FIM-CASAMENTO            VALUE 'S'.

         01 WS-TOTAIS.
           03 WS-QTD-CREDITOS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CONCILIADOS    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-DIVERGENTES    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SEM-FECHAMENTO PIC 9(06) VALUE ZEROS.
           03 WS-QTD-REPETIDOS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-NAO-NO-EXTRATO PIC 9(06) VALUE ZEROS.
           03 WS-QTD-NAO-DEPOSITADO PIC 9(06) VALUE ZEROS.
           03 WS-VR-NAO-DEPOSITADO  PIC 9(09)V99 VALUE ZEROS.

         01 WS-LINHA-DEPOSITO.
           03 WS-LD-OCORRENCIA      PIC X(28).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-OPERADOR        PIC X(08).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LD-DATA-FECH       PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' COMP '.
           03 WS-LD-NUM-DEPOSITO    PIC X(10).
           03 FILLER                PIC X(05) VALUE ' BCO '.
           03 WS-LD-BANCO           PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-DATA            PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' ESP '.
           03 WS-LD-ESPERADO        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE ' EXTR '.
           03 WS-LD-EXTRATO         PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           MOVE SPACES TO WS-ENV-DIAS
           ACCEPT WS-ENV-DIAS FROM ENVIRONMENT 'FINDEPC-DIAS'
           IF WS-ENV-DIAS IS NUMERIC
               MOVE WS-ENV-DIAS TO WS-DIAS-PRAZO
           END-IF

           OPEN INPUT FD-FERIADO
           IF WS-FS-FERIADO = '35'
               OPEN OUTPUT FD-FERIADO
               CLOSE FD-FERIADO
               OPEN INPUT FD-FERIADO
           END-IF
           IF WS-FS-FERIADO = '00'
               SET WS-FERIADO-ABERTO TO TRUE
           END-IF

           OPEN I-O FD-DEPCAIXA
           IF WS-FS-DEPCAIXA = '35'
               OPEN OUTPUT FD-DEPCAIXA
               CLOSE FD-DEPCAIXA
               OPEN I-O FD-DEPCAIXA
           END-IF
           MOVE WS-FS-DEPCAIXA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINDEPC: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-RELATORIO
               PERFORM CONCILIA-EXTRATO
               PERFORM APURA-PENDENCIAS
               PERFORM FECHA-RELATORIO
               CLOSE FD-DEPCAIXA
           END-IF
           IF WS-FERIADO-ABERTO
               CLOSE FD-FERIADO
           END-IF

           DISPLAY 'FINDEPC: ' WS-QTD-CREDITOS ' CREDITO(S) DE '
                   'DEPOSITO NO EXTRATO, ' WS-QTD-CONCILIADOS
                   ' CONCILIADO(S), ' WS-QTD-DIVERGENTES
                   ' COM VALOR DIFERENTE, ' WS-QTD-SEM-FECHAMENTO
                   ' SEM FECHAMENTO DE CAIXA.'
           IF WS-QTD-NAO-NO-EXTRATO > ZEROS
               OR WS-QTD-NAO-DEPOSITADO > ZEROS
               DISPLAY 'FINDEPC: ' WS-QTD-NAO-NO-EXTRATO
                       ' DEPOSITO(S) FORA DO EXTRATO E '
                       WS-QTD-NAO-DEPOSITADO ' FECHAMENTO(S) COM '
                       'DINHEIRO NAO DEPOSITADO (' WS-VR-NAO-DEPOSITADO
                       ') HA MAIS DE ' WS-DIAS-PRAZO ' DIA(S) UTEIS'
                       ' - VEJA A GERACAO DEPCAIXA.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'DEPCAIXA' TO RW-RELATORIO
           MOVE 'CONCILIACAO DE DEPOSITO DO CAIXA' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-DEPOSITO.
           MOVE WS-LINHA-DEPOSITO TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       CONCILIA-EXTRATO.
      *    So o credito de deposito em dinheiro (tipo 'D'); credito
      *    de cobranca e do FINCONCB.
           OPEN INPUT FD-EXTRBCO
           MOVE WS-FS-EXTRBCO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FINDEPC: EXTRBCO.DAT NAO EXISTE - SO OS '
                       'PRAZOS SERAO CONFERIDOS.'
           ELSE
               PERFORM UNTIL WS-EOF-EXTRBCO
                   READ FD-EXTRBCO
                       AT END
                           SET WS-EOF-EXTRBCO TO TRUE
                       NOT AT END
                           IF EB-DEPOSITO-DINHEIRO
                               AND EB-COD-BANCO IS NUMERIC
                               AND EB-VALOR IS NUMERIC
                               AND EB-VALOR > ZEROS
                               ADD 1 TO WS-QTD-CREDITOS
                               PERFORM CASA-CREDITO-DEPOSITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-EXTRBCO
           END-IF
           .

       CASA-CREDITO-DEPOSITO.
           SET WS-CS-NAO-ACHADO TO TRUE
           IF EB-NUM-DOCUMENTO NOT = SPACES
               SET WS-CS-POR-DOCUMENTO TO TRUE
               PERFORM PROCURA-DEPOSITO
           END-IF
           IF WS-CS-NAO-ACHADO
               SET WS-CS-POR-VALOR TO TRUE
               PERFORM PROCURA-DEPOSITO
           END-IF
           EVALUATE TRUE
               WHEN WS-CS-ACHADO
                   PERFORM CONCILIA-DEPOSITO
               WHEN WS-CS-JA-CONCILIADO
                   ADD 1 TO WS-QTD-REPETIDOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-FECHAMENTO
                   MOVE 'CREDITO SEM FECHAMENTO CAIXA'
                       TO WS-LD-OCORRENCIA
                   MOVE SPACES           TO WS-LD-OPERADOR
                   MOVE ZEROS            TO WS-LD-DATA-FECH
                                            WS-LD-ESPERADO
                   MOVE EB-NUM-DOCUMENTO TO WS-LD-NUM-DEPOSITO
                   MOVE EB-COD-BANCO     TO WS-LD-BANCO
                   MOVE EB-DATA          TO WS-LD-DATA
                   MOVE EB-VALOR         TO WS-LD-EXTRATO
                   PERFORM GRAVA-LINHA-DEPOSITO
           END-EVALUATE
           .

       PROCURA-DEPOSITO.
      *    O registro achado fica no buffer para o REWRITE.
           MOVE 'N'         TO WS-CS-FIM
           MOVE LOW-VALUES  TO DX-CHAVE
           START FD-DEPCAIXA KEY NOT < DX-CHAVE
               INVALID KEY
                   SET WS-FIM-CASAMENTO TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-CASAMENTO
               READ FD-DEPCAIXA NEXT RECORD
                   AT END
                       SET WS-FIM-CASAMENTO TO TRUE
                   NOT AT END
                       PERFORM CONFERE-CANDIDATO-DEPOSITO
               END-READ
           END-PERFORM
           .

       CONFERE-CANDIDATO-DEPOSITO.
           IF DX-COD-BANCO = EB-COD-BANCO
               AND ((WS-CS-POR-DOCUMENTO
                     AND DX-NUM-DEPOSITO = EB-NUM-DOCUMENTO)
                 OR (WS-CS-POR-VALOR
                     AND DX-VALOR-DEPOSITADO = EB-VALOR))
               EVALUATE TRUE
                   WHEN DX-AGUARDA-EXTRATO
                       SET WS-CS-ACHADO        TO TRUE
                       SET WS-FIM-CASAMENTO    TO TRUE
                   WHEN (DX-CONCILIADO OR DX-DIVERGENTE)
                       AND DX-DATA-CONCILIACAO = WS-DATA-MOVIMENTO
                       AND DX-VALOR-EXTRATO = EB-VALOR
                       SET WS-CS-JA-CONCILIADO TO TRUE
                       SET WS-FIM-CASAMENTO    TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       CONCILIA-DEPOSITO.
           MOVE EB-DATA           TO DX-DATA-EXTRATO
           MOVE EB-VALOR          TO DX-VALOR-EXTRATO
           MOVE WS-DATA-MOVIMENTO TO DX-DATA-CONCILIACAO
           IF EB-VALOR = DX-VALOR-DEPOSITADO
               SET DX-CONCILIADO TO TRUE
               ADD 1 TO WS-QTD-CONCILIADOS
           ELSE
               SET DX-DIVERGENTE TO TRUE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 'DEPOSITO COM VALOR DIFERENTE' TO WS-LD-OCORRENCIA
               PERFORM MONTA-LINHA-FECHAMENTO
               MOVE DX-VALOR-DEPOSITADO TO WS-LD-ESPERADO
               MOVE EB-VALOR            TO WS-LD-EXTRATO
               PERFORM GRAVA-LINHA-DEPOSITO
           END-IF
           REWRITE FD-DEPCAIXA-REC
           .

       APURA-PENDENCIAS.
      *    Deposito informado que o extrato nao trouxe ate o prazo,
      *    e saldo que ficou sem depositar no ultimo fechamento do
      *    operador (o saldo levado a um fechamento seguinte e
      *    cobrado la), contado do dinheiro mais antigo nele.
           MOVE 'N'        TO WS-FIM-DEPCAIXA
           MOVE LOW-VALUES TO DX-CHAVE
           START FD-DEPCAIXA KEY NOT < DX-CHAVE
               INVALID KEY
                   SET WS-EOF-DEPCAIXA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-DEPCAIXA
               READ FD-DEPCAIXA NEXT RECORD
                   AT END
                       SET WS-EOF-DEPCAIXA TO TRUE
                   NOT AT END
                       IF DX-AGUARDA-EXTRATO
                           PERFORM CONFERE-DEPOSITO-NO-PRAZO
                       END-IF
                       IF DX-SALDO-TRANSPORTADO > ZEROS
                           AND NOT DX-SALDO-NO-PROXIMO
                           PERFORM CONFERE-SALDO-NO-PRAZO
                       END-IF
               END-READ
           END-PERFORM
           .

       CONFERE-DEPOSITO-NO-PRAZO.
           MOVE DX-DATA-DEPOSITO TO WS-DATA-BASE
           PERFORM CALCULA-DATA-LIMITE
           IF WS-DATA-MOVIMENTO > WS-DATA-LIMITE
               ADD 1 TO WS-QTD-NAO-NO-EXTRATO
               MOVE 'DEPOSITO FORA DO EXTRATO' TO WS-LD-OCORRENCIA
               PERFORM MONTA-LINHA-FECHAMENTO
               MOVE DX-VALOR-DEPOSITADO TO WS-LD-ESPERADO
               MOVE ZEROS               TO WS-LD-EXTRATO
               PERFORM GRAVA-LINHA-DEPOSITO
           END-IF
           .

       CONFERE-SALDO-NO-PRAZO.
           IF DX-SALDO-ANTERIOR > ZEROS
               AND DX-VALOR-DEPOSITADO < DX-SALDO-ANTERIOR
               AND DX-DATA-ORIGEM-SALDO > ZEROS
               MOVE DX-DATA-ORIGEM-SALDO TO WS-DATA-BASE
           ELSE
               MOVE DX-DATA-FECHAMENTO   TO WS-DATA-BASE
           END-IF
           PERFORM CALCULA-DATA-LIMITE
           IF WS-DATA-MOVIMENTO > WS-DATA-LIMITE
               ADD 1 TO WS-QTD-NAO-DEPOSITADO
               ADD DX-SALDO-TRANSPORTADO TO WS-VR-NAO-DEPOSITADO
               MOVE 'DINHEIRO NAO DEPOSITADO' TO WS-LD-OCORRENCIA
               PERFORM MONTA-LINHA-FECHAMENTO
               MOVE WS-DATA-BASE          TO WS-LD-DATA
               MOVE DX-SALDO-TRANSPORTADO TO WS-LD-ESPERADO
               MOVE ZEROS                 TO WS-LD-EXTRATO
               PERFORM GRAVA-LINHA-DEPOSITO
           END-IF
           .

       CALCULA-DATA-LIMITE.
      *    Anda WS-DIAS-PRAZO dias uteis a partir da data base,
      *    pulando sabado, domingo e feriado de FERIADO.DAT. Data
      *    base invalida vence no proprio dia.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE) NOT = ZERO
               MOVE WS-DATA-BASE TO WS-DATA-LIMITE
           ELSE
               COMPUTE WS-DIAS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
               MOVE ZEROS TO WS-DIAS-CONTADOS
               PERFORM UNTIL WS-DIAS-CONTADOS NOT < WS-DIAS-PRAZO
                   PERFORM AVANCA-DIA-UTIL
                   ADD 1 TO WS-DIAS-CONTADOS
               END-PERFORM
               COMPUTE WS-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)
           END-IF
           .

       AVANCA-DIA-UTIL.
      *    Mesma regra do AVANCA-DIA-UTIL do DATAMOV: anda um dia e
      *    repete enquanto cair em fim de semana ou feriado.
           PERFORM WITH TEST AFTER UNTIL WS-DIA-E-UTIL
               ADD 1 TO WS-DIAS-LIMITE
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-LIMITE, 7)
               MOVE 'S' TO WS-E-DIA-UTIL
               IF WS-E-FIM-DE-SEMANA
                   MOVE 'N' TO WS-E-DIA-UTIL
               ELSE
                   IF WS-FERIADO-ABERTO
                       COMPUTE FD-DATA-FERIADO =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)
                       READ FD-FERIADO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-E-DIA-UTIL
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           .

       MONTA-LINHA-FECHAMENTO.
           MOVE DX-OPERADOR        TO WS-LD-OPERADOR
           MOVE DX-DATA-FECHAMENTO TO WS-LD-DATA-FECH
           MOVE DX-NUM-DEPOSITO    TO WS-LD-NUM-DEPOSITO
           MOVE DX-COD-BANCO       TO WS-LD-BANCO
           MOVE DX-DATA-DEPOSITO   TO WS-LD-DATA
           .

       END PROGRAM FINDEPC.
