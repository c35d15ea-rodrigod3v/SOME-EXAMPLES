      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: APURACAO MENSAL DAS FONTES DE RECURSOS (FUNDING) E
      *          RELATORIO POR FINANCIADOR: na primeira noite do mes
      *          reapura cada contrato alocado (ALOCFTE.DAT) contra a
      *          regra da sua fonte (FONTELEG) - saldo e pior atraso
      *          do dia, contrato liquidado sai sozinho ('L'), falha
      *          de credito sinaliza recompra ('R'), falha de regra
      *          sinaliza substituicao ('S') -, confere a concentracao
      *          por devedor de cada fonte (o que passa do limite,
      *          pelos contratos alocados por ultimo, pede
      *          substituicao) e soma o recebido no mes pelos
      *          contratos da fonte (PAGTOLOG.DAT, parcela paga
      *          menos estorno). Imprime FINFONTE.PRT, um bloco por
      *          fonte: carteira e saldo, recebido, atraso por faixa
      *          (em dia, 1-30, 31-60, 61-90, acima de 90), recompras
      *          e substituicoes sinalizadas, pendentes e efetivadas
      *          no mes, com a lista dos contratos. Competencia em
      *          FINFONTE-COMPETENCIA (AAAAMM, padrao mes anterior ao
      *          da data de movimento). Antes disso o relatorio do
      *          financiador era montado numa planilha sobre o FINEXP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINFONTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-FONTE          ASSIGN TO "FONTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-COD-FONTE
               FILE STATUS IS WS-FS-FONTE.
           SELECT FD-ALOCFTE        ASSIGN TO "ALOCFTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FA-CHAVE-FONTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALOCFTE.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-RELATORIO      ASSIGN TO "FINFONTE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-FONTE.
       01  FD-FONTE-REC.
           COPY FONTEREC.

       FD  FD-ALOCFTE.
       01  FD-ALOCFTE-REC.
           COPY ALOCFTEREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-FONTE         PIC X(02) VALUE '00'.
           03 WS-FS-ALOCFTE       PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY FONTELEGPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINFONTE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-MOVIMENTO.
           03 WS-MOV-AAAA           PIC 9(04).
           03 WS-MOV-MM             PIC 9(02).
           03 WS-MOV-DD             PIC 9(02).
         01 WS-COMPETENCIA.
           03 WS-COMP-AAAA          PIC 9(04).
           03 WS-COMP-MM            PIC 9(02).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-DATA-TRANS.
           03 WS-DT-AAMM            PIC 9(06).
           03 WS-DT-DD              PIC 9(02).
         01 WS-DATA-BAIXA.
           03 WS-DB-AAMM            PIC 9(06).
           03 WS-DB-DD              PIC 9(02).

         01 WS-FIM-ALOCFTE          PIC X(01) VALUE 'N'.
             88 WS-EOF-ALOCFTE              VALUE 'S'.
         01 WS-FIM-PAGTOLOG         PIC X(01) VALUE 'N'.
             88 WS-EOF-PAGTOLOG             VALUE 'S'.
         01 WS-FIM-FONTE            PIC X(01) VALUE 'N'.
             88 WS-EOF-FONTE                VALUE 'S'.

      *  Ultima fonte lida do mestre, para nao reler a cada contrato.
         01 WS-FONTE-CARREGADA      PIC 9(03) VALUE ZEROS.
         01 WS-FONTE-OK             PIC X(01) VALUE 'N'.
         01 WS-VR-LIMITE-DEVEDOR    PIC 9(12)V99.

      *  Quebra da concentracao: fonte + cliente corrente e o saldo
      *  acumulado do devedor na fonte.
         01 WS-CHAVE-ANTERIOR       PIC X(09) VALUE SPACES.
         01 WS-VR-EXPOSICAO         PIC 9(12)V99.

         01 WS-FT-IDX               PIC 9(03).
         01 WS-FX-IDX               PIC 9(01).

      *  Acumuladores por fonte, indexados pelo proprio codigo (ate
      *  999 fontes). Faixas de atraso: 1 em dia, 2 de 1 a 30 dias,
      *  3 de 31 a 60, 4 de 61 a 90, 5 acima de 90.
         01 WS-TAB-FONTES.
           03 WS-FT-ACUM OCCURS 999 TIMES.
               05 WS-FT-QTD             PIC 9(06).
               05 WS-FT-SALDO           PIC 9(12)V99.
               05 WS-FT-RECEBIDO        PIC S9(12)V99.
               05 WS-FT-FAIXA OCCURS 5 TIMES.
                   10 WS-FT-FX-QTD      PIC 9(06).
                   10 WS-FT-FX-SALDO    PIC 9(12)V99.
               05 WS-FT-REC-SINAL       PIC 9(05).
               05 WS-FT-REC-PEND        PIC 9(05).
               05 WS-FT-REC-PEND-SALDO  PIC 9(12)V99.
               05 WS-FT-REC-EFET        PIC 9(05).
               05 WS-FT-REC-EFET-VALOR  PIC 9(12)V99.
               05 WS-FT-SUB-SINAL       PIC 9(05).
               05 WS-FT-SUB-PEND        PIC 9(05).
               05 WS-FT-SUB-PEND-SALDO  PIC 9(12)V99.
               05 WS-FT-SUB-EFET        PIC 9(05).
               05 WS-FT-LIQUIDADOS      PIC 9(05).

         01 WS-QTD-APURADOS         PIC 9(07) VALUE ZEROS.
         01 WS-QTD-SINALIZADOS      PIC 9(07) VALUE ZEROS.
         01 WS-PCT-USO              PIC 9(05)V99.

         01 WS-TAB-NOMES-FAIXA.
           03 FILLER                PIC X(12) VALUE 'EM DIA      '.
           03 FILLER                PIC X(12) VALUE '01 A 30 DIAS'.
           03 FILLER                PIC X(12) VALUE '31 A 60 DIAS'.
           03 FILLER                PIC X(12) VALUE '61 A 90 DIAS'.
           03 FILLER                PIC X(12) VALUE 'ACIMA DE 90 '.
         01 WS-TAB-NOMES-FAIXA-RED REDEFINES WS-TAB-NOMES-FAIXA.
           03 WS-NOME-FAIXA OCCURS 5 TIMES PIC X(12).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(38)
                   VALUE 'FONTES DE RECURSOS - RELATORIO DO MES '.
           03 WS-TI-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(15) VALUE ' - APURADO EM '.
           03 WS-TI-DATA            PIC 9(08).

         01 WS-LINHA-FONTE.
           03 FILLER                PIC X(06) VALUE 'FONTE '.
           03 WS-LF-COD             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LF-NOME            PIC X(30).
           03 FILLER                PIC X(07) VALUE ' TIPO: '.
           03 WS-LF-TIPO            PIC X(16).
           03 FILLER                PIC X(06) VALUE ' SIT: '.
           03 WS-LF-SITUACAO        PIC X(01).

         01 WS-LINHA-LIMITE.
           03 FILLER                PIC X(12) VALUE '  LIMITE...:'.
           03 WS-LL-LIMITE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE ' UTILIZADO: '.
           03 WS-LL-UTILIZADO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE ' ('.
           03 WS-LL-PCT             PIC ZZZZ9,99.
           03 FILLER                PIC X(02) VALUE '%)'.

         01 WS-LINHA-CARTEIRA.
           03 FILLER                PIC X(12) VALUE '  CARTEIRA.:'.
           03 WS-LC-QTD             PIC ZZZZZ9.
           03 FILLER                PIC X(20)
                   VALUE ' CONTRATO(S)  SALDO '.
           03 WS-LC-SALDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-RECEBIDO.
           03 FILLER                PIC X(24)
                   VALUE '  RECEBIDO NO MES.......'.
           03 WS-LR-RECEBIDO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

         01 WS-LINHA-FAIXA.
           03 FILLER                PIC X(10) VALUE '  ATRASO  '.
           03 WS-LX-NOME            PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LX-QTD             PIC ZZZZZ9.
           03 FILLER                PIC X(20)
                   VALUE ' CONTRATO(S)  SALDO '.
           03 WS-LX-SALDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-SINAIS.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LS-TIPO            PIC X(14).
           03 FILLER                PIC X(12) VALUE ' SINALIZ.: '.
           03 WS-LS-SINAL           PIC ZZZZ9.
           03 FILLER                PIC X(12) VALUE '  PENDENTES '.
           03 WS-LS-PEND            PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LS-PEND-SALDO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE '  EFETIVAD. '.
           03 WS-LS-EFET            PIC ZZZZ9.

         01 WS-LINHA-RECOMPRADO.
           03 FILLER                PIC X(24)
                   VALUE '  RECOMPRADO NO MES.....'.
           03 WS-LV-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(26)
                   VALUE '  LIQUIDADOS NA APURACAO: '.
           03 WS-LV-LIQUIDADOS      PIC ZZZZ9.

         01 WS-LINHA-DETALHE.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-LD-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-SITUACAO        PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-MOTIVO          PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-SUBSTITUTO      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

      *    Roda na primeira noite do mes: o mes fechado e o anterior.
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINFONTE-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               IF WS-MOV-MM = 01
                   COMPUTE WS-COMP-AAAA = WS-MOV-AAAA - 1
                   MOVE 12 TO WS-COMP-MM
               ELSE
                   MOVE WS-MOV-AAAA TO WS-COMP-AAAA
                   COMPUTE WS-COMP-MM = WS-MOV-MM - 1
               END-IF
           END-IF

           INITIALIZE WS-TAB-FONTES

           OPEN INPUT FD-FONTE
           IF WS-FS-FONTE = '35'
               DISPLAY 'FINFONTE: FONTE.DAT NAO EXISTE - NENHUMA '
                       'FONTE CADASTRADA.'
           ELSE
               OPEN INPUT FD-CONTRATO
               MOVE WS-FS-CONTRATO TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                       FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINFONTE: ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O FD-ALOCFTE
                   IF WS-FS-ALOCFTE = '35'
                       OPEN OUTPUT FD-ALOCFTE
                       CLOSE FD-ALOCFTE
                       OPEN I-O FD-ALOCFTE
                   END-IF
                   PERFORM REAPURA-ALOCACOES
                   PERFORM CONFERE-CONCENTRACAO
                   PERFORM APURA-RECEBIDO-MES
                   PERFORM IMPRIME-RELATORIO
                   CLOSE FD-ALOCFTE
                   CLOSE FD-CONTRATO
               END-IF
               CLOSE FD-FONTE
           END-IF

           DISPLAY 'FINFONTE: ' WS-QTD-APURADOS ' ALOCACAO(OES) '
                   'REAPURADA(S), ' WS-QTD-SINALIZADOS
                   ' SINALIZADA(S) PARA RECOMPRA/SUBSTITUICAO.'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       REAPURA-ALOCACOES.
           MOVE 'N' TO WS-FIM-ALOCFTE
           MOVE ZEROS TO FA-NUM-CONTRATO
           START FD-ALOCFTE KEY NOT < FA-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-ALOCFTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ALOCFTE
               READ FD-ALOCFTE NEXT RECORD
                   AT END
                       SET WS-EOF-ALOCFTE TO TRUE
                   NOT AT END
                       MOVE FA-COD-FONTE TO WS-FT-IDX
                       EVALUATE TRUE
                           WHEN FA-COD-FONTE = ZEROS
                               CONTINUE
                           WHEN FA-NA-FONTE
                               PERFORM REAPURA-UMA-ALOCACAO
                           WHEN FA-BAIXADO
                               PERFORM CONTA-BAIXA-MES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       REAPURA-UMA-ALOCACAO.
           PERFORM CARREGA-FONTE
           MOVE FA-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
      *            Contrato sumido do mestre nao pode seguir como
      *            lastro da fonte.
                   SET FL-CONTRATO-INELEGIVEL TO TRUE
                   SET FL-FALHA-RECOMPRA TO TRUE
                   MOVE 'CONTRATO NAO ENCONTRADO' TO FL-MOTIVO
                   MOVE ZEROS TO FL-VR-SALDO FL-PIOR-ATRASO
               NOT INVALID KEY
                   IF WS-FONTE-OK = 'S'
                       MOVE WS-DATA-MOVIMENTO TO FL-DATA-BASE
                       CALL 'FONTELEG' USING FD-FONTE-REC
                               FD-CONTRATO-REC FL-DATA-BASE
                               FL-ELEGIVEL FL-TIPO-FALHA FL-MOTIVO
                               FL-VR-SALDO FL-PIOR-ATRASO
                   ELSE
                       SET FL-CONTRATO-ELEGIVEL TO TRUE
                       MOVE FA-VR-SALDO-ATUAL TO FL-VR-SALDO
                       MOVE FA-PIOR-ATRASO    TO FL-PIOR-ATRASO
                   END-IF
           END-READ

           MOVE FL-VR-SALDO       TO FA-VR-SALDO-ATUAL
           MOVE FL-PIOR-ATRASO    TO FA-PIOR-ATRASO
           MOVE WS-DATA-MOVIMENTO TO FA-DATA-APURACAO

      *    Liquidado sai da fonte em qualquer situacao; o contrato
      *    ja sinalizado mantem o primeiro sinal ate a baixa.
           IF FL-CONTRATO-INELEGIVEL
               IF FL-FALHA-LIQUIDADO
                   MOVE 'L'               TO FA-SITUACAO
                   MOVE WS-DATA-MOVIMENTO TO FA-DATA-BAIXA
                   MOVE FL-MOTIVO         TO FA-MOTIVO
                   ADD 1 TO WS-FT-LIQUIDADOS(WS-FT-IDX)
               ELSE
                   IF FA-ALOCADO
                       PERFORM SINALIZA-ALOCACAO
                   END-IF
               END-IF
           END-IF

           REWRITE FD-ALOCFTE-REC
           ADD 1 TO WS-QTD-APURADOS

           IF FA-NA-FONTE
               PERFORM ACUMULA-CARTEIRA
           END-IF
           .

       SINALIZA-ALOCACAO.
           MOVE FL-TIPO-FALHA     TO FA-SITUACAO
           MOVE FL-MOTIVO         TO FA-MOTIVO
           MOVE WS-DATA-MOVIMENTO TO FA-DATA-SINAL
           IF FA-RECOMPRA-PENDENTE
               ADD 1 TO WS-FT-REC-SINAL(WS-FT-IDX)
           ELSE
               ADD 1 TO WS-FT-SUB-SINAL(WS-FT-IDX)
           END-IF
           ADD 1 TO WS-QTD-SINALIZADOS
           .

       ACUMULA-CARTEIRA.
           ADD 1 TO WS-FT-QTD(WS-FT-IDX)
           ADD FA-VR-SALDO-ATUAL TO WS-FT-SALDO(WS-FT-IDX)
           EVALUATE TRUE
               WHEN FA-PIOR-ATRASO = ZEROS
                   MOVE 1 TO WS-FX-IDX
               WHEN FA-PIOR-ATRASO NOT > 30
                   MOVE 2 TO WS-FX-IDX
               WHEN FA-PIOR-ATRASO NOT > 60
                   MOVE 3 TO WS-FX-IDX
               WHEN FA-PIOR-ATRASO NOT > 90
                   MOVE 4 TO WS-FX-IDX
               WHEN OTHER
                   MOVE 5 TO WS-FX-IDX
           END-EVALUATE
           ADD 1 TO WS-FT-FX-QTD(WS-FT-IDX WS-FX-IDX)
           ADD FA-VR-SALDO-ATUAL
               TO WS-FT-FX-SALDO(WS-FT-IDX WS-FX-IDX)
           IF FA-RECOMPRA-PENDENTE
               ADD 1 TO WS-FT-REC-PEND(WS-FT-IDX)
               ADD FA-VR-SALDO-ATUAL
                   TO WS-FT-REC-PEND-SALDO(WS-FT-IDX)
           END-IF
           IF FA-SUBSTITUICAO-PENDENTE
               ADD 1 TO WS-FT-SUB-PEND(WS-FT-IDX)
               ADD FA-VR-SALDO-ATUAL
                   TO WS-FT-SUB-PEND-SALDO(WS-FT-IDX)
           END-IF
           .

       CONTA-BAIXA-MES.
      *    Baixa feita no FONTMNT dentro da competencia: recompra
      *    (valor devolvido ao financiador) ou substituicao.
           MOVE FA-DATA-BAIXA TO WS-DATA-BAIXA
           IF WS-DB-AAMM = WS-COMPETENCIA
               IF FA-CONTRATO-SUBSTITUTO > ZEROS
                   ADD 1 TO WS-FT-SUB-EFET(WS-FT-IDX)
               ELSE
                   ADD 1 TO WS-FT-REC-EFET(WS-FT-IDX)
                   ADD FA-VR-RECOMPRA
                       TO WS-FT-REC-EFET-VALOR(WS-FT-IDX)
               END-IF
           END-IF
           .

       CARREGA-FONTE.
           IF FA-COD-FONTE NOT = WS-FONTE-CARREGADA
               MOVE FA-COD-FONTE TO FE-COD-FONTE
                                    WS-FONTE-CARREGADA
               READ FD-FONTE
                   INVALID KEY
                       MOVE 'N' TO WS-FONTE-OK
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FONTE-OK
               END-READ
           END-IF
           .

       CONFERE-CONCENTRACAO.
      *    Segunda passada pela chave fonte + cliente: o saldo do
      *    devedor na fonte acumula na ordem de alocacao, e o
      *    contrato alocado que leva o acumulado alem do limite do
      *    devedor pede substituicao - os mais antigos ficam.
           MOVE 'N' TO WS-FIM-ALOCFTE
           MOVE ZEROS TO FA-COD-FONTE FA-COD-CLIENTE
           START FD-ALOCFTE KEY NOT < FA-CHAVE-FONTE
               INVALID KEY
                   SET WS-EOF-ALOCFTE TO TRUE
           END-START
           MOVE SPACES TO WS-CHAVE-ANTERIOR
           PERFORM UNTIL WS-EOF-ALOCFTE
               READ FD-ALOCFTE NEXT RECORD
                   AT END
                       SET WS-EOF-ALOCFTE TO TRUE
                   NOT AT END
                       IF FA-NA-FONTE AND FA-COD-FONTE > ZEROS
                           PERFORM CONFERE-DEVEDOR
                       END-IF
               END-READ
           END-PERFORM
           .

       CONFERE-DEVEDOR.
           IF FA-CHAVE-FONTE NOT = WS-CHAVE-ANTERIOR
               MOVE FA-CHAVE-FONTE TO WS-CHAVE-ANTERIOR
               MOVE ZEROS TO WS-VR-EXPOSICAO
           END-IF
           ADD FA-VR-SALDO-ATUAL TO WS-VR-EXPOSICAO

           PERFORM CARREGA-FONTE
           IF WS-FONTE-OK = 'S' AND FE-PCT-CONC-DEVEDOR > ZEROS
                   AND FA-ALOCADO
               COMPUTE WS-VR-LIMITE-DEVEDOR ROUNDED =
                   FE-VR-LIMITE * FE-PCT-CONC-DEVEDOR / 100
               IF WS-VR-EXPOSICAO > WS-VR-LIMITE-DEVEDOR
                   MOVE FA-COD-FONTE TO WS-FT-IDX
                   SET FL-FALHA-SUBSTITUICAO TO TRUE
                   MOVE 'CONCENTRACAO POR DEVEDOR' TO FL-MOTIVO
                   PERFORM SINALIZA-ALOCACAO
                   REWRITE FD-ALOCFTE-REC
      *            Ja contado na carteira como alocado: passa a
      *            contar tambem como substituicao pendente.
                   ADD 1 TO WS-FT-SUB-PEND(WS-FT-IDX)
                   ADD FA-VR-SALDO-ATUAL
                       TO WS-FT-SUB-PEND-SALDO(WS-FT-IDX)
               END-IF
           END-IF
           .

       APURA-RECEBIDO-MES.
      *    Parcela paga na competencia de contrato que estava na
      *    fonte na data do pagamento; o estorno devolve.
           OPEN INPUT FD-PAGTOLOG
           MOVE WS-FS-PAGTOLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'PAGTOLOG.DAT NAO EXISTE - SEM RECEBIMENTOS.'
               SET WS-EOF-PAGTOLOG TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-PAGTOLOG
               READ FD-PAGTOLOG
                   AT END
                       SET WS-EOF-PAGTOLOG TO TRUE
                   NOT AT END
                       MOVE PL-DATA-TRANSICAO TO WS-DATA-TRANS
                       IF WS-DT-AAMM = WS-COMPETENCIA
                           AND (PL-STATUS-NOVO = 'G' OR
                                PL-STATUS-NOVO = 'R')
                           AND PL-VALOR IS NUMERIC
                           AND PL-VALOR > ZEROS
                           AND PL-NUM-CONTRATO IS NUMERIC
                           AND PL-NUM-CONTRATO > ZEROS
                           PERFORM SOMA-RECEBIDO-FONTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           .

       SOMA-RECEBIDO-FONTE.
           MOVE PL-NUM-CONTRATO TO FA-NUM-CONTRATO
           READ FD-ALOCFTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FA-COD-FONTE > ZEROS
                       AND FA-DATA-ALOCACAO NOT > PL-DATA-TRANSICAO
                       AND (FA-NA-FONTE
                            OR FA-DATA-BAIXA > PL-DATA-TRANSICAO)
                       MOVE FA-COD-FONTE TO WS-FT-IDX
                       IF PL-STATUS-NOVO = 'G'
                           ADD PL-VALOR TO WS-FT-RECEBIDO(WS-FT-IDX)
                       ELSE
                           SUBTRACT PL-VALOR
                               FROM WS-FT-RECEBIDO(WS-FT-IDX)
                       END-IF
                   END-IF
           END-READ
           .

       IMPRIME-RELATORIO.
           OPEN OUTPUT FD-RELATORIO
           MOVE WS-COMPETENCIA    TO WS-TI-COMPETENCIA
           MOVE WS-DATA-MOVIMENTO TO WS-TI-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

           MOVE 'N' TO WS-FIM-FONTE
           MOVE ZEROS TO FE-COD-FONTE
           START FD-FONTE KEY NOT < FE-COD-FONTE
               INVALID KEY
                   SET WS-EOF-FONTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-FONTE
               READ FD-FONTE NEXT RECORD
                   AT END
                       SET WS-EOF-FONTE TO TRUE
                   NOT AT END
                       IF FE-COD-FONTE > ZEROS
                           PERFORM IMPRIME-UMA-FONTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RELATORIO
           .

       IMPRIME-UMA-FONTE.
           MOVE FE-COD-FONTE TO WS-FT-IDX
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO

           MOVE FE-COD-FONTE TO WS-LF-COD
           MOVE FE-NOME      TO WS-LF-NOME
           IF FE-FIDC
               MOVE 'FIDC'           TO WS-LF-TIPO
           ELSE
               MOVE 'LINHA BANCARIA' TO WS-LF-TIPO
           END-IF
           MOVE FE-SITUACAO  TO WS-LF-SITUACAO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-FONTE

           MOVE FE-VR-LIMITE              TO WS-LL-LIMITE
           MOVE WS-FT-SALDO(WS-FT-IDX)    TO WS-LL-UTILIZADO
           MOVE ZEROS TO WS-PCT-USO
           IF FE-VR-LIMITE > ZEROS
               COMPUTE WS-PCT-USO ROUNDED =
                   WS-FT-SALDO(WS-FT-IDX) * 100 / FE-VR-LIMITE
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PCT-USO
               END-COMPUTE
           END-IF
           MOVE WS-PCT-USO TO WS-LL-PCT
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-LIMITE

           MOVE WS-FT-QTD(WS-FT-IDX)      TO WS-LC-QTD
           MOVE WS-FT-SALDO(WS-FT-IDX)    TO WS-LC-SALDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CARTEIRA

           MOVE WS-FT-RECEBIDO(WS-FT-IDX) TO WS-LR-RECEBIDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-RECEBIDO

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
               MOVE WS-NOME-FAIXA(WS-FX-IDX) TO WS-LX-NOME
               MOVE WS-FT-FX-QTD(WS-FT-IDX WS-FX-IDX)   TO WS-LX-QTD
               MOVE WS-FT-FX-SALDO(WS-FT-IDX WS-FX-IDX) TO WS-LX-SALDO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-FAIXA
           END-PERFORM

           MOVE 'RECOMPRAS'               TO WS-LS-TIPO
           MOVE WS-FT-REC-SINAL(WS-FT-IDX) TO WS-LS-SINAL
           MOVE WS-FT-REC-PEND(WS-FT-IDX)  TO WS-LS-PEND
           MOVE WS-FT-REC-PEND-SALDO(WS-FT-IDX) TO WS-LS-PEND-SALDO
           MOVE WS-FT-REC-EFET(WS-FT-IDX)  TO WS-LS-EFET
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-SINAIS

           MOVE 'SUBSTITUICOES'           TO WS-LS-TIPO
           MOVE WS-FT-SUB-SINAL(WS-FT-IDX) TO WS-LS-SINAL
           MOVE WS-FT-SUB-PEND(WS-FT-IDX)  TO WS-LS-PEND
           MOVE WS-FT-SUB-PEND-SALDO(WS-FT-IDX) TO WS-LS-PEND-SALDO
           MOVE WS-FT-SUB-EFET(WS-FT-IDX)  TO WS-LS-EFET
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-SINAIS

           MOVE WS-FT-REC-EFET-VALOR(WS-FT-IDX) TO WS-LV-VALOR
           MOVE WS-FT-LIQUIDADOS(WS-FT-IDX)     TO WS-LV-LIQUIDADOS
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-RECOMPRADO

           PERFORM LISTA-DETALHE-FONTE
           .

       LISTA-DETALHE-FONTE.
      *    Contratos com recompra/substituicao pendente e os baixados
      *    na competencia, pela chave fonte + cliente.
           MOVE 'N' TO WS-FIM-ALOCFTE
           MOVE FE-COD-FONTE TO FA-COD-FONTE
           MOVE ZEROS        TO FA-COD-CLIENTE
           START FD-ALOCFTE KEY NOT < FA-CHAVE-FONTE
               INVALID KEY
                   SET WS-EOF-ALOCFTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ALOCFTE
               READ FD-ALOCFTE NEXT RECORD
                   AT END
                       SET WS-EOF-ALOCFTE TO TRUE
                   NOT AT END
                       IF FA-COD-FONTE NOT = FE-COD-FONTE
                           SET WS-EOF-ALOCFTE TO TRUE
                       ELSE
                           PERFORM IMPRIME-DETALHE
                       END-IF
               END-READ
           END-PERFORM
           .

       IMPRIME-DETALHE.
           MOVE FA-DATA-BAIXA TO WS-DATA-BAIXA
           MOVE SPACES TO WS-LD-SUBSTITUTO
           EVALUATE TRUE
               WHEN FA-RECOMPRA-PENDENTE
                   MOVE 'RECOMPRA PEN' TO WS-LD-SITUACAO
                   MOVE FA-DATA-SINAL     TO WS-LD-DATA
                   MOVE FA-VR-SALDO-ATUAL TO WS-LD-VALOR
               WHEN FA-SUBSTITUICAO-PENDENTE
                   MOVE 'SUBSTIT. PEN' TO WS-LD-SITUACAO
                   MOVE FA-DATA-SINAL     TO WS-LD-DATA
                   MOVE FA-VR-SALDO-ATUAL TO WS-LD-VALOR
               WHEN FA-BAIXADO AND WS-DB-AAMM = WS-COMPETENCIA
                   MOVE FA-DATA-BAIXA     TO WS-LD-DATA
                   IF FA-CONTRATO-SUBSTITUTO > ZEROS
                       MOVE 'SUBSTITUIDO ' TO WS-LD-SITUACAO
                       MOVE FA-VR-SALDO-ATUAL TO WS-LD-VALOR
                       MOVE FA-CONTRATO-SUBSTITUTO
                           TO WS-LD-SUBSTITUTO
                   ELSE
                       MOVE 'RECOMPRADO  ' TO WS-LD-SITUACAO
                       MOVE FA-VR-RECOMPRA    TO WS-LD-VALOR
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-LD-SITUACAO
           END-EVALUATE
           IF WS-LD-SITUACAO NOT = SPACES
               MOVE FA-NUM-CONTRATO TO WS-LD-CONTRATO
               MOVE FA-MOTIVO       TO WS-LD-MOTIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-DETALHE
           END-IF
           .

       END PROGRAM FINFONTE.
