      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: APURACAO MENSAL DE HONORARIOS DAS ASSESSORIAS DE
      *          COBRANCA: percorre as transicoes do mes em
      *          PAGTOLOG.DAT - parcela paga ('G') de contrato que
      *          estava atribuido a uma assessoria na data do
      *          pagamento (ASSCTL.DAT) credita o honorario dela
      *          (percentual do ASSESSOR.DAT sobre o valor
      *          recuperado) e parcela ESTORNADA ('R') nas mesmas
      *          condicoes estorna o honorario - e imprime o
      *          demonstrativo por assessoria (FINASSH.PRT):
      *          recuperado, honorario, estorno e liquido do mes. O
      *          que a assessoria "informou" no retorno nao conta: so
      *          o pagamento que entrou pelos canais da casa.
      *          Competencia em FINASSH-COMPETENCIA (AAAAMM, padrao
      *          mes corrente), como no FINCOM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINASSH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ASSCTL         ASSIGN TO "ASSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               ALTERNATE RECORD KEY IS AX-COD-ASSESSORIA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ASSCTL.
           SELECT FD-ASSESSOR       ASSIGN TO "ASSESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-COD-ASSESSORIA
               FILE STATUS IS WS-FS-ASSESSOR.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-RELATORIO      ASSIGN TO "FINASSH.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ASSCTL.
       01  FD-ASSCTL-REC.
           COPY ASSCTLREC.

       FD  FD-ASSESSOR.
       01  FD-ASSESSOR-REC.
           COPY ASSESSREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(120).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-ASSCTL        PIC X(02) VALUE '00'.
           03 WS-FS-ASSESSOR      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY JUROSPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINASSH'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-FIM-PAGTOLOG         PIC X(01) VALUE 'N'.
             88 WS-EOF-PAGTOLOG             VALUE 'S'.
         01 WS-FIM-ASSCTL           PIC X(01).
             88 WS-EOF-ASSCTL               VALUE 'S'.

         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-DATA-HOJE.
           03 WS-HOJE-AAMM          PIC 9(06).
           03 WS-HOJE-DD            PIC 9(02).
         01 WS-DATA-TRANS.
           03 WS-DT-AAMM            PIC 9(06).
           03 WS-DT-DD              PIC 9(02).

         01 WS-COD-ASSESSORIA-PAGTO PIC 9(03).

      *  Acumuladores por assessoria, indexados pelo proprio codigo
      *  (ate 999), para uma unica passada no log.
         01 WS-TAB-ASSESSORIAS.
           03 WS-AS-ACUM OCCURS 999 TIMES.
               05 WS-AS-RECUPERADO    PIC 9(09)V99.
               05 WS-AS-HONORARIO     PIC 9(09)V99.
               05 WS-AS-ESTORNO       PIC 9(09)V99.
         01 WS-AS-IDX               PIC 9(04).

         01 WS-VR-LIQUIDO           PIC S9(09)V99.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(40)
                   VALUE 'HONORARIOS DE ASSESSORIAS - COMPETENCIA'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-TI-COMPETENCIA     PIC 9(06).

         01 WS-LINHA-ASSESSORIA.
           03 FILLER                PIC X(11) VALUE 'ASSESSORIA '.
           03 WS-LA-COD             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-NOME            PIC X(30).
           03 FILLER                PIC X(12) VALUE ' RECUPERADO '.
           03 WS-LA-RECUPERADO      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE ' HONOR '.
           03 WS-LA-HONORARIO       PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE ' ESTORNO '.
           03 WS-LA-ESTORNO         PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE ' LIQUIDO '.
           03 WS-LA-LIQUIDO         PIC ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINASSH-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               MOVE WS-HOJE-AAMM TO WS-COMPETENCIA
           END-IF

           INITIALIZE WS-TAB-ASSESSORIAS

           OPEN INPUT FD-ASSCTL
           IF WS-FS-ASSCTL NOT = '00'
      *        Sem o historico de atribuicao nao ha como ligar
      *        pagamento a assessoria; apura nada.
               DISPLAY 'FINASSH: ASSCTL.DAT INDISPONIVEL - SEM '
                       'APURACAO.'
               SET WS-EOF-PAGTOLOG TO TRUE
           END-IF
           OPEN INPUT FD-ASSESSOR
           IF WS-FS-ASSESSOR = '35'
               OPEN OUTPUT FD-ASSESSOR
               CLOSE FD-ASSESSOR
               OPEN INPUT FD-ASSESSOR
           END-IF

           PERFORM APURA-TRANSICOES-MES
           PERFORM IMPRIME-DEMONSTRATIVOS

           IF WS-FS-ASSCTL NOT = '35'
               CLOSE FD-ASSCTL
           END-IF
           CLOSE FD-ASSESSOR

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       APURA-TRANSICOES-MES.
           IF NOT WS-EOF-PAGTOLOG
               OPEN INPUT FD-PAGTOLOG
               MOVE WS-FS-PAGTOLOG TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                                    FS-MENSAGEM
               IF FS-ARQUIVO-NAO-EXISTE
                   DISPLAY 'PAGTOLOG.DAT NAO EXISTE - SEM MOVIMENTO.'
                   SET WS-EOF-PAGTOLOG TO TRUE
               END-IF
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
                           PERFORM APURA-UMA-TRANSICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           .

       APURA-UMA-TRANSICAO.
      *    Transicao -> assessoria que tinha o contrato na data ->
      *    honorario pelo percentual dela sobre o valor (JUROSCALC).
      *    'G' credita; 'R' (estorno da parcela) estorna o honorario.
           PERFORM LOCALIZA-ASSESSORIA-DA-DATA
           IF WS-COD-ASSESSORIA-PAGTO > ZEROS
               MOVE WS-COD-ASSESSORIA-PAGTO TO AS-COD-ASSESSORIA
               READ FD-ASSESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PL-VALOR         TO JC-BASE
                       MOVE AS-PCT-HONORARIO TO JC-TAXA
                       MOVE 1                TO JC-FATOR
                       CALL 'JUROSCALC' USING JC-BASE
                               JC-TAXA JC-FATOR
                               JC-RESULTADO JC-STATUS
                       MOVE WS-COD-ASSESSORIA-PAGTO TO WS-AS-IDX
                       IF PL-STATUS-NOVO = 'G'
                           ADD PL-VALOR TO
                               WS-AS-RECUPERADO(WS-AS-IDX)
                           ADD JC-RESULTADO TO
                               WS-AS-HONORARIO(WS-AS-IDX)
                       ELSE
                           ADD JC-RESULTADO TO
                               WS-AS-ESTORNO(WS-AS-IDX)
                       END-IF
               END-READ
           END-IF
           .

       LOCALIZA-ASSESSORIA-DA-DATA.
      *    Historico do contrato em ASSCTL.DAT (chave parcial): a
      *    atribuicao que cobre a data da transicao - do inicio ate
      *    a devolucao, inclusive (o contrato que se regulariza e
      *    devolvido na noite seguinte ao pagamento).
           MOVE ZEROS TO WS-COD-ASSESSORIA-PAGTO
           MOVE 'N'   TO WS-FIM-ASSCTL
           MOVE PL-NUM-CONTRATO TO AX-NUM-CONTRATO
           MOVE ZEROS           TO AX-DATA-INICIO
           START FD-ASSCTL KEY NOT < AX-CHAVE
               INVALID KEY
                   SET WS-EOF-ASSCTL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ASSCTL
               READ FD-ASSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-ASSCTL TO TRUE
                   NOT AT END
                       IF AX-NUM-CONTRATO NOT = PL-NUM-CONTRATO
                           SET WS-EOF-ASSCTL TO TRUE
                       ELSE
                           IF AX-DATA-INICIO NOT > PL-DATA-TRANSICAO
                               AND (AX-DATA-FIM = ZEROS OR
                                    AX-DATA-FIM NOT <
                                    PL-DATA-TRANSICAO)
                               MOVE AX-COD-ASSESSORIA
                                   TO WS-COD-ASSESSORIA-PAGTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       IMPRIME-DEMONSTRATIVOS.
           OPEN OUTPUT FD-RELATORIO
           MOVE WS-COMPETENCIA TO WS-TI-COMPETENCIA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > 999
               IF WS-AS-HONORARIO(WS-AS-IDX) > ZEROS
                   OR WS-AS-ESTORNO(WS-AS-IDX) > ZEROS
                   PERFORM IMPRIME-UMA-ASSESSORIA
               END-IF
           END-PERFORM
           CLOSE FD-RELATORIO
           .

       IMPRIME-UMA-ASSESSORIA.
           MOVE WS-AS-IDX TO WS-LA-COD AS-COD-ASSESSORIA
           READ FD-ASSESSOR
               INVALID KEY
                   MOVE 'ASSESSORIA NAO CADASTRADA' TO WS-LA-NOME
               NOT INVALID KEY
                   MOVE AS-NOME TO WS-LA-NOME
           END-READ
           MOVE WS-AS-RECUPERADO(WS-AS-IDX) TO WS-LA-RECUPERADO
           MOVE WS-AS-HONORARIO(WS-AS-IDX)  TO WS-LA-HONORARIO
           MOVE WS-AS-ESTORNO(WS-AS-IDX)    TO WS-LA-ESTORNO
           COMPUTE WS-VR-LIQUIDO =
               WS-AS-HONORARIO(WS-AS-IDX) - WS-AS-ESTORNO(WS-AS-IDX)
           MOVE WS-VR-LIQUIDO TO WS-LA-LIQUIDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ASSESSORIA
           .

       END PROGRAM FINASSH.
