      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ORDENS JUDICIAIS ATIVAS - RELATORIO MENSAL PARA O
      *          JURIDICO: lista pelo escritor compartilhado (RPTWRT,
      *          geracao datada ORDJATIV) toda ordem ainda nao
      *          levantada do ORDJUD.DAT, com cliente, contrato
      *          alcancado, vara, comarca, processo, vigencia e
      *          alcance, e quantas vezes no mes anterior as rotinas
      *          deixaram de agir por causa dela (ORDJLOG.DAT,
      *          gravado pelo ORDJCHK). Aponta a ordem com vigencia
      *          ja vencida e ainda nao levantada (o juridico confere
      *          se houve prorrogacao) e a que vence nos proximos 30
      *          dias. O mes das retencoes e o anterior ao de
      *          movimento ou o da variavel FINORDJ-COMPETENCIA
      *          (AAAAMM). Roda pelo JOBNOTURNO no primeiro dia do
      *          mes e se carimba em RUNCTL como os demais passos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINORDJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ORDJUD         ASSIGN TO "ORDJUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OJ-NUM-ORDEM
               ALTERNATE RECORD KEY IS OJ-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDJUD.
           SELECT FD-ORDJLOG        ASSIGN TO "ORDJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDJLOG.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ORDJUD.
       01  FD-ORDJUD-REC.
           COPY ORDJUDREC.

       FD  FD-ORDJLOG.
       01  FD-ORDJLOG-REC.
           COPY ORDJLOGREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-ORDJUD        PIC X(02) VALUE '00'.
           03 WS-FS-ORDJLOG       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINORDJ'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DATA-MOV-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-ANO            PIC 9(04).
           03 WS-MOV-MES            PIC 9(02).
           03 WS-MOV-DIA            PIC 9(02).
         01 WS-DATA-LIMITE-AVISO    PIC 9(08).
         01 WS-DIAS-AVISO           PIC 9(03) VALUE 030.

      *  Mes das retencoes: AAAAMM; vem do ambiente ou e o anterior
      *  ao mes de movimento.
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-COMPETENCIA.
           03 WS-CMP-ANO            PIC 9(04).
           03 WS-CMP-MES            PIC 9(02).
         01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(06).

         01 WS-FIM-ORDJUD           PIC X(01) VALUE 'N'.
             88 WS-EOF-ORDJUD               VALUE 'S'.
         01 WS-FIM-ORDJLOG          PIC X(01) VALUE 'N'.
             88 WS-EOF-ORDJLOG              VALUE 'S'.
         01 WS-CADASTRO-OK          PIC X(01) VALUE 'N'.
             88 WS-CADASTRO-ABERTO          VALUE 'S'.

      *  Retencoes do mes por ordem, somadas numa leitura so do
      *  ORDJLOG.DAT; ordem alem da capacidade sai sem contagem e
      *  com aviso no console.
         01 WS-TAB-RETENCOES.
           03 WS-TR-QTD-ORDENS      PIC 9(04) VALUE ZEROS.
           03 WS-TR-ITEM OCCURS 2000 TIMES.
               05 WS-TR-ORDEM       PIC 9(08).
               05 WS-TR-QTD         PIC 9(06).
         01 WS-TR-IND               PIC 9(04).
         01 WS-TR-ACHOU             PIC X(01).
             88 WS-TR-ORDEM-ACHADA          VALUE 'S'.
         01 WS-QTD-RETENCOES-ORDEM  PIC 9(06).

         01 WS-TOTAIS.
           03 WS-QTD-ATIVAS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-BLOQUEIO       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-RECUPERACAO    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SUSTACAO       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-VENCIDAS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-A-VENCER       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-RETENCOES-MES  PIC 9(07) VALUE ZEROS.
           03 WS-QTD-SEM-CONTAGEM   PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(09) VALUE 'ORDEM'.
           03 FILLER                PIC X(02) VALUE 'T'.
           03 FILLER                PIC X(07) VALUE 'CLIENTE'.
           03 FILLER                PIC X(26) VALUE 'NOME'.
           03 FILLER                PIC X(09) VALUE 'CONTRATO'.
           03 FILLER                PIC X(26) VALUE 'PROCESSO'.
           03 FILLER                PIC X(09) VALUE 'INICIO'.
           03 FILLER                PIC X(09) VALUE 'FIM'.
           03 FILLER                PIC X(06) VALUE 'DACNO'.
           03 FILLER                PIC X(07) VALUE 'RETIDO'.
           03 FILLER                PIC X(12) VALUE 'OCORRENCIA'.

         01 WS-LINHA-ORDEM.
           03 WS-LO-ORDEM           PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-TIPO            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-NOME            PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-CONTRATO        PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-PROCESSO        PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-INICIO          PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-FIM             PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-ALCANCE         PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-RETENCOES       PIC ZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LO-OCORRENCIA      PIC X(12).

         01 WS-LINHA-JUIZO.
           03 FILLER                PIC X(11) VALUE SPACES.
           03 FILLER                PIC X(05) VALUE 'VARA '.
           03 WS-LJ-VARA            PIC X(30).
           03 FILLER                PIC X(09) VALUE ' COMARCA '.
           03 WS-LJ-COMARCA         PIC X(20).
           03 FILLER                PIC X(10) VALUE ' BLOQUEIO '.
           03 WS-LJ-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-DATA-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                + WS-DIAS-AVISO)

           PERFORM DEFINE-COMPETENCIA

           OPEN INPUT FD-ORDJUD
           IF WS-FS-ORDJUD = '35'
               OPEN OUTPUT FD-ORDJUD
               CLOSE FD-ORDJUD
               OPEN INPUT FD-ORDJUD
           END-IF
           MOVE WS-FS-ORDJUD TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINORDJ: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CONTA-RETENCOES
               OPEN INPUT FD-CADASTRO
               IF WS-FS-CADASTRO = '00'
                   SET WS-CADASTRO-ABERTO TO TRUE
               END-IF
               PERFORM ABRE-RELATORIO
               PERFORM LISTA-ORDENS
               PERFORM FECHA-RELATORIO
               IF WS-CADASTRO-ABERTO
                   CLOSE FD-CADASTRO
               END-IF
               CLOSE FD-ORDJUD
           END-IF

           DISPLAY 'FINORDJ: ' WS-QTD-ATIVAS ' ORDEM(NS) ATIVA(S) ('
                   WS-QTD-BLOQUEIO ' BLOQUEIO, ' WS-QTD-RECUPERACAO
                   ' RECUPERACAO, ' WS-QTD-SUSTACAO ' SUSTACAO), '
                   WS-QTD-RETENCOES-MES ' RETENCAO(OES) EM '
                   WS-CMP-MES '/' WS-CMP-ANO '.'
           IF WS-QTD-VENCIDAS > ZEROS OR WS-QTD-A-VENCER > ZEROS
               DISPLAY 'FINORDJ: ' WS-QTD-VENCIDAS ' VENCIDA(S) SEM '
                       'LEVANTAMENTO, ' WS-QTD-A-VENCER ' VENCENDO EM '
                       WS-DIAS-AVISO ' DIAS - VEJA A GERACAO ORDJATIV.'
           END-IF
           IF WS-QTD-SEM-CONTAGEM > ZEROS
               DISPLAY 'FINORDJ: ' WS-QTD-SEM-CONTAGEM ' RETENCAO(OES)'
                       ' SEM CONTAGEM - TABELA DE ORDENS CHEIA.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-COMPETENCIA.
           IF WS-MOV-MES = 1
               COMPUTE WS-CMP-ANO = WS-MOV-ANO - 1
               MOVE 12 TO WS-CMP-MES
           ELSE
               MOVE WS-MOV-ANO TO WS-CMP-ANO
               COMPUTE WS-CMP-MES = WS-MOV-MES - 1
           END-IF
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINORDJ-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               IF WS-ENV-COMPETENCIA(5:2) > '00'
                   AND WS-ENV-COMPETENCIA(5:2) < '13'
                   MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA-N
               ELSE
                   DISPLAY 'FINORDJ: FINORDJ-COMPETENCIA INVALIDA ('
                           WS-ENV-COMPETENCIA ') - IGNORADA.'
               END-IF
           END-IF
           .

       CONTA-RETENCOES.
      *    Log ainda nao criado = nenhuma retencao no mes.
           OPEN INPUT FD-ORDJLOG
           IF WS-FS-ORDJLOG = '00'
               PERFORM UNTIL WS-EOF-ORDJLOG
                   READ FD-ORDJLOG
                       AT END
                           SET WS-EOF-ORDJLOG TO TRUE
                       NOT AT END
                           IF OL-DATA(1:6) = WS-COMPETENCIA
                               PERFORM SOMA-RETENCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ORDJLOG
           END-IF
           .

       SOMA-RETENCAO.
           ADD 1 TO WS-QTD-RETENCOES-MES
           PERFORM PROCURA-ORDEM-TABELA
           IF WS-TR-ORDEM-ACHADA
               ADD 1 TO WS-TR-QTD(WS-TR-IND)
           ELSE
               IF WS-TR-QTD-ORDENS < 2000
                   ADD 1 TO WS-TR-QTD-ORDENS
                   MOVE OL-NUM-ORDEM TO WS-TR-ORDEM(WS-TR-QTD-ORDENS)
                   MOVE 1            TO WS-TR-QTD(WS-TR-QTD-ORDENS)
               ELSE
                   ADD 1 TO WS-QTD-SEM-CONTAGEM
               END-IF
           END-IF
           .

       PROCURA-ORDEM-TABELA.
           MOVE 'N' TO WS-TR-ACHOU
           PERFORM VARYING WS-TR-IND FROM 1 BY 1
                   UNTIL WS-TR-IND > WS-TR-QTD-ORDENS
                      OR WS-TR-ORDEM-ACHADA
               IF WS-TR-ORDEM(WS-TR-IND) = OL-NUM-ORDEM
                   SET WS-TR-ORDEM-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF WS-TR-ORDEM-ACHADA
               SUBTRACT 1 FROM WS-TR-IND
           END-IF
           .

       LISTA-ORDENS.
           PERFORM UNTIL WS-EOF-ORDJUD
               READ FD-ORDJUD NEXT RECORD
                   AT END
                       SET WS-EOF-ORDJUD TO TRUE
                   NOT AT END
                       IF OJ-ATIVA
                           PERFORM MONTA-LINHA-ORDEM
                       END-IF
               END-READ
           END-PERFORM
           .

       MONTA-LINHA-ORDEM.
           ADD 1 TO WS-QTD-ATIVAS
           EVALUATE TRUE
               WHEN OJ-BLOQUEIO-SALDO
                   ADD 1 TO WS-QTD-BLOQUEIO
               WHEN OJ-RECUPERACAO-JUDICIAL
                   ADD 1 TO WS-QTD-RECUPERACAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-SUSTACAO
           END-EVALUATE

           EVALUATE TRUE
               WHEN OJ-DATA-FIM NOT = ZEROS
                   AND OJ-DATA-FIM < WS-DATA-MOVIMENTO
                   ADD 1 TO WS-QTD-VENCIDAS
                   MOVE 'VENCIDA'      TO WS-LO-OCORRENCIA
               WHEN OJ-DATA-FIM NOT = ZEROS
                   AND OJ-DATA-FIM NOT > WS-DATA-LIMITE-AVISO
                   ADD 1 TO WS-QTD-A-VENCER
                   MOVE 'A VENCER'     TO WS-LO-OCORRENCIA
               WHEN OJ-DATA-INICIO > WS-DATA-MOVIMENTO
                   MOVE 'A INICIAR'    TO WS-LO-OCORRENCIA
               WHEN OTHER
                   MOVE SPACES         TO WS-LO-OCORRENCIA
           END-EVALUATE

           MOVE ZEROS TO WS-QTD-RETENCOES-ORDEM
           MOVE OJ-NUM-ORDEM TO OL-NUM-ORDEM
           PERFORM PROCURA-ORDEM-TABELA
           IF WS-TR-ORDEM-ACHADA
               MOVE WS-TR-QTD(WS-TR-IND) TO WS-QTD-RETENCOES-ORDEM
           END-IF

           PERFORM BUSCA-NOME-CLIENTE
           MOVE OJ-NUM-ORDEM      TO WS-LO-ORDEM
           MOVE OJ-TIPO-ORDEM     TO WS-LO-TIPO
           MOVE OJ-COD-CLIENTE    TO WS-LO-CLIENTE
           IF OJ-NUM-CONTRATO = ZEROS
               MOVE 'TODOS'         TO WS-LO-CONTRATO
           ELSE
               MOVE OJ-NUM-CONTRATO TO WS-LO-CONTRATO
           END-IF
           MOVE OJ-NUM-PROCESSO   TO WS-LO-PROCESSO
           MOVE OJ-DATA-INICIO    TO WS-LO-INICIO
           IF OJ-DATA-FIM = ZEROS
               MOVE 'INDETERM'      TO WS-LO-FIM
           ELSE
               MOVE OJ-DATA-FIM     TO WS-LO-FIM
           END-IF
           MOVE OJ-ESCOPO         TO WS-LO-ALCANCE
           MOVE WS-QTD-RETENCOES-ORDEM TO WS-LO-RETENCOES
           MOVE WS-LINHA-ORDEM    TO RW-LINHA
           PERFORM GRAVA-LINHA

           MOVE OJ-VARA           TO WS-LJ-VARA
           MOVE OJ-COMARCA        TO WS-LJ-COMARCA
           MOVE OJ-VR-BLOQUEADO   TO WS-LJ-VALOR
           MOVE WS-LINHA-JUIZO    TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       BUSCA-NOME-CLIENTE.
           MOVE SPACES TO WS-LO-NOME
           IF WS-CADASTRO-ABERTO
               MOVE OJ-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-LO-NOME
                   NOT INVALID KEY
                       IF FD-PESSOA-JURIDICA
                           MOVE FD-RAZAO-SOCIAL TO WS-LO-NOME
                       ELSE
                           MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                           MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                           CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                                   NF-ULTIMO-NOME NF-NOME-COMPLETO
                           MOVE NF-NOME-COMPLETO TO WS-LO-NOME
                       END-IF
               END-READ
           END-IF
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'ORDJATIV' TO RW-RELATORIO
           MOVE 'ORDENS JUDICIAIS ATIVAS E RETENCOES' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       END PROGRAM FINORDJ.
