      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RENTABILIDADE MENSAL POR CONTRATO E PRODUTO - PASSO
      *          MENSAL: monta em RENTCTR.DAT (chave competencia +
      *          contrato) o resultado de cada contrato no mes
      *          fechado e lista pelo escritor compartilhado (RPTWRT,
      *          geracao datada RENTAB) o contrato e os agrupamentos
      *          por produto, por agente e por safra (mes de
      *          contratacao), com a margem em R$ e a taxa anualizada
      *          sobre o saldo medio, ao lado da taxa media
      *          contratada - o numero que defende (ou derruba) a
      *          lista de precos do TAXAS.DAT. Receitas: juros
      *          apropriados pelo FINACC (JUROSAPR.DAT), juros do
      *          rotativo, tarifa de cadastro liquida de devolucao e
      *          encargos de atraso (pela contabil, CONTABIL.DAT) e
      *          a margem da casa sobre o premio prestamista
      *          arrecadado (mesma conta do FINSEGB). Custos:
      *          comissao do agente (mesma regra do FINCOM, com
      *          estorno), tarifa bancaria (BC-TARIFA por titulo
      *          liquidado no mes), captacao a taxa do RENTPARM.DAT
      *          sobre o saldo medio, despesa de provisao do FINPROV
      *          (constituicao menos reversao) e prejuizo do FINPREJ
      *          liquido das recuperacoes. O saldo medio e a media dos
      *          saldos em aberto dos fechamentos do mes e do mes
      *          anterior (POSHIST.DAT); sem uma das fotos, vale a
      *          outra. Competencia em FINRENT-COMPETENCIA (AAAAMM,
      *          padrao o mes anterior ao do movimento); reexecucao
      *          refaz a competencia. Roda no passo mensal do
      *          JOBNOTURNO, depois do FINPOSI e do FINACC, e se
      *          carimba em RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINRENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-RENTCTR        ASSIGN TO "RENTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RENTCTR.
           SELECT FD-RENTPARM       ASSIGN TO "RENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENTPARM.
           SELECT FD-POSHIST        ASSIGN TO "POSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSHIST.
           SELECT FD-JUROSAPR       ASSIGN TO "JUROSAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JA-CHAVE
               FILE STATUS IS WS-FS-JUROSAPR.
           SELECT FD-CONTABIL       ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTABIL.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-TITULO         ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TI-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TITULO.
           SELECT FD-BANCO          ASSIGN TO "BANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-COD-BANCO
               FILE STATUS IS WS-FS-BANCO.
           SELECT FD-AGENTE         ASSIGN TO "AGENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-COD-AGENTE
               FILE STATUS IS WS-FS-AGENTE.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-RENTCTR.
       01  FD-RENTCTR-REC.
           COPY RENTCTRREC.

       FD  FD-RENTPARM.
       01  FD-RENTPARM-REC.
           COPY RENTPARMREC.

       FD  FD-POSHIST.
       01  FD-POSHIST-REC.
           COPY POSHISTREC.

       FD  FD-JUROSAPR.
       01  FD-JUROSAPR-REC.
           COPY JUROSAPRREC.

       FD  FD-CONTABIL.
       01  FD-CONTABIL-REC.
           COPY CTBREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-TITULO.
       01  FD-TITULO-REC.
           COPY TITREC.

       FD  FD-BANCO.
       01  FD-BANCO-REC.
           COPY BANCOREC.

       FD  FD-AGENTE.
       01  FD-AGENTE-REC.
           COPY AGREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-RENTCTR       PIC X(02) VALUE '00'.
           03 WS-FS-RENTPARM      PIC X(02) VALUE '00'.
           03 WS-FS-POSHIST       PIC X(02) VALUE '00'.
           03 WS-FS-JUROSAPR      PIC X(02) VALUE '00'.
           03 WS-FS-CONTABIL      PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-TITULO        PIC X(02) VALUE '00'.
           03 WS-FS-BANCO         PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY JUROSPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINRENT'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-ENV-COMPETENCIA      PIC X(06).
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-COMP-ANTERIOR        PIC 9(06).
         01 WS-COMP-CALC            PIC 9(06).
         01 WS-COMP-CALC-R REDEFINES WS-COMP-CALC.
           03 WS-CC-ANO             PIC 9(04).
           03 WS-CC-MES             PIC 9(02).
         01 WS-COMP-FOTO            PIC 9(06).

      *  Parametros (RENTPARM.DAT); os valores abaixo sao a semente
      *  e valem se o arquivo vier vazio ou invalido.
         01 WS-PCT-CAPTACAO-ANO     PIC 9(03)V99 VALUE 12,00.
         01 WS-PCT-MARGEM-SEGURO    PIC 9(03)V99 VALUE 25,00.

         01 WS-FIM-LEITURA          PIC X(01).
             88 WS-EOF-LEITURA              VALUE 'S'.
         01 WS-RESULTADO-NOVO       PIC X(01).
             88 WS-RS-NOVO                  VALUE 'S'.
         01 WS-FOTO-INICIAL         PIC X(01) VALUE 'N'.
             88 WS-TEM-FOTO-INICIAL         VALUE 'S'.
         01 WS-FOTO-FINAL           PIC X(01) VALUE 'N'.
             88 WS-TEM-FOTO-FINAL           VALUE 'S'.
         01 WS-FOTO-ACHADA          PIC X(01).
             88 WS-ACHOU-FOTO               VALUE 'S'.

         01 WS-CONTRATO-ATUAL       PIC 9(08).
         01 WS-VR-PREMIO            PIC 9(08)V99.
         01 WS-PRODUTO-IDX          PIC 9(04).
         01 WS-AGENTE-IDX           PIC 9(05).
         01 WS-SF-IDX               PIC 9(03).
         01 WS-SF-ACHADA            PIC 9(03).
         01 WS-QTD-SAFRAS           PIC 9(03) VALUE ZEROS.
         01 WS-SAFRA-CONTRATO       PIC 9(06).

         01 WS-TOTAIS.
           03 WS-QTD-CONTRATOS      PIC 9(07) VALUE ZEROS.
           03 WS-QTD-SEM-MESTRE     PIC 9(07) VALUE ZEROS.
           03 WS-TOT-SALDO-MEDIO    PIC 9(13)V99 VALUE ZEROS.
           03 WS-TOT-JUROS          PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-TARIFAS        PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-ENCARGOS       PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-PREMIO-SEGURO  PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-MARGEM-SEGURO  PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-COMISSAO       PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-TARIFA-BANCO   PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-CAPTACAO       PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-PROVISAO       PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-PERDA-LIQUIDA  PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-RECEITA        PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-CUSTO          PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-MARGEM         PIC S9(13)V99 VALUE ZEROS.
           03 WS-TOT-TAXA-POND      PIC 9(15)V99 VALUE ZEROS.

      *  Agrupamentos: produto (codigo + 1; o 1 e o contrato legado
      *  sem codigo), agente (codigo + 1; o 1 e o contrato sem
      *  agente) e safra (AAAAMM da contratacao, ate 240 safras).
      *  A taxa ponderada e a soma de saldo medio x taxa contratada.
         01 WS-TAB-PRODUTOS.
           03 WS-PD-ACUM OCCURS 1000 TIMES.
               05 WS-PD-QTD              PIC 9(07).
               05 WS-PD-SALDO            PIC 9(13)V99.
               05 WS-PD-RECEITA          PIC S9(13)V99.
               05 WS-PD-CUSTO            PIC S9(13)V99.
               05 WS-PD-MARGEM           PIC S9(13)V99.
               05 WS-PD-TAXA-POND        PIC 9(15)V99.
         01 WS-TAB-AGENTES.
           03 WS-AG-ACUM OCCURS 10000 TIMES.
               05 WS-AG-QTD              PIC 9(07).
               05 WS-AG-SALDO            PIC 9(13)V99.
               05 WS-AG-RECEITA          PIC S9(13)V99.
               05 WS-AG-CUSTO            PIC S9(13)V99.
               05 WS-AG-MARGEM           PIC S9(13)V99.
               05 WS-AG-TAXA-POND        PIC 9(15)V99.
         01 WS-TAB-SAFRAS.
           03 WS-SF-ACUM OCCURS 240 TIMES.
               05 WS-SF-COMPETENCIA      PIC 9(06).
               05 WS-SF-QTD              PIC 9(07).
               05 WS-SF-SALDO            PIC 9(13)V99.
               05 WS-SF-RECEITA          PIC S9(13)V99.
               05 WS-SF-CUSTO            PIC S9(13)V99.
               05 WS-SF-MARGEM           PIC S9(13)V99.
               05 WS-SF-TAXA-POND        PIC 9(15)V99.
         01 WS-SF-TROCA.
           03 FILLER                     PIC 9(06).
           03 FILLER                     PIC 9(07).
           03 FILLER                     PIC 9(13)V99.
           03 FILLER                     PIC S9(13)V99.
           03 FILLER                     PIC S9(13)V99.
           03 FILLER                     PIC S9(13)V99.
           03 FILLER                     PIC 9(15)V99.
         01 WS-SF-IDX2              PIC 9(03).

      *  Linha de grupo montada a partir de um dos acumuladores.
         01 WS-GRUPO-ATUAL.
           03 WS-GR-QTD             PIC 9(07).
           03 WS-GR-SALDO           PIC 9(13)V99.
           03 WS-GR-RECEITA         PIC S9(13)V99.
           03 WS-GR-CUSTO           PIC S9(13)V99.
           03 WS-GR-MARGEM          PIC S9(13)V99.
           03 WS-GR-TAXA-POND       PIC 9(15)V99.
         01 WS-TAXA-ANUAL           PIC S9(05)V99.
         01 WS-TAXA-MEDIA           PIC 9(02)V9(04).

         01 WS-LINHA-TITULO         PIC X(132).

         01 WS-LINHA-CONTRATO-CAB.
           03 FILLER                PIC X(09) VALUE 'CONTRATO'.
           03 FILLER                PIC X(04) VALUE 'PRD'.
           03 FILLER                PIC X(05) VALUE 'AGTE'.
           03 FILLER                PIC X(07) VALUE 'SAFRA'.
           03 FILLER                PIC X(15) VALUE '   SALDO MEDIO'.
           03 FILLER                PIC X(16) VALUE '        RECEITA'.
           03 FILLER                PIC X(16) VALUE '          CUSTO'.
           03 FILLER                PIC X(16) VALUE '         MARGEM'.
           03 FILLER                PIC X(10) VALUE ' TAXA A.A.'.
           03 FILLER                PIC X(08) VALUE ' TX A.M.'.

         01 WS-LINHA-CONTRATO.
           03 WS-LC-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-PRODUTO         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-AGENTE          PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-SAFRA           PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-SALDO           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-RECEITA         PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-CUSTO           PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-MARGEM          PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-TAXA-ANUAL      PIC -ZZZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-TAXA-MES        PIC Z9,9999.

         01 WS-LINHA-GRUPO-CAB.
           03 FILLER                PIC X(28) VALUE 'CODIGO DESCRICAO'.
           03 FILLER                PIC X(08) VALUE '    QTD'.
           03 FILLER                PIC X(18) VALUE
                                    '       SALDO MEDIO'.
           03 FILLER                PIC X(19) VALUE
                                    '            RECEITA'.
           03 FILLER                PIC X(19) VALUE
                                    '              CUSTO'.
           03 FILLER                PIC X(19) VALUE
                                    '             MARGEM'.
           03 FILLER                PIC X(10) VALUE ' TAXA A.A.'.
           03 FILLER                PIC X(09) VALUE ' TX A.M.'.

         01 WS-LINHA-GRUPO.
           03 WS-LG-CODIGO          PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-NOME            PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-SALDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-RECEITA         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-CUSTO           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-MARGEM          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-TAXA-ANUAL      PIC -ZZZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LG-TAXA-MES        PIC ZZ9,9999.

         01 WS-LINHA-VALOR.
           03 WS-LV-ROTULO          PIC X(40).
           03 WS-LV-VALOR           PIC ----.---.---.---.--9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           PERFORM DEFINE-COMPETENCIA

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINRENT: FDCONTR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-PARAMETROS
               PERFORM ABRE-RESULTADO
               PERFORM APURA-SALDOS
               PERFORM APURA-JUROS
               PERFORM APURA-CONTABIL
               PERFORM APURA-PAGAMENTOS
               PERFORM APURA-TARIFA-BANCO
               PERFORM ABRE-CADASTROS
               PERFORM ABRE-RELATORIO
               PERFORM FECHA-RESULTADOS
               PERFORM IMPRIME-TOTAIS
               PERFORM IMPRIME-PRODUTOS
               PERFORM IMPRIME-AGENTES
               PERFORM IMPRIME-SAFRAS
               PERFORM FECHA-RELATORIO
               CLOSE FD-AGENTE
               CLOSE FD-PRODUTO
               CLOSE FD-RENTCTR
               CLOSE FD-CONTRATO
           END-IF

           DISPLAY 'FINRENT: COMPETENCIA ' WS-COMPETENCIA ', '
                   WS-QTD-CONTRATOS ' CONTRATO(S), MARGEM '
                   WS-TOT-MARGEM ' (RENTCTR.DAT).'
           IF NOT WS-TEM-FOTO-INICIAL OR NOT WS-TEM-FOTO-FINAL
               DISPLAY 'FINRENT: POSHIST.DAT SEM UM DOS FECHAMENTOS '
                       '- SALDO MEDIO PELA FOTO QUE EXISTE.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       DEFINE-COMPETENCIA.
      *    Padrao: o mes anterior ao do movimento, ja fechado.
           MOVE SPACES TO WS-ENV-COMPETENCIA
           ACCEPT WS-ENV-COMPETENCIA FROM ENVIRONMENT
               'FINRENT-COMPETENCIA'
           IF WS-ENV-COMPETENCIA IS NUMERIC
               MOVE WS-ENV-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMP-CALC
               PERFORM VOLTA-UM-MES
               MOVE WS-COMP-CALC TO WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           PERFORM VOLTA-UM-MES
           MOVE WS-COMP-CALC TO WS-COMP-ANTERIOR
           .

       VOLTA-UM-MES.
           IF WS-CC-MES = 1
               MOVE 12 TO WS-CC-MES
               SUBTRACT 1 FROM WS-CC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CC-MES
           END-IF
           .

       CARREGA-PARAMETROS.
      *    Semeado na primeira execucao (mesma tecnica do TOLPARM).
           OPEN INPUT FD-RENTPARM
           IF WS-FS-RENTPARM = '35'
               OPEN OUTPUT FD-RENTPARM
               MOVE WS-PCT-CAPTACAO-ANO  TO RU-PCT-CAPTACAO-ANO
               MOVE WS-PCT-MARGEM-SEGURO TO RU-PCT-MARGEM-SEGURO
               WRITE FD-RENTPARM-REC
               CLOSE FD-RENTPARM
               OPEN INPUT FD-RENTPARM
           END-IF
           READ FD-RENTPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF RU-PCT-CAPTACAO-ANO IS NUMERIC
                       MOVE RU-PCT-CAPTACAO-ANO TO WS-PCT-CAPTACAO-ANO
                   END-IF
                   IF RU-PCT-MARGEM-SEGURO IS NUMERIC
                       AND RU-PCT-MARGEM-SEGURO NOT > 100
                       MOVE RU-PCT-MARGEM-SEGURO
                           TO WS-PCT-MARGEM-SEGURO
                   END-IF
           END-READ
           CLOSE FD-RENTPARM
           .

       ABRE-RESULTADO.
      *    Reexecucao na competencia: apaga o que ja foi gravado e
      *    refaz do zero.
           OPEN I-O FD-RENTCTR
           IF WS-FS-RENTCTR = '35'
               OPEN OUTPUT FD-RENTCTR
               CLOSE FD-RENTCTR
               OPEN I-O FD-RENTCTR
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-COMPETENCIA TO RS-COMPETENCIA
           MOVE ZEROS          TO RS-NUM-CONTRATO
           START FD-RENTCTR KEY NOT < RS-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-RENTCTR NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF RS-COMPETENCIA NOT = WS-COMPETENCIA
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           DELETE FD-RENTCTR RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

       POSICIONA-RESULTADO.
      *    Registro do contrato na competencia; o primeiro movimento
      *    do contrato cria o registro zerado.
           MOVE 'N' TO WS-RESULTADO-NOVO
           MOVE WS-COMPETENCIA    TO RS-COMPETENCIA
           MOVE WS-CONTRATO-ATUAL TO RS-NUM-CONTRATO
           READ FD-RENTCTR
               INVALID KEY
                   SET WS-RS-NOVO TO TRUE
           END-READ
           IF WS-RS-NOVO
               INITIALIZE FD-RENTCTR-REC
               MOVE WS-COMPETENCIA    TO RS-COMPETENCIA
               MOVE WS-CONTRATO-ATUAL TO RS-NUM-CONTRATO
           END-IF
           .

       GRAVA-RESULTADO.
           IF WS-RS-NOVO
               WRITE FD-RENTCTR-REC
           ELSE
               REWRITE FD-RENTCTR-REC
           END-IF
           .

       APURA-SALDOS.
      *    Saldo em aberto nos fechamentos do mes anterior (inicial)
      *    e do mes (final), guardados pelo FINPOSI.
           OPEN INPUT FD-POSHIST
           IF WS-FS-POSHIST NOT = '35'
               MOVE WS-COMP-ANTERIOR TO WS-COMP-FOTO
               PERFORM LE-FOTO-SALDO
               IF WS-ACHOU-FOTO
                   SET WS-TEM-FOTO-INICIAL TO TRUE
               END-IF
               MOVE WS-COMPETENCIA TO WS-COMP-FOTO
               PERFORM LE-FOTO-SALDO
               IF WS-ACHOU-FOTO
                   SET WS-TEM-FOTO-FINAL TO TRUE
               END-IF
               CLOSE FD-POSHIST
           END-IF
           .

       LE-FOTO-SALDO.
           MOVE 'N' TO WS-FOTO-ACHADA
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-COMP-FOTO TO HP-COMPETENCIA
           MOVE ZEROS        TO HP-NUM-CONTRATO
           START FD-POSHIST KEY NOT < HP-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-POSHIST NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF HP-COMPETENCIA NOT = WS-COMP-FOTO
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           SET WS-ACHOU-FOTO TO TRUE
                           IF HP-SALDO-ABERTO > ZEROS
                               PERFORM GUARDA-SALDO-FOTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       GUARDA-SALDO-FOTO.
           MOVE HP-NUM-CONTRATO TO WS-CONTRATO-ATUAL
           PERFORM POSICIONA-RESULTADO
           IF WS-COMP-FOTO = WS-COMPETENCIA
               MOVE HP-SALDO-ABERTO TO RS-SALDO-FINAL
           ELSE
               MOVE HP-SALDO-ABERTO TO RS-SALDO-INICIAL
           END-IF
           PERFORM GRAVA-RESULTADO
           .

       APURA-JUROS.
      *    Juros que o FINACC apropriou na competencia, recebidos ou
      *    nao.
           OPEN INPUT FD-JUROSAPR
           IF WS-FS-JUROSAPR = '35'
               DISPLAY 'FINRENT: JUROSAPR.DAT NAO EXISTE - RODE O '
                       'FINACC DA COMPETENCIA.'
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE WS-COMPETENCIA TO JA-COMPETENCIA
               MOVE ZEROS          TO JA-NUM-CONTRATO
               START FD-JUROSAPR KEY NOT < JA-CHAVE
                   INVALID KEY
                       SET WS-EOF-LEITURA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-JUROSAPR NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF JA-COMPETENCIA NOT = WS-COMPETENCIA
                               SET WS-EOF-LEITURA TO TRUE
                           ELSE
                               MOVE JA-NUM-CONTRATO
                                   TO WS-CONTRATO-ATUAL
                               PERFORM POSICIONA-RESULTADO
                               ADD JA-JUROS-RECEBIDO JA-JUROS-A-RECEBER
                                   TO RS-JUROS
                               PERFORM GRAVA-RESULTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-JUROSAPR
           END-IF
           .

       APURA-CONTABIL.
      *    Uma perna por evento (a de debito), pela data de movimento
      *    que gerou o lancamento - a mesma selecao do FINBATIM.
           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-CONTABIL
           MOVE WS-FS-CONTABIL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-LEITURA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-CONTABIL
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF CT-DATA-MOVIMENTO(1:6) = WS-COMPETENCIA
                           AND CT-DEBITO
                           AND CT-NUM-CONTRATO IS NUMERIC
                           AND CT-NUM-CONTRATO > ZEROS
                           PERFORM APURA-EVENTO-CONTABIL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTABIL = '00' OR WS-FS-CONTABIL = '10'
               CLOSE FD-CONTABIL
           END-IF
           .

       APURA-EVENTO-CONTABIL.
           IF CT-EVENTO = 'A' OR '1' OR '2' OR 'K' OR 'H'
                       OR 'P' OR 'Z' OR 'W' OR 'Y'
               MOVE CT-NUM-CONTRATO TO WS-CONTRATO-ATUAL
               PERFORM POSICIONA-RESULTADO
               EVALUATE CT-EVENTO
                   WHEN 'A'
                   WHEN '1'
                       ADD CT-VALOR TO RS-TARIFAS
                   WHEN '2'
                       SUBTRACT CT-VALOR FROM RS-TARIFAS
                   WHEN 'K'
                       ADD CT-VALOR TO RS-ENCARGOS
                   WHEN 'H'
                       ADD CT-VALOR TO RS-JUROS
                   WHEN 'P'
                       ADD CT-VALOR TO RS-PROVISAO
                   WHEN 'Z'
                       SUBTRACT CT-VALOR FROM RS-PROVISAO
                   WHEN 'W'
                       ADD CT-VALOR TO RS-PERDA-LIQUIDA
                   WHEN 'Y'
                       SUBTRACT CT-VALOR FROM RS-PERDA-LIQUIDA
               END-EVALUATE
               PERFORM GRAVA-RESULTADO
           END-IF
           .

       APURA-PAGAMENTOS.
      *    Transicoes do mes em PAGTOLOG.DAT: comissao pela regra do
      *    FINCOM ('G' credita, 'R' estorna) e premio prestamista
      *    embutido na parcela paga pela conta do FINSEGB.
           MOVE 'N' TO WS-FIM-LEITURA
           OPEN INPUT FD-AGENTE
           OPEN INPUT FD-PAGTOLOG
           MOVE WS-FS-PAGTOLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-LEITURA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-PAGTOLOG
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF PL-DATA-TRANSICAO(1:6) = WS-COMPETENCIA
                           AND (PL-STATUS-NOVO = 'G' OR
                                PL-STATUS-NOVO = 'R')
                           AND PL-VALOR IS NUMERIC
                           AND PL-VALOR > ZEROS
                           AND PL-NUM-CONTRATO IS NUMERIC
                           AND PL-NUM-CONTRATO > ZEROS
                           PERFORM APURA-UM-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           IF WS-FS-AGENTE NOT = '35'
               CLOSE FD-AGENTE
           END-IF
           .

       APURA-UM-PAGAMENTO.
           MOVE PL-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-NUM-CONTRATO TO WS-CONTRATO-ATUAL
                   PERFORM POSICIONA-RESULTADO
                   IF FD-COD-AGENTE > ZEROS
                       AND WS-FS-AGENTE NOT = '35'
                       PERFORM APURA-COMISSAO
                   END-IF
                   IF FD-TEM-SEGURO AND PL-STATUS-NOVO = 'G'
                       COMPUTE WS-VR-PREMIO ROUNDED =
                           PL-VALOR * FD-ALIQ-SEGURO
                           / (100 + FD-ALIQ-SEGURO)
                       ADD WS-VR-PREMIO TO RS-PREMIO-SEGURO
                   END-IF
                   PERFORM GRAVA-RESULTADO
           END-READ
           .

       APURA-COMISSAO.
           MOVE FD-COD-AGENTE TO AG-COD-AGENTE
           READ FD-AGENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-VALOR        TO JC-BASE
                   MOVE AG-PCT-COMISSAO TO JC-TAXA
                   MOVE 1               TO JC-FATOR
                   CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                          JC-RESULTADO JC-STATUS
                   IF PL-STATUS-NOVO = 'G'
                       ADD JC-RESULTADO TO RS-COMISSAO
                   ELSE
                       SUBTRACT JC-RESULTADO FROM RS-COMISSAO
                   END-IF
           END-READ
           .

       APURA-TARIFA-BANCO.
      *    Tarifa do banco cobrador (BC-TARIFA) por titulo liquidado
      *    na competencia.
           OPEN INPUT FD-TITULO
           IF WS-FS-TITULO NOT = '35'
               OPEN INPUT FD-BANCO
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-EOF-LEITURA
                   READ FD-TITULO NEXT RECORD
                       AT END
                           SET WS-EOF-LEITURA TO TRUE
                       NOT AT END
                           IF TI-BAIXADO
                               AND TI-DATA-BAIXA(1:6) = WS-COMPETENCIA
                               AND WS-FS-BANCO NOT = '35'
                               PERFORM APURA-TARIFA-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-BANCO NOT = '35'
                   CLOSE FD-BANCO
               END-IF
               CLOSE FD-TITULO
           END-IF
           .

       APURA-TARIFA-TITULO.
           MOVE TI-COD-BANCO TO BC-COD-BANCO
           READ FD-BANCO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BC-TARIFA IS NUMERIC AND BC-TARIFA > ZEROS
                       MOVE TI-NUM-CONTRATO TO WS-CONTRATO-ATUAL
                       PERFORM POSICIONA-RESULTADO
                       ADD BC-TARIFA TO RS-TARIFA-BANCO
                       PERFORM GRAVA-RESULTADO
                   END-IF
           END-READ
           .

       ABRE-CADASTROS.
      *    Produto e agente so dao o nome no relatorio; criados
      *    vazios na primeira execucao (mesmo padrao do FINCOM).
           OPEN INPUT FD-PRODUTO
           IF WS-FS-PRODUTO = '35'
               OPEN OUTPUT FD-PRODUTO
               CLOSE FD-PRODUTO
               OPEN INPUT FD-PRODUTO
           END-IF
           OPEN INPUT FD-AGENTE
           IF WS-FS-AGENTE = '35'
               OPEN OUTPUT FD-AGENTE
               CLOSE FD-AGENTE
               OPEN INPUT FD-AGENTE
           END-IF
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'RENTAB'   TO RW-RELATORIO
           MOVE SPACES     TO RW-TITULO
           STRING 'RENTABILIDADE - COMPETENCIA ' WS-COMPETENCIA
               DELIMITED BY SIZE INTO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CONTRATO-CAB TO RW-LINHA
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
           .

       FECHA-RESULTADOS.
      *    Segunda passada na competencia: completa cada contrato com
      *    produto, agente e safra do mestre, calcula captacao,
      *    margem do seguro, totais e taxa, regrava e lista.
           MOVE 'N' TO WS-FIM-LEITURA
           MOVE WS-COMPETENCIA TO RS-COMPETENCIA
           MOVE ZEROS          TO RS-NUM-CONTRATO
           START FD-RENTCTR KEY NOT < RS-CHAVE
               INVALID KEY
                   SET WS-EOF-LEITURA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LEITURA
               READ FD-RENTCTR NEXT RECORD
                   AT END
                       SET WS-EOF-LEITURA TO TRUE
                   NOT AT END
                       IF RS-COMPETENCIA NOT = WS-COMPETENCIA
                           SET WS-EOF-LEITURA TO TRUE
                       ELSE
                           PERFORM FECHA-UM-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           .

       FECHA-UM-CONTRATO.
           MOVE RS-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-MESTRE
               NOT INVALID KEY
                   MOVE FD-COD-PRODUTO  TO RS-COD-PRODUTO
                   MOVE FD-COD-AGENTE   TO RS-COD-AGENTE
                   MOVE FD-DATA-CONTRATACAO(1:6) TO RS-SAFRA
                   MOVE FD-TAXA-JUROS   TO RS-TAXA-JUROS
           END-READ

           EVALUATE TRUE
               WHEN WS-TEM-FOTO-INICIAL AND WS-TEM-FOTO-FINAL
                   COMPUTE RS-SALDO-MEDIO ROUNDED =
                       (RS-SALDO-INICIAL + RS-SALDO-FINAL) / 2
               WHEN WS-TEM-FOTO-FINAL
                   MOVE RS-SALDO-FINAL TO RS-SALDO-MEDIO
               WHEN OTHER
                   MOVE RS-SALDO-INICIAL TO RS-SALDO-MEDIO
           END-EVALUATE
           COMPUTE RS-CAPTACAO ROUNDED =
               RS-SALDO-MEDIO * WS-PCT-CAPTACAO-ANO / 1200
           COMPUTE RS-MARGEM-SEGURO ROUNDED =
               RS-PREMIO-SEGURO * WS-PCT-MARGEM-SEGURO / 100
           COMPUTE RS-RECEITA-TOTAL =
               RS-JUROS + RS-TARIFAS + RS-ENCARGOS + RS-MARGEM-SEGURO
           COMPUTE RS-CUSTO-TOTAL =
               RS-COMISSAO + RS-TARIFA-BANCO + RS-CAPTACAO
               + RS-PROVISAO + RS-PERDA-LIQUIDA
           COMPUTE RS-MARGEM = RS-RECEITA-TOTAL - RS-CUSTO-TOTAL
           MOVE ZEROS TO RS-TAXA-ANUAL
           IF RS-SALDO-MEDIO > ZEROS
               COMPUTE RS-TAXA-ANUAL ROUNDED =
                   RS-MARGEM * 1200 / RS-SALDO-MEDIO
                   ON SIZE ERROR
                       MOVE ZEROS TO RS-TAXA-ANUAL
               END-COMPUTE
           END-IF
           REWRITE FD-RENTCTR-REC

           PERFORM ACUMULA-TOTAIS
           PERFORM ACUMULA-GRUPOS

           MOVE RS-NUM-CONTRATO  TO WS-LC-CONTRATO
           MOVE RS-COD-PRODUTO   TO WS-LC-PRODUTO
           MOVE RS-COD-AGENTE    TO WS-LC-AGENTE
           MOVE RS-SAFRA         TO WS-LC-SAFRA
           MOVE RS-SALDO-MEDIO   TO WS-LC-SALDO
           MOVE RS-RECEITA-TOTAL TO WS-LC-RECEITA
           MOVE RS-CUSTO-TOTAL   TO WS-LC-CUSTO
           MOVE RS-MARGEM        TO WS-LC-MARGEM
           MOVE RS-TAXA-ANUAL    TO WS-LC-TAXA-ANUAL
           MOVE RS-TAXA-JUROS    TO WS-LC-TAXA-MES
           MOVE WS-LINHA-CONTRATO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       ACUMULA-TOTAIS.
           ADD 1                TO WS-QTD-CONTRATOS
           ADD RS-SALDO-MEDIO   TO WS-TOT-SALDO-MEDIO
           ADD RS-JUROS         TO WS-TOT-JUROS
           ADD RS-TARIFAS       TO WS-TOT-TARIFAS
           ADD RS-ENCARGOS      TO WS-TOT-ENCARGOS
           ADD RS-PREMIO-SEGURO TO WS-TOT-PREMIO-SEGURO
           ADD RS-MARGEM-SEGURO TO WS-TOT-MARGEM-SEGURO
           ADD RS-COMISSAO      TO WS-TOT-COMISSAO
           ADD RS-TARIFA-BANCO  TO WS-TOT-TARIFA-BANCO
           ADD RS-CAPTACAO      TO WS-TOT-CAPTACAO
           ADD RS-PROVISAO      TO WS-TOT-PROVISAO
           ADD RS-PERDA-LIQUIDA TO WS-TOT-PERDA-LIQUIDA
           ADD RS-RECEITA-TOTAL TO WS-TOT-RECEITA
           ADD RS-CUSTO-TOTAL   TO WS-TOT-CUSTO
           ADD RS-MARGEM        TO WS-TOT-MARGEM
           COMPUTE WS-TOT-TAXA-POND = WS-TOT-TAXA-POND
               + (RS-SALDO-MEDIO * RS-TAXA-JUROS)
           .

       ACUMULA-GRUPOS.
           COMPUTE WS-PRODUTO-IDX = RS-COD-PRODUTO + 1
           ADD 1                TO WS-PD-QTD(WS-PRODUTO-IDX)
           ADD RS-SALDO-MEDIO   TO WS-PD-SALDO(WS-PRODUTO-IDX)
           ADD RS-RECEITA-TOTAL TO WS-PD-RECEITA(WS-PRODUTO-IDX)
           ADD RS-CUSTO-TOTAL   TO WS-PD-CUSTO(WS-PRODUTO-IDX)
           ADD RS-MARGEM        TO WS-PD-MARGEM(WS-PRODUTO-IDX)
           COMPUTE WS-PD-TAXA-POND(WS-PRODUTO-IDX) =
               WS-PD-TAXA-POND(WS-PRODUTO-IDX)
               + (RS-SALDO-MEDIO * RS-TAXA-JUROS)

           COMPUTE WS-AGENTE-IDX = RS-COD-AGENTE + 1
           ADD 1                TO WS-AG-QTD(WS-AGENTE-IDX)
           ADD RS-SALDO-MEDIO   TO WS-AG-SALDO(WS-AGENTE-IDX)
           ADD RS-RECEITA-TOTAL TO WS-AG-RECEITA(WS-AGENTE-IDX)
           ADD RS-CUSTO-TOTAL   TO WS-AG-CUSTO(WS-AGENTE-IDX)
           ADD RS-MARGEM        TO WS-AG-MARGEM(WS-AGENTE-IDX)
           COMPUTE WS-AG-TAXA-POND(WS-AGENTE-IDX) =
               WS-AG-TAXA-POND(WS-AGENTE-IDX)
               + (RS-SALDO-MEDIO * RS-TAXA-JUROS)

           MOVE RS-SAFRA TO WS-SAFRA-CONTRATO
           PERFORM LOCALIZA-SAFRA
           IF WS-SF-ACHADA > ZEROS
               ADD 1                TO WS-SF-QTD(WS-SF-ACHADA)
               ADD RS-SALDO-MEDIO   TO WS-SF-SALDO(WS-SF-ACHADA)
               ADD RS-RECEITA-TOTAL TO WS-SF-RECEITA(WS-SF-ACHADA)
               ADD RS-CUSTO-TOTAL   TO WS-SF-CUSTO(WS-SF-ACHADA)
               ADD RS-MARGEM        TO WS-SF-MARGEM(WS-SF-ACHADA)
               COMPUTE WS-SF-TAXA-POND(WS-SF-ACHADA) =
                   WS-SF-TAXA-POND(WS-SF-ACHADA)
                   + (RS-SALDO-MEDIO * RS-TAXA-JUROS)
           END-IF
           .

       LOCALIZA-SAFRA.
      *    Mesma busca do FINSAFRA; safra nova entra no fim.
           MOVE ZEROS TO WS-SF-ACHADA
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-QTD-SAFRAS
               IF WS-SF-COMPETENCIA(WS-SF-IDX) = WS-SAFRA-CONTRATO
                   MOVE WS-SF-IDX TO WS-SF-ACHADA
                   MOVE WS-QTD-SAFRAS TO WS-SF-IDX
               END-IF
           END-PERFORM
           IF WS-SF-ACHADA = ZEROS
               IF WS-QTD-SAFRAS < 240
                   ADD 1 TO WS-QTD-SAFRAS
                   MOVE WS-QTD-SAFRAS TO WS-SF-ACHADA
                   INITIALIZE WS-SF-ACUM(WS-SF-ACHADA)
                   MOVE WS-SAFRA-CONTRATO
                       TO WS-SF-COMPETENCIA(WS-SF-ACHADA)
               ELSE
                   DISPLAY 'FINRENT: MAIS DE 240 SAFRAS - SAFRA '
                           WS-SAFRA-CONTRATO ' FORA DO QUADRO.'
               END-IF
           END-IF
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'RESULTADO DA CARTEIRA NA COMPETENCIA'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE 'SALDO MEDIO' TO WS-LV-ROTULO
           MOVE WS-TOT-SALDO-MEDIO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(+) JUROS APROPRIADOS' TO WS-LV-ROTULO
           MOVE WS-TOT-JUROS TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(+) TARIFAS (LIQUIDAS DE DEVOLUCAO)' TO WS-LV-ROTULO
           MOVE WS-TOT-TARIFAS TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(+) ENCARGOS DE ATRASO' TO WS-LV-ROTULO
           MOVE WS-TOT-ENCARGOS TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(+) MARGEM DO SEGURO PRESTAMISTA' TO WS-LV-ROTULO
           MOVE WS-TOT-MARGEM-SEGURO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '    (PREMIO ARRECADADO)' TO WS-LV-ROTULO
           MOVE WS-TOT-PREMIO-SEGURO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(=) RECEITA' TO WS-LV-ROTULO
           MOVE WS-TOT-RECEITA TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(-) COMISSAO DE AGENTES' TO WS-LV-ROTULO
           MOVE WS-TOT-COMISSAO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(-) TARIFA BANCARIA DE COBRANCA' TO WS-LV-ROTULO
           MOVE WS-TOT-TARIFA-BANCO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(-) CUSTO DE CAPTACAO' TO WS-LV-ROTULO
           MOVE WS-TOT-CAPTACAO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(-) DESPESA DE PROVISAO' TO WS-LV-ROTULO
           MOVE WS-TOT-PROVISAO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(-) PREJUIZO LIQUIDO DE RECUPERACAO' TO WS-LV-ROTULO
           MOVE WS-TOT-PERDA-LIQUIDA TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(=) CUSTO' TO WS-LV-ROTULO
           MOVE WS-TOT-CUSTO TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR
           MOVE '(=) MARGEM' TO WS-LV-ROTULO
           MOVE WS-TOT-MARGEM TO WS-LV-VALOR
           PERFORM GRAVA-LINHA-VALOR

           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-LINHA-GRUPO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE WS-QTD-CONTRATOS     TO WS-GR-QTD
           MOVE WS-TOT-SALDO-MEDIO   TO WS-GR-SALDO
           MOVE WS-TOT-RECEITA       TO WS-GR-RECEITA
           MOVE WS-TOT-CUSTO         TO WS-GR-CUSTO
           MOVE WS-TOT-MARGEM        TO WS-GR-MARGEM
           MOVE WS-TOT-TAXA-POND     TO WS-GR-TAXA-POND
           MOVE ZEROS                TO WS-LG-CODIGO
           MOVE 'CARTEIRA'           TO WS-LG-NOME
           PERFORM IMPRIME-LINHA-GRUPO
           IF WS-QTD-SEM-MESTRE > ZEROS
               MOVE 'CONTRATOS FORA DO MESTRE' TO WS-LV-ROTULO
               MOVE WS-QTD-SEM-MESTRE TO WS-LV-VALOR
               PERFORM GRAVA-LINHA-VALOR
           END-IF
           .

       GRAVA-LINHA-VALOR.
           MOVE WS-LINHA-VALOR TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       IMPRIME-PRODUTOS.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'RENTABILIDADE POR PRODUTO' TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-GRUPO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-PRODUTO-IDX FROM 1 BY 1
                   UNTIL WS-PRODUTO-IDX > 1000
               IF WS-PD-QTD(WS-PRODUTO-IDX) > ZEROS
                   PERFORM IMPRIME-UM-PRODUTO
               END-IF
           END-PERFORM
           .

       IMPRIME-UM-PRODUTO.
           COMPUTE WS-LG-CODIGO = WS-PRODUTO-IDX - 1
           IF WS-LG-CODIGO = ZEROS
               MOVE 'LEGADO SEM CODIGO' TO WS-LG-NOME
           ELSE
               MOVE WS-LG-CODIGO TO PT-COD-PRODUTO
               READ FD-PRODUTO
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-LG-NOME
                   NOT INVALID KEY
                       MOVE PT-DESCRICAO TO WS-LG-NOME
               END-READ
           END-IF
           MOVE WS-PD-ACUM(WS-PRODUTO-IDX) TO WS-GRUPO-ATUAL
           PERFORM IMPRIME-LINHA-GRUPO
           .

       IMPRIME-AGENTES.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'RENTABILIDADE POR AGENTE' TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-GRUPO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-AGENTE-IDX FROM 1 BY 1
                   UNTIL WS-AGENTE-IDX > 10000
               IF WS-AG-QTD(WS-AGENTE-IDX) > ZEROS
                   PERFORM IMPRIME-UM-AGENTE
               END-IF
           END-PERFORM
           .

       IMPRIME-UM-AGENTE.
           COMPUTE WS-LG-CODIGO = WS-AGENTE-IDX - 1
           IF WS-LG-CODIGO = ZEROS
               MOVE 'SEM AGENTE' TO WS-LG-NOME
           ELSE
               MOVE WS-LG-CODIGO TO AG-COD-AGENTE
               READ FD-AGENTE
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-LG-NOME
                   NOT INVALID KEY
                       MOVE AG-NOME TO WS-LG-NOME
               END-READ
           END-IF
           MOVE WS-AG-ACUM(WS-AGENTE-IDX) TO WS-GRUPO-ATUAL
           PERFORM IMPRIME-LINHA-GRUPO
           .

       IMPRIME-SAFRAS.
           MOVE SPACES TO WS-LINHA-TITULO
           MOVE 'RENTABILIDADE POR SAFRA (MES DE CONTRATACAO)'
               TO WS-LINHA-TITULO
           PERFORM GRAVA-TITULO-SECAO
           MOVE WS-LINHA-GRUPO-CAB TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM ORDENA-SAFRAS
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-QTD-SAFRAS
               MOVE WS-SF-COMPETENCIA(WS-SF-IDX) TO WS-LG-CODIGO
               MOVE SPACES TO WS-LG-NOME
               MOVE WS-SF-QTD(WS-SF-IDX)       TO WS-GR-QTD
               MOVE WS-SF-SALDO(WS-SF-IDX)     TO WS-GR-SALDO
               MOVE WS-SF-RECEITA(WS-SF-IDX)   TO WS-GR-RECEITA
               MOVE WS-SF-CUSTO(WS-SF-IDX)     TO WS-GR-CUSTO
               MOVE WS-SF-MARGEM(WS-SF-IDX)    TO WS-GR-MARGEM
               MOVE WS-SF-TAXA-POND(WS-SF-IDX) TO WS-GR-TAXA-POND
               PERFORM IMPRIME-LINHA-GRUPO
           END-PERFORM
           .

       ORDENA-SAFRAS.
      *    Troca simples por safra crescente, como no FINSAFRA.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX >= WS-QTD-SAFRAS
               PERFORM VARYING WS-SF-IDX2 FROM WS-SF-IDX BY 1
                       UNTIL WS-SF-IDX2 > WS-QTD-SAFRAS
                   IF WS-SF-COMPETENCIA(WS-SF-IDX2)
                       < WS-SF-COMPETENCIA(WS-SF-IDX)
                       MOVE WS-SF-ACUM(WS-SF-IDX)  TO WS-SF-TROCA
                       MOVE WS-SF-ACUM(WS-SF-IDX2)
                           TO WS-SF-ACUM(WS-SF-IDX)
                       MOVE WS-SF-TROCA TO WS-SF-ACUM(WS-SF-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       IMPRIME-LINHA-GRUPO.
      *    Taxa anualizada da margem sobre o saldo medio e taxa
      *    media contratada ao mes, ponderada pelo saldo medio.
           MOVE ZEROS TO WS-TAXA-ANUAL WS-TAXA-MEDIA
           IF WS-GR-SALDO > ZEROS
               COMPUTE WS-TAXA-ANUAL ROUNDED =
                   WS-GR-MARGEM * 1200 / WS-GR-SALDO
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-TAXA-ANUAL
               END-COMPUTE
               COMPUTE WS-TAXA-MEDIA ROUNDED =
                   WS-GR-TAXA-POND / WS-GR-SALDO
           END-IF
           MOVE WS-GR-QTD     TO WS-LG-QTD
           MOVE WS-GR-SALDO   TO WS-LG-SALDO
           MOVE WS-GR-RECEITA TO WS-LG-RECEITA
           MOVE WS-GR-CUSTO   TO WS-LG-CUSTO
           MOVE WS-GR-MARGEM  TO WS-LG-MARGEM
           MOVE WS-TAXA-ANUAL TO WS-LG-TAXA-ANUAL
           MOVE WS-TAXA-MEDIA TO WS-LG-TAXA-MES
           MOVE WS-LINHA-GRUPO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINRENT.
