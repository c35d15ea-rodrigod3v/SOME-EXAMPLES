      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: TITULOS REJEITADOS OU NAO CONFIRMADOS PELO BANCO:
      *          varre TITULOS.DAT e lista, pelo escritor
      *          compartilhado (RPTWRT, geracao datada TITPEND), todo
      *          titulo ainda vivo no banco (aberto ou substituido)
      *          que o retorno do banco rejeitou - com o motivo
      *          devolvido - ou que segue sem a entrada confirmada
      *          depois de N dias do envio, com o vencimento e o
      *          pagador do CADPF, para o back office corrigir o
      *          cadastro e o titulo sair de novo na proxima remessa
      *          antes de vencer. N vem da variavel de ambiente
      *          FINTITP-DIAS (padrao 5 dias). Roda pelo JOBNOTURNO
      *          depois do FINRET (ocorrencias do dia ja postadas).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINTITP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-TITULO         ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TI-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TITULO.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-TITULO.
       01  FD-TITULO-REC.
           COPY TITREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-TITULO        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINTITP'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).

         01 WS-FIM-TITULO           PIC X(01) VALUE 'N'.
             88 WS-EOF-TITULO               VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01) VALUE 'N'.
             88 WS-CONTRATO-ABERTO          VALUE 'S'.
         01 WS-CADASTRO-OK          PIC X(01) VALUE 'N'.
             88 WS-CADASTRO-ABERTO          VALUE 'S'.

      *  Prazo de confirmacao: titulo pendente ha mais dias que
      *  isso (contados do ultimo envio) entra na lista.
         01 WS-PRAZO.
           03 WS-DIAS-PRAZO         PIC 9(03) VALUE 005.
           03 WS-ENV-DIAS           PIC X(03).
         01 WS-DATA-ENVIO           PIC 9(08).
         01 WS-DIAS-PENDENTE        PIC S9(08).
         01 WS-TITULO-LISTADO       PIC X(01).
             88 WS-TITULO-VAI-NA-LISTA      VALUE 'S'.

         01 WS-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-PENDENTES        PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-TITULO.
           03 WS-LT-NOSSO-NUMERO    PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LT-PARCELA         PIC 9(03).
           03 FILLER                PIC X(06) VALUE ' VENC '.
           03 WS-LT-VENCTO          PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' BCO '.
           03 WS-LT-BANCO           PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-SITUACAO        PIC X(15).
           03 WS-LT-DIAS            PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-MOTIVO          PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-NOME            PIC X(29).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

           MOVE SPACES TO WS-ENV-DIAS
           ACCEPT WS-ENV-DIAS FROM ENVIRONMENT 'FINTITP-DIAS'
           IF WS-ENV-DIAS IS NUMERIC
               MOVE WS-ENV-DIAS TO WS-DIAS-PRAZO
           END-IF

           OPEN INPUT FD-TITULO
           MOVE WS-FS-TITULO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
      *        Instalacao que nunca gerou remessa: nada a listar.
               DISPLAY 'FINTITP: TITULOS.DAT NAO EXISTE - SEM '
                       'TITULOS A CONFERIR.'
           ELSE
           IF NOT FS-OK
               DISPLAY 'FINTITP: ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FD-CONTRATO
               IF WS-FS-CONTRATO = '00'
                   SET WS-CONTRATO-ABERTO TO TRUE
               END-IF
               OPEN INPUT FD-CADASTRO
               IF WS-FS-CADASTRO = '00'
                   SET WS-CADASTRO-ABERTO TO TRUE
               END-IF
               PERFORM ABRE-RELATORIO

               PERFORM UNTIL WS-EOF-TITULO
                   READ FD-TITULO NEXT RECORD
                       AT END
                           SET WS-EOF-TITULO TO TRUE
                       NOT AT END
                           IF TI-ABERTO OR TI-SUBSTITUIDO
                               PERFORM AVALIA-TITULO
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM FECHA-RELATORIO
               IF WS-CADASTRO-ABERTO
                   CLOSE FD-CADASTRO
               END-IF
               IF WS-CONTRATO-ABERTO
                   CLOSE FD-CONTRATO
               END-IF
               CLOSE FD-TITULO
           END-IF
           END-IF

           DISPLAY 'FINTITP: ' WS-QTD-REJEITADOS ' TITULO(S) '
                   'REJEITADO(S) E ' WS-QTD-PENDENTES ' SEM '
                   'CONFIRMACAO HA MAIS DE ' WS-DIAS-PRAZO
                   ' DIA(S) (GERACAO TITPEND).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-RELATORIO.
           MOVE 'A'       TO RW-FUNCAO
           MOVE 'TITPEND' TO RW-RELATORIO
           MOVE 'TITULOS REJEITADOS/NAO CONFIRMADOS'
               TO RW-TITULO
           MOVE SPACES    TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       AVALIA-TITULO.
      *    Rejeitado entra sempre; pendente so depois do prazo,
      *    contado do ultimo reenvio (TI-DATA-REGISTRO) ou, no
      *    titulo que nunca voltou do banco, da geracao.
           MOVE 'N' TO WS-TITULO-LISTADO
           IF TI-DATA-REGISTRO IS NUMERIC AND TI-DATA-REGISTRO > ZEROS
               MOVE TI-DATA-REGISTRO TO WS-DATA-ENVIO
           ELSE
               MOVE TI-DATA-GERACAO  TO WS-DATA-ENVIO
           END-IF
           IF WS-DATA-ENVIO IS NUMERIC AND WS-DATA-ENVIO > ZEROS
               COMPUTE WS-DIAS-PENDENTE = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-ENVIO)
           ELSE
               MOVE ZEROS TO WS-DIAS-PENDENTE
           END-IF

           IF TI-REGISTRO-REJEITADO
               SET WS-TITULO-VAI-NA-LISTA TO TRUE
               MOVE 'REJEITADO'       TO WS-LT-SITUACAO
               MOVE TI-MOTIVO-REJEICAO TO WS-LT-MOTIVO
               ADD 1 TO WS-QTD-REJEITADOS
           ELSE
           IF TI-REGISTRO-PENDENTE
               AND WS-DIAS-PENDENTE > WS-DIAS-PRAZO
               SET WS-TITULO-VAI-NA-LISTA TO TRUE
               MOVE 'SEM CONFIRMACAO' TO WS-LT-SITUACAO
               MOVE SPACES            TO WS-LT-MOTIVO
               ADD 1 TO WS-QTD-PENDENTES
           END-IF
           END-IF

           IF WS-TITULO-VAI-NA-LISTA
               PERFORM GRAVA-LINHA-TITULO
           END-IF
           .

       GRAVA-LINHA-TITULO.
           MOVE TI-NOSSO-NUMERO  TO WS-LT-NOSSO-NUMERO
           MOVE TI-NUM-CONTRATO  TO WS-LT-CONTRATO
           MOVE TI-NUM-PARCELA   TO WS-LT-PARCELA
           MOVE TI-PARC-VENCTO   TO WS-LT-VENCTO
           MOVE TI-COD-BANCO     TO WS-LT-BANCO
           IF WS-DIAS-PENDENTE < ZEROS
               MOVE ZEROS TO WS-LT-DIAS
           ELSE
               MOVE WS-DIAS-PENDENTE TO WS-LT-DIAS
           END-IF
           PERFORM BUSCA-PAGADOR
           MOVE WS-LINHA-TITULO  TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       BUSCA-PAGADOR.
      *    Pagador atual do cadastro (o mesmo que o FINREM manda na
      *    remessa): contrato ou cliente sumido sai com o nome em
      *    branco, sem parar a lista.
           MOVE ZEROS  TO WS-LT-CLIENTE
           MOVE SPACES TO WS-LT-NOME
           IF WS-CONTRATO-ABERTO
               MOVE TI-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       MOVE 'CONTRATO INEXISTENTE' TO WS-LT-NOME
                   NOT INVALID KEY
                       MOVE FD-COD-CLIENTE TO WS-LT-CLIENTE
                       PERFORM LE-CADASTRO-PAGADOR
               END-READ
           END-IF
           .

       LE-CADASTRO-PAGADOR.
           IF WS-CADASTRO-ABERTO
               MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-LT-NOME
                   NOT INVALID KEY
                       IF FD-PESSOA-JURIDICA
                           MOVE FD-RAZAO-SOCIAL TO WS-LT-NOME
                       ELSE
                           MOVE FD-NOME         TO WS-LT-NOME
                       END-IF
               END-READ
           END-IF
           .

       END PROGRAM FINTITP.
