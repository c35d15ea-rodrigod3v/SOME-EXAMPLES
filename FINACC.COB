      *          (parcela 'G'), pois ate aqui o juro so aparecia no
      *          caixa quando a parcela era paga. A competencia vem da
      *          variavel de ambiente FINACC-COMPETENCIA (AAAAMM); sem
      *          ela, usa o mes corrente. Os juros de cada contrato
      *          ficam guardados por competencia em JUROSAPR.DAT
      *          (reexecucao regrava), de onde a rentabilidade
      *          (FINRENT) tira a receita de juros.
      *          Na noite de ensaio (ENSAIO) nao sai relatorio nem
      *          muda o JUROSAPR.DAT: os juros apropriados de cada
      *          contrato viram linhas da lista de mudancas
      *          previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-JUROSAPR       ASSIGN TO "JUROSAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JA-CHAVE
               FILE STATUS IS WS-FS-JUROSAPR.
           SELECT FD-RELATORIO      ASSIGN TO "FINACC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-JUROSAPR.
       01  FD-JUROSAPR-REC.
           COPY JUROSAPRREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-JUROSAPR      PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINACC'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
               MOVE WS-HOJE-AAMM TO WS-COMPETENCIA
           END-IF

      *    Noite de ensaio (ENSAIO): sem relatorio e sem gravar
      *    os juros - cada contrato apropriado vira uma linha da
      *    lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           IF NOT EP-EM-ENSAIO
               OPEN OUTPUT FD-RELATORIO
               MOVE WS-COMPETENCIA TO WS-TI-COMPETENCIA
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO

               OPEN I-O FD-JUROSAPR
               IF WS-FS-JUROSAPR = '35'
                   OPEN OUTPUT FD-JUROSAPR
                   CLOSE FD-JUROSAPR
                   OPEN I-O FD-JUROSAPR
               END-IF
           END-IF

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
                   AT END
                       SET WS-EOF-CONTRATO TO TRUE
                   NOT AT END
      *                Conta do crediario rotativo nao tem tabela
      *                PRICE/SAC: os juros dela entram na contabil
      *                no fechamento da fatura (movimento 'H').
                       IF FD-CONTR-ATIVO AND FD-TAXA-JUROS > ZEROS
                           AND NOT FD-CONTA-ROTATIVA
                           PERFORM APROPRIA-CONTRATO
                       END-IF
               END-READ
               CLOSE FD-CONTRATO
           END-IF

           IF NOT EP-EM-ENSAIO
               PERFORM IMPRIME-TOTAL-CARTEIRA
               CLOSE FD-RELATORIO
               CLOSE FD-JUROSAPR
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.
               MOVE FD-NUM-CONTRATO TO WS-LC-CONTRATO
               MOVE WS-TC-RECEBIDO  TO WS-LC-RECEBIDO
               MOVE WS-TC-A-RECEBER TO WS-LC-A-RECEBER
               ADD WS-TC-RECEBIDO  TO WS-CT-RECEBIDO
               ADD WS-TC-A-RECEBER TO WS-CT-A-RECEBER
               IF EP-EM-ENSAIO
                   PERFORM REGISTRA-ENSAIO-JUROS
               ELSE
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTRATO
                   PERFORM GRAVA-JUROS-APROPRIADOS
               END-IF
           END-IF
           .

       REGISTRA-ENSAIO-JUROS.
           MOVE SPACES          TO EP-REGISTRO
           MOVE WS-JOB-NOME     TO EP-PASSO
           MOVE 'M'             TO EP-TIPO
           MOVE FD-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE ZEROS           TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE  TO EP-COD-CLIENTE
           MOVE 'JUROSAPR'      TO EP-CAMPO
           MOVE WS-COMPETENCIA  TO EP-ANTES
           MOVE WS-LC-A-RECEBER TO EP-DEPOIS
           COMPUTE EP-VALOR = WS-TC-RECEBIDO + WS-TC-A-RECEBER
           MOVE 'JUROS APROPRIADOS NA COMPETENCIA'
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       GRAVA-JUROS-APROPRIADOS.
           MOVE WS-COMPETENCIA  TO JA-COMPETENCIA
           MOVE FD-NUM-CONTRATO TO JA-NUM-CONTRATO
           MOVE WS-DATA-HOJE    TO JA-DATA-EXECUCAO
           MOVE WS-TC-RECEBIDO  TO JA-JUROS-RECEBIDO
           MOVE WS-TC-A-RECEBER TO JA-JUROS-A-RECEBER
           WRITE FD-JUROSAPR-REC
               INVALID KEY
                   REWRITE FD-JUROSAPR-REC
           END-WRITE
           .

       IMPRIME-TOTAL-CARTEIRA.
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
