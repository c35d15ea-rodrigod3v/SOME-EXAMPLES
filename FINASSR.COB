      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RETORNO DAS ASSESSORIAS DE COBRANCA: para cada
      *          assessoria do ASSESSOR.DAT le o arquivo de resultado
      *          ASSRET<ccc>.DAT, se ela mandou um - header com o
      *          codigo dela e sequencia maior que a ultima
      *          processada (arquivo repetido nao entra duas vezes).
      *          Cada ocorrencia precisa ser de contrato atribuido a
      *          ela (ASSCTL.DAT) na data informada: contato ('C')
      *          vira ocorrencia tipo 'A' no log de contatos do
      *          cliente; promessa ('P', so com o contrato ainda na
      *          carteira dela) vira PROMESSA.DAT como a do PROMMNT e
      *          segura a escalada do FINCOB; pagamento recebido
      *          ('R') NAO baixa nada - a baixa so entra pelos canais
      *          da casa (retorno do banco, PIX, caixa) e aqui so se
      *          confere se a parcela ja esta paga. Tudo sai na
      *          geracao datada ASSRET (RPTWRT). Roda antes do
      *          FINASSE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINASSR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ASSESSOR       ASSIGN TO "ASSESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-COD-ASSESSORIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASSESSOR.
           SELECT FD-ASSCTL         ASSIGN TO "ASSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               ALTERNATE RECORD KEY IS AX-COD-ASSESSORIA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ASSCTL.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-PARCELA        ASSIGN TO "FDPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PARCELA.
           SELECT FD-PROMESSA       ASSIGN TO "PROMESSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PROMESSA.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OCORR.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-ASSRET         ASSIGN TO DYNAMIC WS-NOME-ASSRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ASSESSOR.
       01  FD-ASSESSOR-REC.
           COPY ASSESSREC.

       FD  FD-ASSCTL.
       01  FD-ASSCTL-REC.
           COPY ASSCTLREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PARCELA.
       01  FD-PARCELA-REC.
           COPY PARCREC.

       FD  FD-PROMESSA.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-ASSRET.
       01  FD-ASSRET-REC.
           COPY ASSRETREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-ASSESSOR      PIC X(02) VALUE '00'.
           03 WS-FS-ASSCTL        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-ASSRET        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINASSR'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-NOME-ASSRET          PIC X(16).
         01 WS-OPERADOR-ASS.
           03 FILLER                PIC X(03) VALUE 'ASS'.
           03 WS-OA-COD-ASSESSORIA  PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.

         01 WS-FIM-ASSESSOR         PIC X(01) VALUE 'N'.
             88 WS-EOF-ASSESSOR             VALUE 'S'.
         01 WS-FIM-ASSRET           PIC X(01).
             88 WS-EOF-ASSRET               VALUE 'S'.
         01 WS-FIM-ASSCTL           PIC X(01).
             88 WS-EOF-ASSCTL               VALUE 'S'.
         01 WS-ARQUIVO-VALIDO       PIC X(01).
             88 WS-ARQUIVO-ACEITO           VALUE 'S'.
         01 WS-ATRIBUICAO-ACHADA    PIC X(01).
             88 WS-CONTRATO-DA-ASSESSORIA   VALUE 'S'.
         01 WS-ATRIBUICAO-ATIVA     PIC X(01).
             88 WS-AINDA-NA-CARTEIRA        VALUE 'S'.

         01 WS-QTD-DETALHES-ARQ     PIC 9(06).
         01 WS-SEQ-RECEBIDA         PIC 9(06).

         01 WS-CONTADORES.
           03 WS-QTD-ARQUIVOS       PIC 9(04) VALUE ZEROS.
           03 WS-QTD-CONTATOS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PROMESSAS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PAGTO-CONFIRMADO PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PAGTO-PENDENTE PIC 9(06) VALUE ZEROS.
           03 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

         01 WS-TEXTO-OCORR.
           03 FILLER                PIC X(11) VALUE 'ASSESSORIA '.
           03 WS-TO-ASSESSORIA      PIC 9(03).
           03 FILLER                PIC X(02) VALUE ': '.
           03 WS-TO-TEXTO           PIC X(40).
           03 FILLER                PIC X(04) VALUE SPACES.

         01 WS-LINHA-RETORNO.
           03 WS-LR-ASSESSORIA      PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-OCORRENCIA      PIC X(01).
           03 FILLER                PIC X(07) VALUE ' CONTR '.
           03 WS-LR-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' PARC '.
           03 WS-LR-PARCELA         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-VALOR           PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-RESULTADO       PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           PERFORM ABRE-ARQUIVOS
           PERFORM ABRE-RELATORIO

           MOVE ZEROS TO AS-COD-ASSESSORIA
           START FD-ASSESSOR KEY NOT < AS-COD-ASSESSORIA
               INVALID KEY
                   SET WS-EOF-ASSESSOR TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ASSESSOR
               READ FD-ASSESSOR NEXT RECORD
                   AT END
                       SET WS-EOF-ASSESSOR TO TRUE
                   NOT AT END
                       PERFORM PROCESSA-RETORNO-ASSESSORIA
               END-READ
           END-PERFORM

           PERFORM FECHA-RELATORIO
           PERFORM FECHA-ARQUIVOS

           DISPLAY 'FINASSR: ' WS-QTD-ARQUIVOS ' ARQUIVO(S), '
                   WS-QTD-CONTATOS ' CONTATO(S), ' WS-QTD-PROMESSAS
                   ' PROMESSA(S), ' WS-QTD-PAGTO-CONFIRMADO
                   ' PAGAMENTO(S) CONFIRMADO(S), '
                   WS-QTD-PAGTO-PENDENTE ' SEM BAIXA, '
                   WS-QTD-REJEITADOS ' REJEITADO(S).'

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O FD-ASSESSOR
           IF WS-FS-ASSESSOR = '35'
               OPEN OUTPUT FD-ASSESSOR
               CLOSE FD-ASSESSOR
               OPEN I-O FD-ASSESSOR
           END-IF

           OPEN INPUT FD-ASSCTL
           IF WS-FS-ASSCTL = '35'
               OPEN OUTPUT FD-ASSCTL
               CLOSE FD-ASSCTL
               OPEN INPUT FD-ASSCTL
           END-IF

           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO = '35'
               OPEN OUTPUT FD-CONTRATO
               CLOSE FD-CONTRATO
               OPEN INPUT FD-CONTRATO
           END-IF

           OPEN INPUT FD-PARCELA
           IF WS-FS-PARCELA = '35'
               OPEN OUTPUT FD-PARCELA
               CLOSE FD-PARCELA
               OPEN INPUT FD-PARCELA
           END-IF

           OPEN I-O FD-PROMESSA
           IF WS-FS-PROMESSA = '35'
               OPEN OUTPUT FD-PROMESSA
               CLOSE FD-PROMESSA
               OPEN I-O FD-PROMESSA
           END-IF

           OPEN I-O FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
               CLOSE FD-OCORR
               OPEN I-O FD-OCORR
           END-IF

           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           .

       FECHA-ARQUIVOS.
           CLOSE FD-ASSESSOR
           CLOSE FD-ASSCTL
           CLOSE FD-CONTRATO
           CLOSE FD-PARCELA
           CLOSE FD-PROMESSA
           CLOSE FD-OCORR
           CLOSE FD-NUMCTL
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'ASSRET'   TO RW-RELATORIO
           MOVE 'RETORNO DAS ASSESSORIAS DE COBRANCA' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-RETORNO.
           MOVE WS-LINHA-RETORNO TO RW-LINHA
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       PROCESSA-RETORNO-ASSESSORIA.
           MOVE SPACES TO WS-NOME-ASSRET
           STRING 'ASSRET'          DELIMITED BY SIZE
                  AS-COD-ASSESSORIA DELIMITED BY SIZE
                  '.DAT'            DELIMITED BY SIZE
                  INTO WS-NOME-ASSRET
           OPEN INPUT FD-ASSRET
           MOVE WS-FS-ASSRET TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK
               PERFORM LE-ARQUIVO-RETORNO
               CLOSE FD-ASSRET
           END-IF
           .

       LE-ARQUIVO-RETORNO.
      *    Header primeiro: codigo da propria assessoria e sequencia
      *    nova; fora disso o arquivo inteiro fica de fora.
           MOVE 'N'   TO WS-ARQUIVO-VALIDO WS-FIM-ASSRET
           MOVE ZEROS TO WS-QTD-DETALHES-ARQ WS-SEQ-RECEBIDA
           MOVE SPACES TO WS-LINHA-RETORNO
           MOVE AS-COD-ASSESSORIA TO WS-LR-ASSESSORIA
                                     WS-OA-COD-ASSESSORIA
                                     WS-TO-ASSESSORIA
           READ FD-ASSRET
               AT END
                   SET WS-EOF-ASSRET TO TRUE
               NOT AT END
                   IF AR-REG-HEADER
                       AND AR-H-COD-ASSESSORIA = AS-COD-ASSESSORIA
                       AND AR-H-SEQUENCIA IS NUMERIC
                       AND AR-H-SEQUENCIA > AS-ULT-SEQ-RETORNO
                       SET WS-ARQUIVO-ACEITO TO TRUE
                       MOVE AR-H-SEQUENCIA TO WS-SEQ-RECEBIDA
                   END-IF
           END-READ

           IF NOT WS-ARQUIVO-ACEITO
               MOVE 'ARQUIVO REJEITADO: HEADER/SEQUENCIA INVALIDOS'
                   TO WS-LR-RESULTADO
               PERFORM GRAVA-LINHA-RETORNO
               DISPLAY 'FINASSR: ' WS-NOME-ASSRET ' REJEITADO - '
                       'HEADER INVALIDO OU SEQUENCIA JA PROCESSADA.'
           ELSE
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM UNTIL WS-EOF-ASSRET
                   READ FD-ASSRET
                       AT END
                           SET WS-EOF-ASSRET TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN AR-REG-DETALHE
                                   ADD 1 TO WS-QTD-DETALHES-ARQ
                                   PERFORM PROCESSA-OCORRENCIA
                               WHEN AR-REG-TRAILER
                                   PERFORM CONFERE-TRAILER
                                   SET WS-EOF-ASSRET TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE WS-SEQ-RECEBIDA TO AS-ULT-SEQ-RETORNO
               REWRITE FD-ASSESSOR-REC
           END-IF
           .

       CONFERE-TRAILER.
           IF AR-T-QTD-DETALHES NOT = WS-QTD-DETALHES-ARQ
               MOVE SPACES TO WS-LINHA-RETORNO
               MOVE AS-COD-ASSESSORIA TO WS-LR-ASSESSORIA
               MOVE 'TRAILER NAO CONFERE COM A QTDE DE DETALHES'
                   TO WS-LR-RESULTADO
               PERFORM GRAVA-LINHA-RETORNO
           END-IF
           .

       PROCESSA-OCORRENCIA.
           MOVE AR-OCORRENCIA   TO WS-LR-OCORRENCIA
           MOVE AR-NUM-CONTRATO TO WS-LR-CONTRATO
           MOVE AR-NUM-PARCELA  TO WS-LR-PARCELA
           MOVE AR-DATA         TO WS-LR-DATA
           MOVE ZEROS           TO WS-LR-VALOR
           IF AR-VALOR IS NUMERIC
               MOVE AR-VALOR    TO WS-LR-VALOR
           END-IF

           IF AR-NUM-CONTRATO NOT NUMERIC OR AR-DATA NOT NUMERIC
               MOVE 'REJEITADO: CONTRATO/DATA INVALIDOS'
                   TO WS-LR-RESULTADO
               ADD 1 TO WS-QTD-REJEITADOS
           ELSE
               PERFORM VERIFICA-ATRIBUICAO
               MOVE AR-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       MOVE 'N' TO WS-ATRIBUICAO-ACHADA
               END-READ
               IF NOT WS-CONTRATO-DA-ASSESSORIA
                   MOVE 'REJEITADO: CONTRATO NAO ATRIBUIDO A ELA'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               ELSE
                   EVALUATE TRUE
                       WHEN AR-CONTATO
                           PERFORM GRAVA-CONTATO
                       WHEN AR-PROMESSA
                           PERFORM GRAVA-PROMESSA-ASSESSORIA
                       WHEN AR-PAGAMENTO
                           PERFORM CONFERE-PAGAMENTO
                       WHEN OTHER
                           MOVE 'REJEITADO: OCORRENCIA DESCONHECIDA'
                               TO WS-LR-RESULTADO
                           ADD 1 TO WS-QTD-REJEITADOS
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM GRAVA-LINHA-RETORNO
           .

       VERIFICA-ATRIBUICAO.
      *    Historico do contrato em ASSCTL.DAT: a ocorrencia vale se
      *    o contrato era desta assessoria na data informada.
           MOVE 'N' TO WS-ATRIBUICAO-ACHADA WS-ATRIBUICAO-ATIVA
           MOVE 'N' TO WS-FIM-ASSCTL
           MOVE AR-NUM-CONTRATO TO AX-NUM-CONTRATO
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
                       IF AX-NUM-CONTRATO NOT = AR-NUM-CONTRATO
                           SET WS-EOF-ASSCTL TO TRUE
                       ELSE
                           IF AX-COD-ASSESSORIA = AS-COD-ASSESSORIA
                               AND AX-DATA-INICIO NOT > AR-DATA
                               AND (AX-DATA-FIM = ZEROS
                                    OR AX-DATA-FIM NOT < AR-DATA)
                               SET WS-CONTRATO-DA-ASSESSORIA TO TRUE
                               IF AX-ATIVA
                                   SET WS-AINDA-NA-CARTEIRA TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-CONTATO.
      *    Contato da assessoria entra no mesmo log do OCORMNT e das
      *    cartas do FINCOB, tipo 'A'. Serie OCORR de NUMCTL.DAT.
           MOVE 'OCORR' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'OCORR' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO OC-NUM-OCORR
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC

           MOVE FD-COD-CLIENTE   TO OC-COD-CLIENTE
           MOVE AR-NUM-CONTRATO  TO OC-NUM-CONTRATO
           MOVE 'A'              TO OC-TIPO
           MOVE AR-TEXTO         TO WS-TO-TEXTO
           MOVE WS-TEXTO-OCORR   TO OC-TEXTO
           MOVE AR-DATA          TO OC-DATA
           MOVE ZEROS            TO OC-HORA
           MOVE WS-OPERADOR-ASS  TO OC-OPERADOR
           WRITE FD-OCORR-REC
           MOVE 'CONTATO REGISTRADO NO LOG DO CLIENTE'
               TO WS-LR-RESULTADO
           ADD 1 TO WS-QTD-CONTATOS
           .

       GRAVA-PROMESSA-ASSESSORIA.
      *    Mesma promessa do PROMMNT (pendente segura o FINCOB ate o
      *    FINATRA conferir), so para parcela em aberto, data de hoje
      *    em diante e contrato ainda na carteira da assessoria.
           MOVE AR-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE AR-NUM-PARCELA  TO PR-NUM-PARCELA
           READ FD-PARCELA
               INVALID KEY
                   MOVE 'X' TO PR-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-AINDA-NA-CARTEIRA
                   MOVE 'REJEITADO: CONTRATO JA DEVOLVIDO'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT (PR-PENDENTE OR PR-ATRASADA)
                   MOVE 'REJEITADO: PARCELA NAO ESTA EM ABERTO'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN AR-DATA < WS-DATA-HOJE
                   OR AR-VALOR NOT NUMERIC
                   OR AR-VALOR = ZEROS
                   MOVE 'REJEITADO: DATA PASSADA OU VALOR INVALIDO'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   MOVE AR-NUM-CONTRATO  TO PM-NUM-CONTRATO
                   MOVE AR-NUM-PARCELA   TO PM-NUM-PARCELA
                   MOVE FD-COD-CLIENTE   TO PM-COD-CLIENTE
                   MOVE AR-DATA          TO PM-DATA-PROMETIDA
                   MOVE AR-VALOR         TO PM-VR-PROMETIDO
                   MOVE 'P'              TO PM-STATUS
                   MOVE WS-DATA-HOJE     TO PM-DATA-REGISTRO
                   MOVE WS-OPERADOR-ASS  TO PM-OPERADOR
                   MOVE ZEROS            TO PM-DATA-DESFECHO
                   WRITE FD-PROMESSA-REC
                       INVALID KEY
                           REWRITE FD-PROMESSA-REC
                   END-WRITE
                   MOVE 'PROMESSA REGISTRADA' TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-PROMESSAS
           END-EVALUATE
           .

       CONFERE-PAGAMENTO.
      *    So confere: baixa de parcela e dos canais da casa.
           MOVE AR-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE AR-NUM-PARCELA  TO PR-NUM-PARCELA
           READ FD-PARCELA
               INVALID KEY
                   MOVE 'X' TO PR-STATUS
           END-READ
           IF PR-PAGA
               MOVE 'PAGAMENTO CONFIRMADO - PARCELA JA BAIXADA'
                   TO WS-LR-RESULTADO
               ADD 1 TO WS-QTD-PAGTO-CONFIRMADO
           ELSE
               MOVE 'PAGAMENTO INFORMADO SEM BAIXA - CONFERIR'
                   TO WS-LR-RESULTADO
               ADD 1 TO WS-QTD-PAGTO-PENDENTE
           END-IF
           .

       END PROGRAM FINASSR.
