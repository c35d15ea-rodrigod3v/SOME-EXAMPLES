      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: LIBERACAO DE CREDITO POR TED: passo do JOBNOTURNO
      *          logo depois do FINAN2. Primeiro le o retorno do
      *          banco pagador (TEDRET.DAT) - TED efetivada confirma
      *          a liberacao, grava a data do credito e manda para o
      *          MOVDIA o pagamento ('L', liquido pago, contra a
      *          conta de bancos), o IOF retido ('I') e a tarifa de
      *          cadastro financiada retida ('A'), baixando a
      *          obrigacao de repasse que o contrato novo ('N')
      *          constituiu; TED recusada volta ao back office
      *          (LIBMNT) com a ocorrencia. Depois gera a remessa
      *          do dia (TEDREM.DAT, numero na serie TEDREM do
      *          NUMCTL.DAT) com as liberacoes prontas. O banco
      *          pagador vem da variavel FINLIB-BANCO (padrao 001),
      *          com agencia e conta do BANCO.DAT. Relatorio em
      *          FINLIB.PRT: pagas, recusadas, divergentes, enviadas,
      *          enviadas sem retorno e aguardando dados. TED paga
      *          a credora original de um contrato trazido por
      *          portabilidade efetiva o pedido em PORTAB.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINLIB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LIBERACAO      ASSIGN TO "LIBERACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-NUM-CONTRATO
               FILE STATUS IS WS-FS-LIBERACAO.
           SELECT FD-PORTAB         ASSIGN TO "PORTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUM-PORTAB
               ALTERNATE RECORD KEY IS PO-NUM-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PORTAB.
           SELECT FD-BANCO          ASSIGN TO "BANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-COD-BANCO
               FILE STATUS IS WS-FS-BANCO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-TEDRET         ASSIGN TO "TEDRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEDRET.
           SELECT FD-TEDREM         ASSIGN TO "TEDREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEDREM.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
           SELECT FD-RELATO         ASSIGN TO "FINLIB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LIBERACAO.
       01  FD-LIBERACAO-REC.
           COPY LIBERREC.

       FD  FD-PORTAB.
       01  FD-PORTAB-REC.
           COPY PORTREC.

       FD  FD-BANCO.
       01  FD-BANCO-REC.
           COPY BANCOREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-TEDRET.
       01  FD-TEDRET-REC.
           COPY TEDRETREC.

       FD  FD-TEDREM.
       01  FD-TEDREM-REC.
           COPY TEDREMREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-LIBERACAO     PIC X(02) VALUE '00'.
           03 WS-FS-BANCO         PIC X(02) VALUE '00'.
           03 WS-FS-PORTAB        PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-TEDRET        PIC X(02) VALUE '00'.
           03 WS-FS-TEDREM        PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINLIB'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-ENV-BANCO            PIC X(03).
         01 WS-BANCO-PAGADOR        PIC 9(03) VALUE 001.
         01 WS-AGENCIA-PAGADORA     PIC 9(05) VALUE ZEROS.
         01 WS-CONTA-PAGADORA       PIC 9(10) VALUE ZEROS.

         01 WS-FIM-TEDRET           PIC X(01).
             88 WS-EOF-TEDRET               VALUE 'S'.
         01 WS-FIM-LIBERACAO        PIC X(01).
             88 WS-EOF-LIBERACAO            VALUE 'S'.
         01 WS-HEADER-RETORNO       PIC X(01).
             88 WS-RETORNO-COM-HEADER       VALUE 'S'.
         01 WS-FIM-PORTAB           PIC X(01).
             88 WS-EOF-PORTAB               VALUE 'S'.

         01 WS-SEQ-RETORNO          PIC 9(06) VALUE ZEROS.
         01 WS-NUM-REMESSA          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-DET-RETORNO      PIC 9(06) VALUE ZEROS.
         01 WS-VALOR-EDITADO        PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-CONTADORES.
           03 WS-QTD-PAGAS          PIC 9(06) VALUE ZEROS.
           03 WS-VR-PAGAS           PIC 9(11)V99 VALUE ZEROS.
           03 WS-QTD-RECUSADAS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-DIVERGENTES    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-IGNORADAS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-ENVIADAS       PIC 9(06) VALUE ZEROS.
           03 WS-VR-ENVIADAS        PIC 9(11)V99 VALUE ZEROS.
           03 WS-QTD-SEM-RETORNO    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-AGUARDANDO     PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(40) VALUE
              'FINLIB - LIBERACAO DE CREDITO POR TED   '.
           03 FILLER                PIC X(06) VALUE 'DATA: '.
           03 WS-LT-DATA            PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  BANCO '.
           03 WS-LT-BANCO           PIC 9(03).
           03 FILLER                PIC X(15) VALUE SPACES.

         01 WS-LINHA-DETALHE.
           03 WS-LD-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-SITUACAO        PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-OBSERVACAO      PIC X(39).

         01 WS-LINHA-TOTAL.
           03 WS-LO-DESCRICAO       PIC X(40).
           03 WS-LO-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LO-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           ACCEPT WS-ENV-BANCO FROM ENVIRONMENT 'FINLIB-BANCO'
           IF WS-ENV-BANCO IS NUMERIC
               MOVE WS-ENV-BANCO TO WS-BANCO-PAGADOR
           END-IF
           PERFORM CARREGA-BANCO-PAGADOR

           OPEN I-O FD-LIBERACAO
           IF WS-FS-LIBERACAO = '35'
               OPEN OUTPUT FD-LIBERACAO
               CLOSE FD-LIBERACAO
               OPEN I-O FD-LIBERACAO
           END-IF
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           OPEN I-O FD-PORTAB
           IF WS-FS-PORTAB = '35'
               OPEN OUTPUT FD-PORTAB
               CLOSE FD-PORTAB
               OPEN I-O FD-PORTAB
           END-IF
           OPEN OUTPUT FD-RELATO
           MOVE WS-DATA-MOVIMENTO TO WS-LT-DATA
           MOVE WS-BANCO-PAGADOR  TO WS-LT-BANCO
           WRITE FD-RELATO-REG FROM WS-LINHA-TITULO
           MOVE ALL '-' TO FD-RELATO-REG
           WRITE FD-RELATO-REG

           PERFORM PROCESSA-RETORNO-TED
           PERFORM GERA-REMESSA-TED
           PERFORM IMPRIME-TOTAIS

           CLOSE FD-RELATO
           CLOSE FD-PORTAB
           CLOSE FD-NUMCTL
           CLOSE FD-LIBERACAO

           DISPLAY 'FINLIB: ' WS-QTD-PAGAS ' TED(S) PAGA(S), '
                   WS-QTD-RECUSADAS ' RECUSADA(S), '
                   WS-QTD-ENVIADAS ' ENVIADA(S) NA REMESSA '
                   WS-NUM-REMESSA '.'
           IF WS-QTD-DIVERGENTES > ZEROS
               DISPLAY 'FINLIB: ' WS-QTD-DIVERGENTES
                       ' TED(S) COM VALOR DIVERGENTE - VER FINLIB.PRT.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-BANCO-PAGADOR.
      *    Agencia e conta debitadas vem do mestre de bancos; sem o
      *    cadastro a remessa sai so com o codigo do banco.
           OPEN INPUT FD-BANCO
           IF WS-FS-BANCO = '00'
               MOVE WS-BANCO-PAGADOR TO BC-COD-BANCO
               READ FD-BANCO
                   INVALID KEY
                       DISPLAY 'FINLIB: BANCO ' WS-BANCO-PAGADOR
                               ' NAO CADASTRADO NO BANCO.DAT.'
                   NOT INVALID KEY
                       MOVE BC-AGENCIA TO WS-AGENCIA-PAGADORA
                       MOVE BC-CONTA   TO WS-CONTA-PAGADORA
               END-READ
               CLOSE FD-BANCO
           ELSE
               DISPLAY 'FINLIB: BANCO.DAT INDISPONIVEL - REMESSA SEM '
                       'AGENCIA/CONTA PAGADORA.'
           END-IF
           .

       PROCESSA-RETORNO-TED.
      *    Retorno reprocessado nao faz estrago: so liberacao ainda
      *    enviada, na mesma remessa do header, e atualizada.
           OPEN INPUT FD-TEDRET
           IF WS-FS-TEDRET NOT = '00'
               MOVE 'SEM RETORNO DE TED HOJE (TEDRET.DAT)'
                   TO FD-RELATO-REG
               WRITE FD-RELATO-REG
           ELSE
               MOVE 'N' TO WS-FIM-TEDRET WS-HEADER-RETORNO
               PERFORM UNTIL WS-EOF-TEDRET
                   READ FD-TEDRET
                       AT END
                           SET WS-EOF-TEDRET TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN TR-REG-HEADER
                                   SET WS-RETORNO-COM-HEADER TO TRUE
                                   MOVE TR-H-SEQ-REMESSA
                                       TO WS-SEQ-RETORNO
                               WHEN TR-REG-DETALHE
                                   ADD 1 TO WS-QTD-DET-RETORNO
                                   IF WS-RETORNO-COM-HEADER
                                       PERFORM POSTA-RETORNO-TED
                                   END-IF
                               WHEN TR-REG-TRAILER
                                   IF TR-T-QTD-DETALHES
                                       NOT = WS-QTD-DET-RETORNO
                                       MOVE 'TRAILER DO RETORNO NAO '
                                           TO FD-RELATO-REG
                                       MOVE 'CONFERE COM OS DETALHES'
                                           TO FD-RELATO-REG(24:)
                                       WRITE FD-RELATO-REG
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FD-TEDRET
               IF NOT WS-RETORNO-COM-HEADER
                   MOVE 'RETORNO DE TED SEM HEADER - NAO PROCESSADO'
                       TO FD-RELATO-REG
                   WRITE FD-RELATO-REG
               END-IF
           END-IF
           .

       POSTA-RETORNO-TED.
           MOVE TR-NUM-CONTRATO TO LB-NUM-CONTRATO
           MOVE TR-NUM-CONTRATO TO WS-LD-CONTRATO
           MOVE TR-VALOR-PAGO   TO WS-LD-VALOR
           READ FD-LIBERACAO
               INVALID KEY
                   MOVE 'IGNORADA'         TO WS-LD-SITUACAO
                   MOVE 'CONTRATO SEM LIBERACAO'
                       TO WS-LD-OBSERVACAO
                   WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
                   ADD 1 TO WS-QTD-IGNORADAS
               NOT INVALID KEY
                   IF NOT LB-ENVIADA
                       OR LB-SEQ-REMESSA NOT = WS-SEQ-RETORNO
                       MOVE 'IGNORADA'     TO WS-LD-SITUACAO
                       MOVE 'JA PROCESSADA OU FORA DA REMESSA'
                           TO WS-LD-OBSERVACAO
                       WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
                       ADD 1 TO WS-QTD-IGNORADAS
                   ELSE
                       IF TR-TED-EFETIVADA
                           PERFORM CONFIRMA-LIBERACAO
                       ELSE
                           PERFORM RECUSA-LIBERACAO
                       END-IF
                   END-IF
           END-READ
           .

       CONFIRMA-LIBERACAO.
      *    Valor pago diferente do enviado fica enviada para a
      *    tesouraria conferir com o banco - nao se contabiliza
      *    valor que nao bate.
           IF TR-VALOR-PAGO NOT = LB-VR-LIQUIDO
               MOVE 'DIVERGENTE'       TO WS-LD-SITUACAO
               MOVE SPACES             TO WS-LD-OBSERVACAO
               MOVE LB-VR-LIQUIDO      TO WS-VALOR-EDITADO
               STRING 'VALOR ENVIADO ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      INTO WS-LD-OBSERVACAO
               WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
               ADD 1 TO WS-QTD-DIVERGENTES
           ELSE
               MOVE 'C'               TO LB-SITUACAO
               MOVE TR-DATA-PAGAMENTO TO LB-DATA-PAGAMENTO
               MOVE TR-AUTENTICACAO   TO LB-AUTENTICACAO
               MOVE TR-OCORRENCIA     TO LB-OCORRENCIA
               MOVE SPACES            TO LB-DESCR-OCORRENCIA
               REWRITE FD-LIBERACAO-REC
               SET MV-LIBERACAO-PAGA TO TRUE
               MOVE LB-VR-LIQUIDO TO MV-VALOR
               PERFORM GRAVA-MOVDIA-LIBERACAO
               IF LB-VR-IOF > ZEROS
                   SET MV-IOF-RETIDO TO TRUE
                   MOVE LB-VR-IOF TO MV-VALOR
                   PERFORM GRAVA-MOVDIA-LIBERACAO
               END-IF
               IF LB-VR-TARIFA IS NUMERIC AND LB-VR-TARIFA > ZEROS
                   SET MV-TARIFA-RETIDA TO TRUE
                   MOVE LB-VR-TARIFA TO MV-VALOR
                   PERFORM GRAVA-MOVDIA-LIBERACAO
               END-IF
               MOVE 'PAGA'             TO WS-LD-SITUACAO
               MOVE SPACES             TO WS-LD-OBSERVACAO
               STRING 'CREDITO EM '    DELIMITED BY SIZE
                      TR-DATA-PAGAMENTO DELIMITED BY SIZE
                      ' A '            DELIMITED BY SIZE
                      LB-NOME-FAVORECIDO DELIMITED BY SIZE
                      INTO WS-LD-OBSERVACAO
               WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
               ADD 1             TO WS-QTD-PAGAS
               ADD LB-VR-LIQUIDO TO WS-VR-PAGAS
               IF LB-FAV-INSTITUICAO
                   PERFORM EFETIVA-PORTABILIDADE-ENTRADA
               END-IF
           END-IF
           .

       EFETIVA-PORTABILIDADE-ENTRADA.
      *    A divida na credora original esta quitada: o pedido de
      *    portabilidade que criou o contrato fica efetivado.
           MOVE 'N' TO WS-FIM-PORTAB
           MOVE LB-NUM-CONTRATO TO PO-NUM-CONTRATO
           START FD-PORTAB KEY = PO-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-PORTAB TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-PORTAB
               READ FD-PORTAB NEXT RECORD
                   AT END
                       SET WS-EOF-PORTAB TO TRUE
                   NOT AT END
                       IF PO-NUM-CONTRATO NOT = LB-NUM-CONTRATO
                           SET WS-EOF-PORTAB TO TRUE
                       ELSE
                           IF PO-ENTRADA AND PO-CONTRATO-CRIADO
                               MOVE LB-VR-LIQUIDO TO PO-VR-EFETIVADO
                               MOVE TR-DATA-PAGAMENTO
                                   TO PO-DATA-EFETIVACAO
                               MOVE 'E'           TO PO-SITUACAO
                               MOVE WS-JOB-NOME   TO PO-USUARIO
                               MOVE WS-DATA-MOVIMENTO
                                   TO PO-DATA-MANUTENCAO
                               REWRITE FD-PORTAB-REC
                               MOVE 'PORTABILIDADE'
                                   TO WS-LD-SITUACAO
                               MOVE SPACES TO WS-LD-OBSERVACAO
                               STRING 'PEDIDO ' PO-NUM-PORTAB
                                      ' EFETIVADO'
                                   DELIMITED BY SIZE
                                   INTO WS-LD-OBSERVACAO
                               WRITE FD-RELATO-REG
                                   FROM WS-LINHA-DETALHE
                               SET WS-EOF-PORTAB TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       RECUSA-LIBERACAO.
           MOVE 'R'           TO LB-SITUACAO
           MOVE TR-OCORRENCIA TO LB-OCORRENCIA
           EVALUATE TRUE
               WHEN TR-CONTA-INEXISTENTE
                   MOVE 'CONTA INEXISTENTE' TO LB-DESCR-OCORRENCIA
               WHEN TR-CONTA-ENCERRADA
                   MOVE 'CONTA ENCERRADA' TO LB-DESCR-OCORRENCIA
               WHEN TR-DOCUMENTO-DIVERGE
                   MOVE 'CPF/CNPJ NAO CONFERE COM A CONTA'
                       TO LB-DESCR-OCORRENCIA
               WHEN TR-CONTA-BLOQUEADA
                   MOVE 'CONTA BLOQUEADA' TO LB-DESCR-OCORRENCIA
               WHEN OTHER
                   MOVE 'RECUSADA PELO BANCO' TO LB-DESCR-OCORRENCIA
           END-EVALUATE
           REWRITE FD-LIBERACAO-REC
           MOVE 'RECUSADA'          TO WS-LD-SITUACAO
           MOVE LB-VR-LIQUIDO       TO WS-LD-VALOR
           MOVE LB-DESCR-OCORRENCIA TO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           ADD 1 TO WS-QTD-RECUSADAS
           .

       GERA-REMESSA-TED.
      *    O arquivo e sempre refeito: sem liberacao pronta ele sai
      *    vazio, e a remessa de ontem nao e transmitida de novo.
      *    O numero da serie so e consumido com o primeiro detalhe.
           OPEN OUTPUT FD-TEDREM
           MOVE 'N' TO WS-FIM-LIBERACAO
           MOVE ZEROS TO LB-NUM-CONTRATO
           START FD-LIBERACAO KEY NOT < LB-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-LIBERACAO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LIBERACAO
               READ FD-LIBERACAO NEXT RECORD
                   AT END
                       SET WS-EOF-LIBERACAO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LB-PRONTA AND LB-VR-LIQUIDO > ZEROS
                               PERFORM GRAVA-DETALHE-TED
                           WHEN LB-ENVIADA
                               AND LB-DATA-ENVIO < WS-DATA-MOVIMENTO
                               PERFORM LISTA-SEM-RETORNO
                           WHEN LB-AGUARDANDO-DADOS
                               ADD 1 TO WS-QTD-AGUARDANDO
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-QTD-ENVIADAS > ZEROS
               MOVE SPACES               TO FD-TEDREM-REC
               MOVE 'T'                  TO TD-TIPO-REG
               MOVE WS-QTD-ENVIADAS      TO TD-T-QTD-DETALHES
               MOVE WS-VR-ENVIADAS       TO TD-T-VR-TOTAL
               WRITE FD-TEDREM-REC
           END-IF
           CLOSE FD-TEDREM
           .

       GRAVA-HEADER-TED.
      *    Numero da remessa na serie TEDREM de NUMCTL.DAT, mesmo
      *    le-usa-incrementa das demais series.
           MOVE 'TEDREM' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'TEDREM' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-REMESSA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC

           MOVE SPACES              TO FD-TEDREM-REC
           MOVE 'H'                 TO TD-TIPO-REG
           MOVE WS-BANCO-PAGADOR    TO TD-H-BANCO
           MOVE WS-AGENCIA-PAGADORA TO TD-H-AGENCIA
           MOVE WS-CONTA-PAGADORA   TO TD-H-CONTA
           MOVE WS-NUM-REMESSA      TO TD-H-SEQUENCIA
           MOVE WS-DATA-MOVIMENTO   TO TD-H-DATA-GERACAO
           WRITE FD-TEDREM-REC
           .

       GRAVA-DETALHE-TED.
           IF WS-QTD-ENVIADAS = ZEROS
               PERFORM GRAVA-HEADER-TED
           END-IF
           MOVE SPACES               TO FD-TEDREM-REC
           MOVE 'D'                  TO TD-TIPO-REG
           MOVE LB-NUM-CONTRATO      TO TD-NUM-CONTRATO
           MOVE LB-BANCO-FAV         TO TD-BANCO-FAV
           MOVE LB-AGENCIA-FAV       TO TD-AGENCIA-FAV
           MOVE LB-CONTA-FAV         TO TD-CONTA-FAV
           MOVE LB-DV-CONTA-FAV      TO TD-DV-CONTA-FAV
           MOVE LB-TIPO-CONTA        TO TD-TIPO-CONTA
           MOVE LB-TIPO-PESSOA       TO TD-TIPO-PESSOA
           MOVE LB-CPF-CNPJ          TO TD-CPF-CNPJ
           MOVE LB-NOME-FAVORECIDO   TO TD-NOME-FAVORECIDO
           MOVE LB-VR-LIQUIDO        TO TD-VALOR
           MOVE WS-DATA-MOVIMENTO    TO TD-DATA-PAGAMENTO
           WRITE FD-TEDREM-REC

           MOVE 'E'               TO LB-SITUACAO
           MOVE WS-NUM-REMESSA    TO LB-SEQ-REMESSA
           MOVE WS-DATA-MOVIMENTO TO LB-DATA-ENVIO
           ADD 1                  TO LB-QTD-ENVIOS
           REWRITE FD-LIBERACAO-REC

           ADD 1             TO WS-QTD-ENVIADAS
           ADD LB-VR-LIQUIDO TO WS-VR-ENVIADAS
           MOVE LB-NUM-CONTRATO    TO WS-LD-CONTRATO
           MOVE 'ENVIADA'          TO WS-LD-SITUACAO
           MOVE LB-VR-LIQUIDO      TO WS-LD-VALOR
           MOVE LB-NOME-FAVORECIDO TO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           .

       LISTA-SEM-RETORNO.
           ADD 1 TO WS-QTD-SEM-RETORNO
           MOVE LB-NUM-CONTRATO TO WS-LD-CONTRATO
           MOVE 'SEM RETORNO'   TO WS-LD-SITUACAO
           MOVE LB-VR-LIQUIDO   TO WS-LD-VALOR
           MOVE SPACES          TO WS-LD-OBSERVACAO
           STRING 'ENVIADA NA REMESSA ' DELIMITED BY SIZE
                  LB-SEQ-REMESSA        DELIMITED BY SIZE
                  ' EM '                DELIMITED BY SIZE
                  LB-DATA-ENVIO         DELIMITED BY SIZE
                  INTO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           .

       GRAVA-MOVDIA-LIBERACAO.
      *    Mesmo EXTEND com criacao na primeira gravacao do
      *    GRAVA-MOVDIA do FINAN2.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           MOVE LB-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE WS-DATA-MOVIMENTO TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC
           CLOSE FD-MOVDIA
           .

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           MOVE 'TED PAGAS (LIBERACAO CONFIRMADA)' TO WS-LO-DESCRICAO
           MOVE WS-QTD-PAGAS   TO WS-LO-QTD
           MOVE WS-VR-PAGAS    TO WS-LO-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'TED RECUSADAS (CORRIGIR NO LIBMNT)' TO WS-LO-DESCRICAO
           MOVE WS-QTD-RECUSADAS TO WS-LO-QTD
           MOVE ZEROS            TO WS-LO-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'TED COM VALOR DIVERGENTE' TO WS-LO-DESCRICAO
           MOVE WS-QTD-DIVERGENTES TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'DETALHES DE RETORNO IGNORADOS' TO WS-LO-DESCRICAO
           MOVE WS-QTD-IGNORADAS TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'TED ENVIADAS NA REMESSA DE HOJE' TO WS-LO-DESCRICAO
           MOVE WS-QTD-ENVIADAS TO WS-LO-QTD
           MOVE WS-VR-ENVIADAS  TO WS-LO-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'TED ENVIADAS AINDA SEM RETORNO' TO WS-LO-DESCRICAO
           MOVE WS-QTD-SEM-RETORNO TO WS-LO-QTD
           MOVE ZEROS              TO WS-LO-VALOR
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'LIBERACOES AGUARDANDO DADOS (LIBMNT)'
               TO WS-LO-DESCRICAO
           MOVE WS-QTD-AGUARDANDO TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           .

       END PROGRAM FINLIB.
