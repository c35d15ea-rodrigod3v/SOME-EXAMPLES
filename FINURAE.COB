      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: EXTRATO DIARIO PARA A URA (atendimento telefonico
      *          automatico): grava no fim da noite o URAEXT.DAT que
      *          o provedor da URA carrega para responder o cliente
      *          que liga sem passar por atendente - por CPF/CNPJ e
      *          contrato, cada contrato ativo com parcela em aberto
      *          leva a proxima parcela a vencer, o atraso com multa
      *          e mora do ENCPARM.DAT (mesmo calculo do FIN2VIA)
      *          atualizado para o dia seguinte, o saldo para
      *          quitacao e a menor cotacao do FINAN2 ainda valida,
      *          seguido de um registro por titulo em aberto de
      *          TITULOS.DAT (nosso-numero e valor do boleto). Header
      *          com sequencia propria (serie URAEXT de NUMCTL.DAT) e
      *          trailer com as contagens; o arquivo vai para o
      *          diario de interfaces (GRAVAINT). O retorno das
      *          ligacoes volta pelo FINURAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINURAE.
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
           SELECT FD-TITULO         ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TI-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TITULO.
           SELECT FD-COTACAO        ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COTACAO.
           SELECT FD-ENCPARM        ASSIGN TO "ENCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCPARM.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-URAEXT         ASSIGN TO "URAEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-URAEXT.
           SELECT SD-ORDENACAO      ASSIGN TO "FINURAE.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-TITULO.
       01  FD-TITULO-REC.
           COPY TITREC.

       FD  FD-COTACAO.
       01  FD-COTACAO-REC.
           COPY COTACAOREC.

       FD  FD-ENCPARM.
       01  FD-ENCPARM-REC.
           COPY ENCPARMREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-URAEXT.
       01  FD-URAEXT-REC.
           COPY URAEXTREC.

       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-TIPO-PESSOA                  PIC X(01).
           03 SD-DOCUMENTO                    PIC 9(14).
           03 SD-NUM-CONTRATO                 PIC 9(08).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-TITULO        PIC X(02) VALUE '00'.
           03 WS-FS-COTACAO       PIC X(02) VALUE '00'.
           03 WS-FS-ENCPARM       PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-URAEXT        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY JUROSPARM.
         COPY GRAVAINTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINURAE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

      *  Data do movimento e data de referencia do extrato (dia
      *  seguinte, quando a URA vai atender com estes numeros).
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).
         01 WS-DATA-REFERENCIA      PIC 9(08).
         01 WS-DIAS-REFERENCIA      PIC 9(08).
         01 WS-DIAS-ATRASO          PIC 9(05).

         01 WS-FIM-CONTRATO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT                 VALUE 'S'.
         01 WS-FIM-COTACAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-COTACAO              VALUE 'S'.
         01 WS-FIM-TITULO           PIC X(01).
             88 WS-EOF-TITULO               VALUE 'S'.

      *  Parametro de encargos (ENCPARM.DAT), o mesmo da 2a via;
      *  semeado pelo FIN2VIA - sem o arquivo, o atraso sai sem
      *  encargos.
         01 WS-ENCARGOS-PARM.
           03 WS-PCT-MULTA          PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-PCT-JUROS-DIA      PIC 9(03)V9(04) VALUE ZEROS.

      *  Menor cotacao ainda valida na data de referencia por
      *  contrato, carregada numa passada unica do COTACAO.DAT
      *  (tabela como a do FINANUAL, com aviso de estouro).
         01 WS-QTD-COTACOES         PIC 9(04) VALUE ZEROS.
         01 WS-TAB-COTACOES.
           03 WS-COTACAO-OCR OCCURS 2000 TIMES.
               05 WS-CT-CONTRATO    PIC 9(08).
               05 WS-CT-VR-COTADO   PIC 9(09)V99.
               05 WS-CT-VALIDADE    PIC 9(08).
         01 WS-CT-IDX               PIC 9(04).
         01 WS-CT-ACHADO            PIC 9(04).
         01 WS-TABELA-CHEIA         PIC X(01) VALUE 'N'.
             88 WS-TABELA-ESTOUROU          VALUE 'S'.

         01 WS-IND                  PIC 999.
         01 WS-QTD-ABERTAS          PIC 9(03).
         01 WS-VR-MULTA             PIC 9(08)V99.
         01 WS-VR-MORA              PIC 9(08)V99.

         01 WS-QTD-CONTRATOS        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-TITULOS          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SEM-DOCUMENTO    PIC 9(06) VALUE ZEROS.
         01 WS-VR-SALDO-ARQ         PIC 9(13)V99 VALUE ZEROS.
         01 WS-SEQ-ARQUIVO          PIC 9(06) VALUE ZEROS.

         01 WS-URA-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(06) VALUE 'URAEXT'.
           03 WS-UH-DATA-GERACAO    PIC 9(08).
           03 WS-UH-SEQUENCIA       PIC 9(06).
           03 WS-UH-DATA-REFERENCIA PIC 9(08).

         01 WS-URA-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-UT-QTD-CONTRATOS   PIC 9(06).
           03 WS-UT-QTD-TITULOS     PIC 9(06).
           03 WS-UT-VR-SALDO        PIC 9(13)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DIAS-REFERENCIA = WS-DIAS-HOJE + 1
           COMPUTE WS-DATA-REFERENCIA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-REFERENCIA)

           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
      *        Sem o mestre, um extrato vazio faria a URA responder
      *        "nada em aberto" a todo cliente: para o job com
      *        condition code e a URA fica com o arquivo de ontem.
               DISPLAY 'FINURAE: FDCONTR.DAT ' FS-MENSAGEM
                       ' - EXTRATO NAO GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-ENCARGOS
               PERFORM CARREGA-COTACOES
               PERFORM ABRE-ARQUIVOS
               PERFORM GRAVA-HEADER

               SORT SD-ORDENACAO
                   ON ASCENDING KEY SD-TIPO-PESSOA SD-DOCUMENTO
                                    SD-NUM-CONTRATO
                   INPUT PROCEDURE IS SELECIONA-CONTRATOS
                   OUTPUT PROCEDURE IS GRAVA-EXTRATO

               PERFORM GRAVA-TRAILER
               PERFORM FECHA-ARQUIVOS
               PERFORM REGISTRA-INTERFACE
           END-IF

           IF WS-TABELA-ESTOUROU
               DISPLAY 'FINURAE: MAIS DE 2000 CONTRATOS COM COTACAO '
                       'VIGENTE - EXCEDENTES SAEM SEM COTACAO.'
           END-IF
           DISPLAY 'FINURAE: URAEXT.DAT SEQUENCIA ' WS-SEQ-ARQUIVO
                   ' REFERENCIA ' WS-DATA-REFERENCIA ' - '
                   WS-QTD-CONTRATOS ' CONTRATO(S), ' WS-QTD-TITULOS
                   ' TITULO(S).'
           IF WS-QTD-SEM-DOCUMENTO > ZEROS
               DISPLAY 'FINURAE: ' WS-QTD-SEM-DOCUMENTO
                       ' CONTRATO(S) SEM CPF/CNPJ NO CADPF - A URA '
                       'SO OS ACHA PELO NUMERO DO CONTRATO.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-ENCARGOS.
           OPEN INPUT FD-ENCPARM
           MOVE WS-FS-ENCPARM TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK
               READ FD-ENCPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EN-PCT-MULTA     TO WS-PCT-MULTA
                       MOVE EN-PCT-JUROS-DIA TO WS-PCT-JUROS-DIA
               END-READ
               CLOSE FD-ENCPARM
           ELSE
               DISPLAY 'FINURAE: ENCPARM.DAT NAO EXISTE - ATRASO '
                       'SEM MULTA/MORA (RODE O FIN2VIA UMA VEZ).'
           END-IF
           .

       CARREGA-COTACOES.
      *    Mesma regra do VERIFICA-COTACAO-VIGENTE do FINAN2: vale a
      *    cotacao dentro da validade e, havendo mais de uma, a de
      *    menor valor.
           OPEN INPUT FD-COTACAO
           MOVE WS-FS-COTACAO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               SET WS-EOF-COTACAO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-COTACAO
               READ FD-COTACAO
                   AT END
                       SET WS-EOF-COTACAO TO TRUE
                   NOT AT END
                       IF CQ-DATA-VALIDADE NOT < WS-DATA-REFERENCIA
                           PERFORM GUARDA-COTACAO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-OK
               CLOSE FD-COTACAO
           END-IF
           .

       GUARDA-COTACAO.
           MOVE CQ-NUM-CONTRATO TO FD-NUM-CONTRATO
           PERFORM LOCALIZA-COTACAO
           IF WS-CT-ACHADO > ZEROS
               IF CQ-VR-COTADO < WS-CT-VR-COTADO(WS-CT-ACHADO)
                   MOVE CQ-VR-COTADO
                       TO WS-CT-VR-COTADO(WS-CT-ACHADO)
                   MOVE CQ-DATA-VALIDADE
                       TO WS-CT-VALIDADE(WS-CT-ACHADO)
               END-IF
           ELSE
               IF WS-QTD-COTACOES < 2000
                   ADD 1 TO WS-QTD-COTACOES
                   MOVE CQ-NUM-CONTRATO
                       TO WS-CT-CONTRATO(WS-QTD-COTACOES)
                   MOVE CQ-VR-COTADO
                       TO WS-CT-VR-COTADO(WS-QTD-COTACOES)
                   MOVE CQ-DATA-VALIDADE
                       TO WS-CT-VALIDADE(WS-QTD-COTACOES)
               ELSE
                   SET WS-TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF
           .

       LOCALIZA-COTACAO.
           MOVE ZEROS TO WS-CT-ACHADO
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-QTD-COTACOES
               IF WS-CT-CONTRATO(WS-CT-IDX) = FD-NUM-CONTRATO
                   MOVE WS-CT-IDX TO WS-CT-ACHADO
                   MOVE WS-QTD-COTACOES TO WS-CT-IDX
               END-IF
           END-PERFORM
           .

       ABRE-ARQUIVOS.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           OPEN INPUT FD-TITULO
           IF WS-FS-TITULO = '35'
               OPEN OUTPUT FD-TITULO
               CLOSE FD-TITULO
               OPEN INPUT FD-TITULO
           END-IF

           OPEN OUTPUT FD-URAEXT
           .

       FECHA-ARQUIVOS.
           CLOSE FD-CONTRATO
           CLOSE FD-CADASTRO
           CLOSE FD-TITULO
           CLOSE FD-URAEXT
           .

       GRAVA-HEADER.
      *    Serie URAEXT de NUMCTL.DAT: o provedor descarta arquivo
      *    com sequencia ja carregada.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'URAEXT' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'URAEXT' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-SEQ-ARQUIVO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL

           MOVE WS-DATA-HOJE       TO WS-UH-DATA-GERACAO
           MOVE WS-SEQ-ARQUIVO     TO WS-UH-SEQUENCIA
           MOVE WS-DATA-REFERENCIA TO WS-UH-DATA-REFERENCIA
           WRITE FD-URAEXT-REC FROM WS-URA-HEADER
           .

       GRAVA-TRAILER.
           MOVE WS-QTD-CONTRATOS TO WS-UT-QTD-CONTRATOS
           MOVE WS-QTD-TITULOS   TO WS-UT-QTD-TITULOS
           MOVE WS-VR-SALDO-ARQ  TO WS-UT-VR-SALDO
           WRITE FD-URAEXT-REC FROM WS-URA-TRAILER
           .

       REGISTRA-INTERFACE.
      *    O trailer e gravado com os mesmos contadores do detalhe:
      *    registros de contrato mais titulos, e o saldo para
      *    quitacao somado.
           MOVE 'G'              TO IN-PARM-EVENTO
           MOVE 'URAEXT'         TO IN-PARM-INTERFACE
           MOVE 'URAEXT.DAT'     TO IN-PARM-ARQUIVO
           COMPUTE IN-PARM-QTD = WS-QTD-CONTRATOS + WS-QTD-TITULOS
           MOVE IN-PARM-QTD      TO IN-PARM-QTD-TRAILER
           MOVE WS-VR-SALDO-ARQ  TO IN-PARM-VALOR IN-PARM-VR-TRAILER
           MOVE 'S'              TO IN-PARM-TRAILER
           MOVE WS-JOB-NOME      TO IN-PARM-PROGRAMA
           MOVE SPACES           TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       SELECIONA-CONTRATOS.
      *    Contrato ativo com ao menos uma parcela em aberto; a
      *    chave de ordenacao e o documento do cliente no CADPF.
           PERFORM UNTIL WS-EOF-CONTRATO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CONTRATO TO TRUE
                   NOT AT END
                       IF FD-CONTR-ATIVO
                           PERFORM LIBERA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           .

       LIBERA-CONTRATO.
           MOVE ZEROS TO WS-QTD-ABERTAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                  FD-PARC-STATUS(WS-IND) = 'A'
                   ADD 1 TO WS-QTD-ABERTAS
               END-IF
           END-PERFORM
           IF WS-QTD-ABERTAS > ZEROS
               MOVE FD-NUM-CONTRATO TO SD-NUM-CONTRATO
               MOVE SPACE TO SD-TIPO-PESSOA
               MOVE ZEROS TO SD-DOCUMENTO
               MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-TIPO-PESSOA TO SD-TIPO-PESSOA
                       IF FD-PESSOA-JURIDICA
                           MOVE FD-CNPJ TO SD-DOCUMENTO
                       ELSE
                           MOVE FD-CPF  TO SD-DOCUMENTO
                       END-IF
               END-READ
               IF SD-DOCUMENTO = ZEROS
                   ADD 1 TO WS-QTD-SEM-DOCUMENTO
               END-IF
               RELEASE SD-REGISTRO
           END-IF
           .

       GRAVA-EXTRATO.
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                   NOT AT END
                       MOVE SD-NUM-CONTRATO TO FD-NUM-CONTRATO
                       READ FD-CONTRATO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM GRAVA-CONTRATO
                               PERFORM GRAVA-TITULOS
                       END-READ
               END-RETURN
           END-PERFORM
           .

       GRAVA-CONTRATO.
           MOVE SPACES TO FD-URAEXT-REC
           MOVE 'D'             TO UE-TIPO-REG
           MOVE SD-TIPO-PESSOA  TO UE-TIPO-PESSOA
           MOVE SD-DOCUMENTO    TO UE-DOCUMENTO
           MOVE FD-NUM-CONTRATO TO UE-NUM-CONTRATO
           MOVE FD-COD-CLIENTE  TO UE-COD-CLIENTE
           MOVE FD-CLIENTE      TO UE-NOME-DEVEDOR
           MOVE ZEROS TO UE-PROX-PARCELA UE-PROX-VENCTO UE-PROX-VALOR
                         UE-QTD-PARC-ATRASO UE-VR-ATRASO
                         UE-VR-ATRASO-ATUALIZADO UE-VR-SALDO-QUITACAO
                         UE-VR-COTACAO UE-VALIDADE-COTACAO
                         UE-QTD-TITULOS

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                  FD-PARC-STATUS(WS-IND) = 'A'
                   ADD FD-PARC-VALOR(WS-IND) TO UE-VR-SALDO-QUITACAO
                   IF FD-PARC-VENCTO(WS-IND) < WS-DATA-REFERENCIA
                       PERFORM ATUALIZA-PARCELA-VENCIDA
                   ELSE
                       IF UE-PROX-PARCELA = ZEROS
                           MOVE WS-IND TO UE-PROX-PARCELA
                           MOVE FD-PARC-VENCTO(WS-IND)
                               TO UE-PROX-VENCTO
                           MOVE FD-PARC-VALOR(WS-IND)
                               TO UE-PROX-VALOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM LOCALIZA-COTACAO
           IF WS-CT-ACHADO > ZEROS
               MOVE WS-CT-VR-COTADO(WS-CT-ACHADO) TO UE-VR-COTACAO
               MOVE WS-CT-VALIDADE(WS-CT-ACHADO)
                   TO UE-VALIDADE-COTACAO
           END-IF

           PERFORM CONTA-TITULOS
           WRITE FD-URAEXT-REC
           ADD 1 TO WS-QTD-CONTRATOS
           ADD UE-VR-SALDO-QUITACAO TO WS-VR-SALDO-ARQ
           .

       ATUALIZA-PARCELA-VENCIDA.
      *    Multa unica e mora ao dia do vencimento ate a data de
      *    referencia, pelo JUROSCALC como o FIN2VIA.
           ADD 1 TO UE-QTD-PARC-ATRASO
           ADD FD-PARC-VALOR(WS-IND) TO UE-VR-ATRASO
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-REFERENCIA
               - FUNCTION INTEGER-OF-DATE(FD-PARC-VENCTO(WS-IND))

           MOVE FD-PARC-VALOR(WS-IND) TO JC-BASE
           MOVE WS-PCT-MULTA          TO JC-TAXA
           MOVE 1                     TO JC-FATOR
           CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                  JC-RESULTADO JC-STATUS
           MOVE JC-RESULTADO TO WS-VR-MULTA

           MOVE FD-PARC-VALOR(WS-IND) TO JC-BASE
           MOVE WS-PCT-JUROS-DIA      TO JC-TAXA
           MOVE WS-DIAS-ATRASO        TO JC-FATOR
           CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                  JC-RESULTADO JC-STATUS
           MOVE JC-RESULTADO TO WS-VR-MORA

           COMPUTE UE-VR-ATRASO-ATUALIZADO = UE-VR-ATRASO-ATUALIZADO
               + FD-PARC-VALOR(WS-IND) + WS-VR-MULTA + WS-VR-MORA
           .

       CONTA-TITULOS.
           MOVE 'N' TO WS-FIM-TITULO
           MOVE FD-NUM-CONTRATO TO TI-NUM-CONTRATO
           MOVE ZEROS           TO TI-NUM-PARCELA
           START FD-TITULO KEY NOT < TI-CHAVE-PARCELA
               INVALID KEY
                   SET WS-EOF-TITULO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-TITULO
               READ FD-TITULO NEXT RECORD
                   AT END
                       SET WS-EOF-TITULO TO TRUE
                   NOT AT END
                       IF TI-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-EOF-TITULO TO TRUE
                       ELSE
                           IF TI-ABERTO
                               ADD 1 TO UE-QTD-TITULOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-TITULOS.
      *    Um 'B' por boleto em aberto no banco (a 2a via tambem;
      *    o titulo que ela substituiu nao, para a URA nao ditar o
      *    nosso-numero velho).
           MOVE 'N' TO WS-FIM-TITULO
           MOVE FD-NUM-CONTRATO TO TI-NUM-CONTRATO
           MOVE ZEROS           TO TI-NUM-PARCELA
           START FD-TITULO KEY NOT < TI-CHAVE-PARCELA
               INVALID KEY
                   SET WS-EOF-TITULO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-TITULO
               READ FD-TITULO NEXT RECORD
                   AT END
                       SET WS-EOF-TITULO TO TRUE
                   NOT AT END
                       IF TI-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-EOF-TITULO TO TRUE
                       ELSE
                           IF TI-ABERTO
                               PERFORM GRAVA-UM-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-UM-TITULO.
           MOVE SPACES TO FD-URAEXT-REC
           MOVE 'B'               TO UE-TIPO-REG
           MOVE SD-TIPO-PESSOA    TO UE-TIPO-PESSOA
           MOVE SD-DOCUMENTO      TO UE-DOCUMENTO
           MOVE FD-NUM-CONTRATO   TO UE-NUM-CONTRATO
           MOVE TI-NUM-PARCELA    TO UE-B-NUM-PARCELA
           MOVE TI-NOSSO-NUMERO   TO UE-B-NOSSO-NUMERO
           MOVE TI-COD-BANCO      TO UE-B-COD-BANCO
           MOVE TI-PARC-VENCTO    TO UE-B-VENCTO
           MOVE TI-VALOR-ENVIADO  TO UE-B-VALOR
           MOVE TI-TIPO-VIA       TO UE-B-TIPO-VIA
           WRITE FD-URAEXT-REC
           ADD 1 TO WS-QTD-TITULOS
           .

       END PROGRAM FINURAE.
