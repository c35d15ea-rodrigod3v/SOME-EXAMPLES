      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RECADASTRAMENTO PERIODICO - CONTROLE MENSAL: varre o
      *          CADPF.DAT (clientes ativos) e calcula, para cada um,
      *          o vencimento da proxima confirmacao do cadastro a
      *          partir da ultima confirmacao gravada pelo CADPF em
      *          RECAD.DAT, com prazo por risco (RECADPARM.DAT):
      *          pessoa fisica, pessoa juridica e exposicao alta em
      *          parcelas abertas - vale o menor prazo. Cliente
      *          legado nunca confirmado ganha uma carencia a partir
      *          da primeira execucao. Lista pelo escritor
      *          compartilhado (RPTWRT, geracao datada RECADVEN) quem
      *          esta vencido ou vence dentro da antecedencia, e
      *          imprime a carta-convite para atualizar o cadastro
      *          (RECADCARTA.PRT, bloco de endereco do FINCOB) com
      *          ocorrencia 'C' no OCORR.DAT - no maximo uma carta por
      *          intervalo. Cliente com correspondencia devolvida
      *          (CORRMNT) nao recebe carta: sai na lista para o
      *          telefone. O vencimento gravado e o que o FINAN2
      *          confere na entrada do contrato. Roda no passo mensal
      *          do JOBNOTURNO e se carimba em RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINRECAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-RECAD          ASSIGN TO "RECAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-COD-CLIENTE
               FILE STATUS IS WS-FS-RECAD.
           SELECT FD-RECADPARM      ASSIGN TO "RECADPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECADPARM.
           SELECT FD-CARTA          ASSIGN TO "RECADCARTA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.
      *    Carta emitida vira ocorrencia 'C' no log de contatos
      *    (OCORR.DAT), como as cartas de cobranca do FINCOB.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-RECAD.
       01  FD-RECAD-REC.
           COPY RECADREC.

       FD  FD-RECADPARM.
       01  FD-RECADPARM-REC.
           COPY RECADPARMREC.

       FD  FD-CARTA.
       01  FD-CARTA-REG             PIC X(80).

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-RECAD         PIC X(02) VALUE '00'.
           03 WS-FS-RECADPARM     PIC X(02) VALUE '00'.
           03 WS-FS-CARTA         PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINRECAD'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).

      *  Regras (RECADPARM.DAT); semeado na primeira execucao com
      *  36 meses PF, 24 PJ, 12 exposicao alta (R$ 100.000,00),
      *  90 dias de carencia do legado, convite 30 dias antes do
      *  vencimento, 90 dias entre cartas e aviso no FINAN2.
         01 WS-REGRAS.
           03 WS-MESES-PF           PIC 9(03) VALUE 36.
           03 WS-MESES-PJ           PIC 9(03) VALUE 24.
           03 WS-MESES-EXPOSICAO    PIC 9(03) VALUE 12.
           03 WS-VR-EXPOSICAO-ALTA  PIC 9(09)V99 VALUE 100000,00.
           03 WS-DIAS-CARENCIA      PIC 9(03) VALUE 90.
           03 WS-DIAS-ANTECEDENCIA  PIC 9(03) VALUE 30.
           03 WS-DIAS-ENTRE-CARTAS  PIC 9(03) VALUE 90.

         01 WS-FIM-CADASTRO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CADASTRO             VALUE 'S'.
         01 WS-FIM-EXPOSICAO        PIC X(01).
             88 WS-EOF-EXPOSICAO            VALUE 'S'.
         01 WS-RECAD-EXISTE         PIC X(01).
             88 WS-TEM-RECAD                VALUE 'S'.

         01 WS-VR-EXPOSICAO         PIC 9(11)V99.
         01 WS-EXP-IND              PIC 999.
         01 WS-MESES-PRAZO          PIC 9(03).
         01 WS-CLASSE-RISCO         PIC X(01).
         01 WS-DIAS-VENCIMENTO      PIC 9(08).
         01 WS-DIAS-DESDE-CARTA     PIC S9(08).

      *  Soma de meses a uma data: o dia e limitado a 28 para o
      *  vencimento cair sempre numa data valida.
         01 WS-DATA-BASE            PIC 9(08).
         01 WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           03 WS-DB-ANO             PIC 9(04).
           03 WS-DB-MES             PIC 9(02).
           03 WS-DB-DIA             PIC 9(02).
         01 WS-DATA-CALC            PIC 9(08).
         01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           03 WS-DC-ANO             PIC 9(04).
           03 WS-DC-MES             PIC 9(02).
           03 WS-DC-DIA             PIC 9(02).
         01 WS-TOT-MESES            PIC 9(06).
         01 WS-RESTO-MESES          PIC 9(02).

         01 WS-TOTAIS.
           03 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-QTD-ATIVOS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-LEGADO         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-VENCIDOS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-A-VENCER       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CARTAS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-TELEFONE       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CARTA-RECENTE  PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(11) VALUE 'SITUACAO'.
           03 FILLER                PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                PIC X(03) VALUE 'T'.
           03 FILLER                PIC X(03) VALUE 'R'.
           03 FILLER                PIC X(42) VALUE 'NOME'.
           03 FILLER                PIC X(09) VALUE 'CONFIRM.'.
           03 FILLER                PIC X(09) VALUE 'VENCTO'.
           03 FILLER                PIC X(14) VALUE 'ACAO'.
           03 FILLER                PIC X(15) VALUE 'TELEFONE'.

         01 WS-LINHA-CLIENTE.
           03 WS-LC-SITUACAO        PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LC-TIPO            PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LC-CLASSE          PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LC-NOME            PIC X(41).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-CONFIRMACAO     PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-VENCIMENTO      PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-ACAO            PIC X(13).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-DDD             PIC 99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-PREFIXO         PIC 9(05).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-LC-SUFIXO          PIC 9(04).

         01 WS-LINHA-TOTAL.
           03 WS-LT-ROTULO          PIC X(40).
           03 WS-LT-QTD             PIC ZZZ.ZZ9.

         01 WS-TEXTO-OCORR.
           03 FILLER                PIC X(36)
                   VALUE 'CARTA: CONVITE AO RECADASTRAMENTO - '.
           03 FILLER                PIC X(11) VALUE 'VENCIMENTO '.
           03 WS-TO-VENCIMENTO      PIC 9(08).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(34)
                   VALUE '*** ATUALIZACAO CADASTRAL ***'.

         01 WS-LINHA-NOME.
           03 WS-LN-NOME            PIC X(41).

         01 WS-LINHA-ENDERECO.
           03 WS-LE-RUA             PIC X(15).
           03 FILLER                PIC X(02) VALUE ', '.
           03 WS-LE-BAIRRO          PIC X(15).

         01 WS-LINHA-CIDADE.
           03 WS-LE-CIDADE          PIC X(15).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LE-UF              PIC X(02).
           03 FILLER                PIC X(03) VALUE '   '.
           03 WS-LE-CEP-1           PIC X(05).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-LE-CEP-2           PIC X(03).

         01 WS-LINHA-PRAZO.
           03 FILLER                PIC X(35)
                   VALUE 'SEUS DADOS CADASTRAIS PRECISAM SER'.
           03 FILLER                PIC X(16) VALUE 'CONFIRMADOS ATE'.
           03 WS-LP-VENCIMENTO      PIC 9(08).

         01 WS-LINHA-CONVITE-1.
           03 FILLER                PIC X(48)
                   VALUE 'COMPARECA A UMA LOJA OU LIGUE PARA A CENTRAL'.
           03 FILLER                PIC X(20) VALUE 'COM DOCUMENTO E'.

         01 WS-LINHA-CONVITE-2.
           03 FILLER                PIC X(48)
                   VALUE 'COMPROVANTE DE ENDERECO RECENTES. SEM A'.
           03 FILLER                PIC X(30)
                   VALUE 'CONFIRMACAO, NOVOS CONTRATOS'.

         01 WS-LINHA-CONVITE-3.
           03 FILLER                PIC X(44)
                   VALUE 'PODEM FICAR SUSPENSOS ATE A ATUALIZACAO.'.

         01 WS-LINHA-ULTIMA.
           03 FILLER                PIC X(20)
                   VALUE 'ULTIMA CONFIRMACAO: '.
           03 WS-LU-DATA            PIC X(08).

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

           PERFORM CARREGA-REGRAS

           OPEN INPUT FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINRECAD: CADPF.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-ARQUIVOS
               PERFORM ABRE-RELATORIO
               PERFORM AVALIA-CLIENTES
               PERFORM IMPRIME-TOTAIS
               PERFORM FECHA-RELATORIO
               CLOSE FD-CARTA
               CLOSE FD-NUMCTL
               CLOSE FD-OCORR
               CLOSE FD-RECAD
               CLOSE FD-CONTRATO
               CLOSE FD-CADASTRO
           END-IF

           DISPLAY 'FINRECAD: ' WS-QTD-ATIVOS ' CLIENTE(S) ATIVO(S), '
                   WS-QTD-VENCIDOS ' VENCIDO(S), ' WS-QTD-A-VENCER
                   ' A VENCER, ' WS-QTD-CARTAS ' CARTA(S), '
                   WS-QTD-TELEFONE ' PARA O TELEFONE.'
           IF WS-QTD-VENCIDOS > ZEROS OR WS-QTD-A-VENCER > ZEROS
               DISPLAY 'FINRECAD: VEJA A GERACAO RECADVEN E AS CARTAS '
                       'EM RECADCARTA.PRT.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CARREGA-REGRAS.
      *    Parametro do recadastramento; semeado na primeira
      *    execucao (mesma tecnica do COAFPARM do FINCOAF). Campo
      *    zerado no arquivo mantem o default.
           OPEN INPUT FD-RECADPARM
           MOVE WS-FS-RECADPARM TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               PERFORM SEMEIA-REGRAS
               OPEN INPUT FD-RECADPARM
           END-IF
           READ FD-RECADPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF RB-MESES-PF IS NUMERIC AND RB-MESES-PF > ZEROS
                       MOVE RB-MESES-PF TO WS-MESES-PF
                   END-IF
                   IF RB-MESES-PJ IS NUMERIC AND RB-MESES-PJ > ZEROS
                       MOVE RB-MESES-PJ TO WS-MESES-PJ
                   END-IF
                   IF RB-MESES-EXPOSICAO IS NUMERIC
                       AND RB-MESES-EXPOSICAO > ZEROS
                       MOVE RB-MESES-EXPOSICAO TO WS-MESES-EXPOSICAO
                   END-IF
                   IF RB-VR-EXPOSICAO-ALTA IS NUMERIC
                       AND RB-VR-EXPOSICAO-ALTA > ZEROS
                       MOVE RB-VR-EXPOSICAO-ALTA
                           TO WS-VR-EXPOSICAO-ALTA
                   END-IF
                   IF RB-DIAS-CARENCIA-LEGADO IS NUMERIC
                       MOVE RB-DIAS-CARENCIA-LEGADO
                           TO WS-DIAS-CARENCIA
                   END-IF
                   IF RB-DIAS-ANTECEDENCIA IS NUMERIC
                       MOVE RB-DIAS-ANTECEDENCIA
                           TO WS-DIAS-ANTECEDENCIA
                   END-IF
                   IF RB-DIAS-ENTRE-CARTAS IS NUMERIC
                       AND RB-DIAS-ENTRE-CARTAS > ZEROS
                       MOVE RB-DIAS-ENTRE-CARTAS
                           TO WS-DIAS-ENTRE-CARTAS
                   END-IF
           END-READ
           CLOSE FD-RECADPARM
           .

       SEMEIA-REGRAS.
           OPEN OUTPUT FD-RECADPARM
           MOVE 036       TO RB-MESES-PF
           MOVE 024       TO RB-MESES-PJ
           MOVE 012       TO RB-MESES-EXPOSICAO
           MOVE 100000,00 TO RB-VR-EXPOSICAO-ALTA
           MOVE 090       TO RB-DIAS-CARENCIA-LEGADO
           MOVE 030       TO RB-DIAS-ANTECEDENCIA
           MOVE 090       TO RB-DIAS-ENTRE-CARTAS
           MOVE 'A'       TO RB-ACAO-FINAN2
           WRITE FD-RECADPARM-REC
           CLOSE FD-RECADPARM
           .

       ABRE-ARQUIVOS.
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO = '35'
               OPEN OUTPUT FD-CONTRATO
               CLOSE FD-CONTRATO
               OPEN INPUT FD-CONTRATO
           END-IF

           OPEN I-O FD-RECAD
           IF WS-FS-RECAD = '35'
               OPEN OUTPUT FD-RECAD
               CLOSE FD-RECAD
               OPEN I-O FD-RECAD
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

           OPEN OUTPUT FD-CARTA
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'RECADVEN' TO RW-RELATORIO
           MOVE 'RECADASTRAMENTO VENCIDO E A VENCER' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
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

       AVALIA-CLIENTES.
           PERFORM UNTIL WS-EOF-CADASTRO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-CADASTRO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
      *                Inativo e anonimizado nao contratam: nao ha o
      *                que recadastrar.
                       IF NOT FD-CLIENTE-INATIVO
                           ADD 1 TO WS-QTD-ATIVOS
                           PERFORM AVALIA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-CLIENTE.
           PERFORM CLASSIFICA-RISCO

           MOVE 'N' TO WS-RECAD-EXISTE
           MOVE FD-CAD-COD-CLIENTE TO RA-COD-CLIENTE
           READ FD-RECAD
               INVALID KEY
                   INITIALIZE FD-RECAD-REC
                   MOVE FD-CAD-COD-CLIENTE TO RA-COD-CLIENTE
               NOT INVALID KEY
                   SET WS-TEM-RECAD TO TRUE
           END-READ

      *    Confirmado: vencimento = confirmacao + prazo do risco de
      *    hoje (a classe acompanha a exposicao). Legado nunca
      *    confirmado: carencia contada da primeira vez que foi
      *    avaliado, mantida nas execucoes seguintes.
           IF RA-DATA-CONFIRMACAO > ZEROS
               MOVE RA-DATA-CONFIRMACAO TO WS-DATA-BASE
               PERFORM SOMA-MESES
               MOVE WS-DATA-CALC TO RA-DATA-VENCIMENTO
           ELSE
               IF RA-DATA-VENCIMENTO = ZEROS
                   ADD 1 TO WS-QTD-LEGADO
                   COMPUTE WS-DIAS-VENCIMENTO =
                       WS-DIAS-HOJE + WS-DIAS-CARENCIA
                   COMPUTE RA-DATA-VENCIMENTO = FUNCTION
                       DATE-OF-INTEGER(WS-DIAS-VENCIMENTO)
               END-IF
           END-IF
           MOVE WS-CLASSE-RISCO TO RA-CLASSE-RISCO

           COMPUTE WS-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(RA-DATA-VENCIMENTO)
           EVALUATE TRUE
               WHEN WS-DIAS-VENCIMENTO < WS-DIAS-HOJE
                   ADD 1 TO WS-QTD-VENCIDOS
                   MOVE 'VENCIDO' TO WS-LC-SITUACAO
                   PERFORM CONVIDA-CLIENTE
               WHEN WS-DIAS-VENCIMENTO NOT >
                       WS-DIAS-HOJE + WS-DIAS-ANTECEDENCIA
                   ADD 1 TO WS-QTD-A-VENCER
                   MOVE 'A VENCER' TO WS-LC-SITUACAO
                   PERFORM CONVIDA-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-TEM-RECAD
               REWRITE FD-RECAD-REC
           ELSE
               WRITE FD-RECAD-REC
           END-IF
           .

       CLASSIFICA-RISCO.
      *    Prazo pela classe de risco: PF ou PJ pelo tipo de pessoa;
      *    exposicao alta encurta o prazo quando for menor.
           IF FD-PESSOA-JURIDICA
               MOVE WS-MESES-PJ TO WS-MESES-PRAZO
               MOVE 'J'         TO WS-CLASSE-RISCO
           ELSE
               MOVE WS-MESES-PF TO WS-MESES-PRAZO
               MOVE 'F'         TO WS-CLASSE-RISCO
           END-IF
           PERFORM APURA-EXPOSICAO
           IF WS-VR-EXPOSICAO NOT < WS-VR-EXPOSICAO-ALTA
               AND WS-MESES-EXPOSICAO < WS-MESES-PRAZO
               MOVE WS-MESES-EXPOSICAO TO WS-MESES-PRAZO
               MOVE 'E'                TO WS-CLASSE-RISCO
           END-IF
           .

       APURA-EXPOSICAO.
      *    Mesma soma do VERIFICA-EXPOSICAO do FINAN2: parcelas
      *    abertas ('P'/'A') dos contratos ativos do cliente, pelo
      *    caminho alternado por cliente.
           MOVE ZEROS TO WS-VR-EXPOSICAO
           MOVE 'N'   TO WS-FIM-EXPOSICAO
           MOVE FD-CAD-COD-CLIENTE TO FD-COD-CLIENTE
           START FD-CONTRATO KEY NOT < FD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-EXPOSICAO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-EXPOSICAO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-EXPOSICAO TO TRUE
                   NOT AT END
                       IF FD-COD-CLIENTE NOT = FD-CAD-COD-CLIENTE
                           SET WS-EOF-EXPOSICAO TO TRUE
                       ELSE
                           IF FD-CONTR-ATIVO
                               PERFORM SOMA-EXPOSICAO-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       SOMA-EXPOSICAO-CONTRATO.
           PERFORM VARYING WS-EXP-IND FROM 1 BY 1
                   UNTIL WS-EXP-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-EXP-IND) = 'P' OR
                  FD-PARC-STATUS(WS-EXP-IND) = 'A'
                   ADD FD-PARC-VALOR(WS-EXP-IND) TO WS-VR-EXPOSICAO
               END-IF
           END-PERFORM
           .

       SOMA-MESES.
           COMPUTE WS-TOT-MESES =
               WS-DB-ANO * 12 + WS-DB-MES - 1 + WS-MESES-PRAZO
           DIVIDE WS-TOT-MESES BY 12 GIVING WS-DC-ANO
               REMAINDER WS-RESTO-MESES
           COMPUTE WS-DC-MES = WS-RESTO-MESES + 1
           MOVE WS-DB-DIA TO WS-DC-DIA
           IF WS-DC-DIA > 28
               MOVE 28 TO WS-DC-DIA
           END-IF
           .

       CONVIDA-CLIENTE.
      *    Endereco morto nao recebe carta (vai para o telefone);
      *    carta recente espera o intervalo antes da proxima.
           PERFORM MONTA-NOME-ENDERECO
           IF RA-DATA-ULTIMA-CARTA > ZEROS
               COMPUTE WS-DIAS-DESDE-CARTA = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(RA-DATA-ULTIMA-CARTA)
           ELSE
               MOVE 99999 TO WS-DIAS-DESDE-CARTA
           END-IF
           EVALUATE TRUE
               WHEN FD-CORRESP-DEVOLVIDA
                   ADD 1 TO WS-QTD-TELEFONE
                   MOVE 'LIGAR - DEVOL' TO WS-LC-ACAO
               WHEN WS-DIAS-DESDE-CARTA < WS-DIAS-ENTRE-CARTAS
                   ADD 1 TO WS-QTD-CARTA-RECENTE
                   MOVE 'CARTA RECENTE' TO WS-LC-ACAO
               WHEN OTHER
                   PERFORM EMITE-CARTA
                   MOVE 'CARTA EMITIDA' TO WS-LC-ACAO
           END-EVALUATE

           MOVE FD-CAD-COD-CLIENTE  TO WS-LC-CLIENTE
           MOVE FD-TIPO-PESSOA      TO WS-LC-TIPO
           MOVE WS-CLASSE-RISCO     TO WS-LC-CLASSE
           MOVE WS-LN-NOME          TO WS-LC-NOME
           MOVE RA-DATA-CONFIRMACAO TO WS-LC-CONFIRMACAO
           MOVE RA-DATA-VENCIMENTO  TO WS-LC-VENCIMENTO
           MOVE FD-DDD              TO WS-LC-DDD
           MOVE FD-PREFIXO          TO WS-LC-PREFIXO
           MOVE FD-SUFIXO           TO WS-LC-SUFIXO
           MOVE WS-LINHA-CLIENTE    TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       MONTA-NOME-ENDERECO.
           IF FD-PESSOA-JURIDICA
               MOVE FD-RAZAO-SOCIAL TO WS-LN-NOME
           ELSE
               MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
               MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                       NF-ULTIMO-NOME NF-NOME-COMPLETO
               MOVE NF-NOME-COMPLETO TO WS-LN-NOME
           END-IF
           MOVE FD-RUA     TO WS-LE-RUA
           MOVE FD-BAIRRO  TO WS-LE-BAIRRO
           MOVE FD-CIDADE  TO WS-LE-CIDADE
           MOVE FD-UF      TO WS-LE-UF
           MOVE FD-CEP-1   TO WS-LE-CEP-1
           MOVE FD-CEP-2   TO WS-LE-CEP-2
           .

       EMITE-CARTA.
      *    Bloco de endereco no formato do FINCOB/CADETQ, seguido do
      *    convite com a data limite da confirmacao.
           WRITE FD-CARTA-REG FROM WS-LINHA-TITULO
           WRITE FD-CARTA-REG FROM WS-LINHA-NOME
           WRITE FD-CARTA-REG FROM WS-LINHA-ENDERECO
           WRITE FD-CARTA-REG FROM WS-LINHA-CIDADE
           MOVE RA-DATA-VENCIMENTO TO WS-LP-VENCIMENTO
           WRITE FD-CARTA-REG FROM WS-LINHA-PRAZO
           WRITE FD-CARTA-REG FROM WS-LINHA-CONVITE-1
           WRITE FD-CARTA-REG FROM WS-LINHA-CONVITE-2
           WRITE FD-CARTA-REG FROM WS-LINHA-CONVITE-3
           IF RA-DATA-CONFIRMACAO > ZEROS
               MOVE RA-DATA-CONFIRMACAO TO WS-LU-DATA
           ELSE
               MOVE 'NENHUMA' TO WS-LU-DATA
           END-IF
           WRITE FD-CARTA-REG FROM WS-LINHA-ULTIMA
           MOVE SPACES TO FD-CARTA-REG
           WRITE FD-CARTA-REG

           MOVE WS-DATA-MOVIMENTO TO RA-DATA-ULTIMA-CARTA
           ADD 1 TO RA-QTD-CARTAS
           PERFORM GRAVA-OCORRENCIA-CARTA
           ADD 1 TO WS-QTD-CARTAS
           .

       GRAVA-OCORRENCIA-CARTA.
      *    Serie OCORR de NUMCTL.DAT, mesmo le-usa-incrementa do
      *    OCORMNT/FINCOB; sem contrato, o convite e do cliente.
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

           MOVE FD-CAD-COD-CLIENTE TO OC-COD-CLIENTE
           MOVE ZEROS              TO OC-NUM-CONTRATO
           MOVE 'C'                TO OC-TIPO
           MOVE RA-DATA-VENCIMENTO TO WS-TO-VENCIMENTO
           MOVE WS-TEXTO-OCORR     TO OC-TEXTO
           MOVE WS-DATA-MOVIMENTO  TO OC-DATA
           ACCEPT OC-HORA FROM TIME
           MOVE 'FINRECAD'         TO OC-OPERADOR
           WRITE FD-OCORR-REC
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE 'CLIENTES ATIVOS AVALIADOS' TO WS-LT-ROTULO
           MOVE WS-QTD-ATIVOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'LEGADO NUNCA CONFIRMADO (CARENCIA NOVA)'
               TO WS-LT-ROTULO
           MOVE WS-QTD-LEGADO TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'CADASTROS VENCIDOS' TO WS-LT-ROTULO
           MOVE WS-QTD-VENCIDOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'CADASTROS A VENCER' TO WS-LT-ROTULO
           MOVE WS-QTD-A-VENCER TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'CARTAS-CONVITE EMITIDAS' TO WS-LT-ROTULO
           MOVE WS-QTD-CARTAS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'SEM CARTA - CARTA RECENTE' TO WS-LT-ROTULO
           MOVE WS-QTD-CARTA-RECENTE TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'SEM CARTA - CORRESP. DEVOLVIDA (LIGAR)'
               TO WS-LT-ROTULO
           MOVE WS-QTD-TELEFONE TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           .

       GRAVA-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINRECAD.
