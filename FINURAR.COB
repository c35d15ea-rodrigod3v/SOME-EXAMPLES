      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RETORNO DIARIO DA URA (atendimento telefonico
      *          automatico): le o URARET.DAT do provedor - uma
      *          linha por ligacao atendida pela URA, identificada
      *          por CPF/CNPJ e contrato. Toda ligacao vira
      *          ocorrencia tipo 'U' no log de contatos do cliente
      *          (OCORR.DAT), com o assunto ouvido e o telefone de
      *          origem; a promessa de pagamento que o cliente fez
      *          na URA ('P') vira PROMESSA.DAT como a do PROMMNT e
      *          a do FINASSR - parcela em aberto, data de hoje em
      *          diante e valor informado - e segura a escalada do
      *          FINCOB e a lista do cobrador (FINLISTA), que tambem
      *          mostra a ultima ligacao do cliente na URA. Mesmo
      *          guarda de replay do FINNOTR em RETCTL.DAT (banco
      *          reservado 997, reprocessamento pela variavel
      *          FINURAR-REPROCESSA) e conferencia do trailer; cada
      *          ligacao e seu resultado saem na geracao datada
      *          URARET (RPTWRT) e o arquivo vai para o diario de
      *          interfaces (GRAVAINT). Roda antes do FINVARRE, para
      *          a promessa feita na URA ja valer na mesma noite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINURAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-URARET         ASSIGN TO "URARET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-URARET.
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
           SELECT FD-RETCTL         ASSIGN TO "RETCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-FS-RETCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-URARET.
       01  FD-URARET-REC.
           COPY URARETREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PROMESSA.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-RETCTL.
       01  FD-RETCTL-REC.
           COPY RETCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-URARET        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-RETCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY GRAVAINTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINURAR'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-HOJE            PIC 9(08).

      *  Codigo de banco reservado da URA na guarda de replay
      *  (RETCTL.DAT).
         01 WS-BANCO-URA            PIC 9(03) VALUE 997.

         01 WS-FIM-URARET           PIC X(01) VALUE 'N'.
             88 WS-EOF-URARET               VALUE 'S'.
         01 WS-DOCUMENTO-CLIENTE    PIC 9(14).
         01 WS-CONTRATO-LIDO        PIC X(01).
             88 WS-CONTRATO-ACHADO          VALUE 'S'.

         01 WS-CONTADORES.
           03 WS-QTD-LIGACOES       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-CONTATOS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PROMESSAS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PROM-RECUSADAS PIC 9(06) VALUE ZEROS.
           03 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

      *  Guarda de replay (RETCTL.DAT), mesma regra do FINNOTR.
         01 WS-REPLAY-GUARD.
           03 WS-ARQ-TEM-HEADER     PIC X(01).
               88 WS-ARQUIVO-COM-HEADER       VALUE 'S'.
           03 WS-ARQ-JA-POSTADO     PIC X(01).
               88 WS-ARQUIVO-JA-POSTADO       VALUE 'S'.
           03 WS-SEQ-URARET         PIC 9(06).
           03 WS-DATA-GER-URARET    PIC 9(08).
           03 WS-ENV-REPROCESSA     PIC X(06).
           03 WS-FLAG-REPROCESSO    PIC X(01).
               88 WS-E-REPROCESSO             VALUE 'S'.

         01 WS-TEXTO-OCORR.
           03 FILLER                PIC X(05) VALUE 'URA: '.
           03 WS-TO-ASSUNTO         PIC X(16).
           03 FILLER                PIC X(06) VALUE ' FONE '.
           03 WS-TO-TELEFONE        PIC 9(13).
           03 WS-TO-PROMESSA        PIC X(20).
         01 WS-TEXTO-PROMESSA.
           03 FILLER                PIC X(15) VALUE ' PROMETEU PARC '.
           03 WS-TP-PARCELA         PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.

         01 WS-LINHA-RETORNO.
           03 WS-LR-OCORRENCIA      PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-DOCUMENTO       PIC 9(14).
           03 FILLER                PIC X(07) VALUE ' CONTR '.
           03 WS-LR-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' PARC '.
           03 WS-LR-PARCELA         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-VALOR           PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-RESULTADO       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           MOVE SPACES TO WS-ENV-REPROCESSA
           ACCEPT WS-ENV-REPROCESSA FROM ENVIRONMENT
               'FINURAR-REPROCESSA'

           MOVE 'N' TO WS-ARQ-TEM-HEADER WS-ARQ-JA-POSTADO
                       WS-FLAG-REPROCESSO
           MOVE ZEROS TO WS-SEQ-URARET WS-DATA-GER-URARET
           OPEN INPUT FD-URARET
           MOVE WS-FS-URARET TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
      *        Dia sem arquivo do provedor nao e erro.
               DISPLAY 'FINURAR: URARET.DAT NAO EXISTE - SEM '
                       'LIGACOES DA URA NO DIA.'
           ELSE
               PERFORM ABRE-ARQUIVOS
               IF NOT FS-OK
                   DISPLAY 'FINURAR: FDCONTR.DAT ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-RELATORIO
                   PERFORM PROCESSA-ARQUIVO-URA
                   PERFORM FECHA-RELATORIO
               END-IF
               PERFORM FECHA-ARQUIVOS
               CLOSE FD-URARET
           END-IF

           DISPLAY 'FINURAR: ' WS-QTD-LIGACOES ' LIGACAO(OES), '
                   WS-QTD-CONTATOS ' NO LOG DO CLIENTE, '
                   WS-QTD-PROMESSAS ' PROMESSA(S) REGISTRADA(S), '
                   WS-QTD-PROM-RECUSADAS ' PROMESSA(S) RECUSADA(S), '
                   WS-QTD-REJEITADOS ' REJEITADA(S).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
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

      *    Por ultimo o mestre de contratos: sem ele nada e aplicado
      *    e o FSTATUS dele decide a execucao.
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           .

       FECHA-ARQUIVOS.
           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '23'
               CLOSE FD-CONTRATO
           END-IF
           CLOSE FD-CADASTRO
           CLOSE FD-PROMESSA
           CLOSE FD-OCORR
           CLOSE FD-NUMCTL
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'URARET'   TO RW-RELATORIO
           MOVE 'LIGACOES ATENDIDAS PELA URA' TO RW-TITULO
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

       GRAVA-LINHA-AVISO.
      *    Linha de controle do arquivo (header/trailer) no mesmo
      *    relatorio, com o motivo na coluna de resultado.
           MOVE SPACES TO WS-LR-OCORRENCIA
           MOVE ZEROS  TO WS-LR-DOCUMENTO WS-LR-CONTRATO
                          WS-LR-PARCELA WS-LR-DATA WS-LR-VALOR
           PERFORM GRAVA-LINHA-RETORNO
           .

       PROCESSA-ARQUIVO-URA.
           MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
                         IN-PARM-QTD-TRAILER IN-PARM-VR-TRAILER
           MOVE 'N'   TO IN-PARM-TRAILER
           PERFORM LE-HEADER-URA
           IF WS-ARQUIVO-JA-POSTADO
               MOVE 'ARQUIVO JA PROCESSADO - RECUSADO'
                   TO WS-LR-RESULTADO
               PERFORM GRAVA-LINHA-AVISO
               DISPLAY 'FINURAR: URARET.DAT SEQUENCIA '
                       WS-SEQ-URARET ' JA FOI PROCESSADO EM '
                       'OUTRA EXECUCAO - ARQUIVO RECUSADO. PARA '
                       'REPROCESSAR DE PROPOSITO, RODE COM '
                       'FINURAR-REPROCESSA=' WS-SEQ-URARET '.'
           ELSE
               PERFORM UNTIL WS-EOF-URARET
                   READ FD-URARET
                       AT END
                           SET WS-EOF-URARET TO TRUE
                       NOT AT END
                           PERFORM CLASSIFICA-REGISTRO
                   END-READ
               END-PERFORM
               PERFORM CONFERE-TRAILER
               IF WS-ARQUIVO-COM-HEADER
                   PERFORM GRAVA-RETCTL
               END-IF
               PERFORM REGISTRA-INTERFACE
           END-IF
           .

       LE-HEADER-URA.
           READ FD-URARET
               AT END
                   SET WS-EOF-URARET TO TRUE
               NOT AT END
                   IF UR-REG-HEADER
                       SET WS-ARQUIVO-COM-HEADER TO TRUE
                       IF UR-H-DATA-GERACAO IS NUMERIC
                           MOVE UR-H-DATA-GERACAO
                             TO WS-DATA-GER-URARET
                       END-IF
                       IF UR-H-SEQUENCIA IS NUMERIC
                           MOVE UR-H-SEQUENCIA TO WS-SEQ-URARET
                       END-IF
                       PERFORM VERIFICA-RETCTL
                   ELSE
                       PERFORM CLASSIFICA-REGISTRO
                   END-IF
           END-READ
           .

       CLASSIFICA-REGISTRO.
           EVALUATE TRUE
               WHEN UR-REG-TRAILER
                   SET IN-PARM-COM-TRAILER TO TRUE
                   IF UR-T-QTD-DETALHES IS NUMERIC
                       MOVE UR-T-QTD-DETALHES TO IN-PARM-QTD-TRAILER
                   END-IF
               WHEN UR-REG-HEADER
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTD-LIGACOES
                   ADD 1 TO IN-PARM-QTD
                   IF UR-NUM-CONTRATO IS NUMERIC
                       ADD UR-NUM-CONTRATO TO IN-PARM-VALOR
                   END-IF
                   PERFORM PROCESSA-LIGACAO
           END-EVALUATE
           .

       VERIFICA-RETCTL.
           OPEN I-O FD-RETCTL
           IF WS-FS-RETCTL = '35'
               OPEN OUTPUT FD-RETCTL
               CLOSE FD-RETCTL
               OPEN I-O FD-RETCTL
           END-IF
           MOVE WS-BANCO-URA     TO RL-COD-BANCO
           MOVE WS-SEQ-URARET    TO RL-SEQ-ARQUIVO
           READ FD-RETCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ENV-REPROCESSA IS NUMERIC
                       AND WS-ENV-REPROCESSA = WS-SEQ-URARET
                       SET WS-E-REPROCESSO TO TRUE
                       DISPLAY 'FINURAR: REPROCESSAMENTO DA SEQUENCIA '
                               WS-SEQ-URARET ' AUTORIZADO POR '
                               'FINURAR-REPROCESSA.'
                   ELSE
                       SET WS-ARQUIVO-JA-POSTADO TO TRUE
                   END-IF
           END-READ
           CLOSE FD-RETCTL
           .

       GRAVA-RETCTL.
           OPEN I-O FD-RETCTL
           IF WS-FS-RETCTL = '35'
               OPEN OUTPUT FD-RETCTL
               CLOSE FD-RETCTL
               OPEN I-O FD-RETCTL
           END-IF
           MOVE WS-BANCO-URA          TO RL-COD-BANCO
           MOVE WS-SEQ-URARET         TO RL-SEQ-ARQUIVO
           MOVE WS-DATA-GER-URARET    TO RL-DATA-GERACAO
           MOVE WS-DATA-HOJE          TO RL-DATA-POSTAGEM
           IF WS-E-REPROCESSO
               MOVE 'S' TO RL-REPROCESSADO
           ELSE
               MOVE 'N' TO RL-REPROCESSADO
           END-IF
           WRITE FD-RETCTL-REC
               INVALID KEY
                   REWRITE FD-RETCTL-REC
           END-WRITE
           CLOSE FD-RETCTL
           .

       CONFERE-TRAILER.
      *    Arquivo truncado na transmissao aparece aqui; as
      *    ligacoes lidas ja foram aplicadas e ficam.
           IF IN-PARM-COM-TRAILER
               IF IN-PARM-QTD-TRAILER NOT = WS-QTD-LIGACOES
                   MOVE 'TRAILER NAO CONFERE COM AS LIGACOES'
                       TO WS-LR-RESULTADO
                   PERFORM GRAVA-LINHA-AVISO
                   DISPLAY 'FINURAR: AVISO - TRAILER DA URA ('
                           IN-PARM-QTD-TRAILER ' LIGACOES) DIFERE '
                           'DO LIDO (' WS-QTD-LIGACOES ').'
               END-IF
           ELSE
               IF WS-ARQUIVO-COM-HEADER
                   MOVE 'ARQUIVO SEM TRAILER' TO WS-LR-RESULTADO
                   PERFORM GRAVA-LINHA-AVISO
                   DISPLAY 'FINURAR: AVISO - URARET.DAT SEM '
                           'TRAILER, POSSIVEL ARQUIVO TRUNCADO.'
               END-IF
           END-IF
           .

       REGISTRA-INTERFACE.
      *    Sem valor no arquivo: o total de controle e a soma dos
      *    numeros de contrato (hash), e o trailer so declara a
      *    quantidade.
           IF IN-PARM-COM-TRAILER
               MOVE IN-PARM-VALOR TO IN-PARM-VR-TRAILER
           END-IF
           MOVE 'R'          TO IN-PARM-EVENTO
           MOVE 'URARET'     TO IN-PARM-INTERFACE
           MOVE 'URARET.DAT' TO IN-PARM-ARQUIVO
           MOVE WS-JOB-NOME  TO IN-PARM-PROGRAMA
           MOVE SPACES       TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       PROCESSA-LIGACAO.
      *    Mesmo IS NUMERIC do FINNOTR em todo campo vindo de fora;
      *    o documento informado tem de ser o do dono do contrato.
           MOVE UR-OCORRENCIA   TO WS-LR-OCORRENCIA
           MOVE ZEROS TO WS-LR-DOCUMENTO WS-LR-CONTRATO WS-LR-PARCELA
                         WS-LR-DATA WS-LR-VALOR
           IF UR-DOCUMENTO IS NUMERIC
               MOVE UR-DOCUMENTO    TO WS-LR-DOCUMENTO
           END-IF
           IF UR-NUM-CONTRATO IS NUMERIC
               MOVE UR-NUM-CONTRATO TO WS-LR-CONTRATO
           END-IF
           IF UR-DATA-LIGACAO IS NUMERIC
               MOVE UR-DATA-LIGACAO TO WS-LR-DATA
           END-IF

           MOVE 'N' TO WS-CONTRATO-LIDO
           IF UR-NUM-CONTRATO IS NUMERIC
               MOVE UR-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CONTRATO-ACHADO TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT UR-CONSULTA AND NOT UR-PROMESSA
                   MOVE 'REJEITADA: OCORRENCIA DESCONHECIDA'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT WS-CONTRATO-ACHADO
                   MOVE 'REJEITADA: CONTRATO INEXISTENTE'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM CONFERE-DOCUMENTO
                   IF UR-DOCUMENTO NOT NUMERIC
                       OR UR-DOCUMENTO NOT = WS-DOCUMENTO-CLIENTE
                       MOVE 'REJEITADA: CPF/CNPJ NAO E DO CONTRATO'
                           TO WS-LR-RESULTADO
                       ADD 1 TO WS-QTD-REJEITADOS
                   ELSE
                       PERFORM GRAVA-CONTATO-URA
                       IF UR-PROMESSA
                           PERFORM GRAVA-PROMESSA-URA
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM GRAVA-LINHA-RETORNO
           .

       CONFERE-DOCUMENTO.
           MOVE ZEROS TO WS-DOCUMENTO-CLIENTE
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-CNPJ TO WS-DOCUMENTO-CLIENTE
                   ELSE
                       MOVE FD-CPF  TO WS-DOCUMENTO-CLIENTE
                   END-IF
           END-READ
           .

       GRAVA-CONTATO-URA.
      *    Ligacao na URA entra no mesmo log do OCORMNT, tipo 'U'.
      *    Serie OCORR de NUMCTL.DAT.
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

           EVALUATE TRUE
               WHEN UR-OPCAO-SALDO
                   MOVE 'SALDO'           TO WS-TO-ASSUNTO
               WHEN UR-OPCAO-PROXIMA
                   MOVE 'PROXIMA PARCELA' TO WS-TO-ASSUNTO
               WHEN UR-OPCAO-ATRASO
                   MOVE 'ATRASO'          TO WS-TO-ASSUNTO
               WHEN UR-OPCAO-QUITACAO
                   MOVE 'QUITACAO'        TO WS-TO-ASSUNTO
               WHEN UR-OPCAO-BOLETO
                   MOVE 'BOLETO'          TO WS-TO-ASSUNTO
               WHEN UR-OPCAO-PROMESSA
                   MOVE 'PROMESSA'        TO WS-TO-ASSUNTO
               WHEN OTHER
                   MOVE 'CONSULTA'        TO WS-TO-ASSUNTO
           END-EVALUATE
           MOVE ZEROS  TO WS-TO-TELEFONE
           IF UR-TELEFONE IS NUMERIC
               MOVE UR-TELEFONE TO WS-TO-TELEFONE
           END-IF
           MOVE SPACES TO WS-TO-PROMESSA
           IF UR-PROMESSA AND UR-NUM-PARCELA IS NUMERIC
               MOVE UR-NUM-PARCELA    TO WS-TP-PARCELA
               MOVE WS-TEXTO-PROMESSA TO WS-TO-PROMESSA
           END-IF

           MOVE FD-COD-CLIENTE   TO OC-COD-CLIENTE
           MOVE FD-NUM-CONTRATO  TO OC-NUM-CONTRATO
           MOVE 'U'              TO OC-TIPO
           MOVE WS-TEXTO-OCORR   TO OC-TEXTO
           IF UR-DATA-LIGACAO IS NUMERIC AND UR-DATA-LIGACAO > ZEROS
               MOVE UR-DATA-LIGACAO TO OC-DATA
           ELSE
               MOVE WS-DATA-HOJE    TO OC-DATA
           END-IF
           IF UR-HORA-LIGACAO IS NUMERIC
               COMPUTE OC-HORA = UR-HORA-LIGACAO * 100
           ELSE
               MOVE ZEROS TO OC-HORA
           END-IF
           MOVE 'URA'            TO OC-OPERADOR
           WRITE FD-OCORR-REC
           MOVE 'LIGACAO REGISTRADA NO LOG DO CLIENTE'
               TO WS-LR-RESULTADO
           ADD 1 TO WS-QTD-CONTATOS
           .

       GRAVA-PROMESSA-URA.
      *    Mesma promessa do PROMMNT (pendente segura o FINCOB ate o
      *    FINATRA conferir), so para parcela em aberto do contrato,
      *    data de hoje em diante e valor informado. Promessa
      *    recusada nao desfaz a ligacao ja registrada.
           IF UR-NUM-PARCELA IS NUMERIC
               MOVE UR-NUM-PARCELA TO WS-LR-PARCELA
           END-IF
           IF UR-VR-PROMETIDO IS NUMERIC
               MOVE UR-VR-PROMETIDO TO WS-LR-VALOR
           END-IF
           IF UR-DATA-PROMETIDA IS NUMERIC
               MOVE UR-DATA-PROMETIDA TO WS-LR-DATA
           END-IF
           EVALUATE TRUE
               WHEN UR-NUM-PARCELA NOT NUMERIC
                   OR UR-NUM-PARCELA < 1
                   OR UR-NUM-PARCELA > FD-NUM-PARCELAS
                   MOVE 'PROMESSA RECUSADA: PARCELA INEXISTENTE'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-PROM-RECUSADAS
               WHEN FD-PARC-STATUS(UR-NUM-PARCELA) NOT = 'P'
                   AND FD-PARC-STATUS(UR-NUM-PARCELA) NOT = 'A'
                   MOVE 'PROMESSA RECUSADA: PARCELA NAO EM ABERTO'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-PROM-RECUSADAS
               WHEN UR-DATA-PROMETIDA NOT NUMERIC
                   OR UR-DATA-PROMETIDA < WS-DATA-HOJE
                   OR UR-VR-PROMETIDO NOT NUMERIC
                   OR UR-VR-PROMETIDO = ZEROS
                   MOVE 'PROMESSA RECUSADA: DATA/VALOR INVALIDOS'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-PROM-RECUSADAS
               WHEN OTHER
                   MOVE FD-NUM-CONTRATO   TO PM-NUM-CONTRATO
                   MOVE UR-NUM-PARCELA    TO PM-NUM-PARCELA
                   MOVE FD-COD-CLIENTE    TO PM-COD-CLIENTE
                   MOVE UR-DATA-PROMETIDA TO PM-DATA-PROMETIDA
                   MOVE UR-VR-PROMETIDO   TO PM-VR-PROMETIDO
                   MOVE 'P'               TO PM-STATUS
                   MOVE WS-DATA-HOJE      TO PM-DATA-REGISTRO
                   MOVE 'URA'             TO PM-OPERADOR
                   MOVE ZEROS             TO PM-DATA-DESFECHO
                   WRITE FD-PROMESSA-REC
                       INVALID KEY
                           REWRITE FD-PROMESSA-REC
                   END-WRITE
                   MOVE 'LIGACAO E PROMESSA REGISTRADAS'
                       TO WS-LR-RESULTADO
                   ADD 1 TO WS-QTD-PROMESSAS
           END-EVALUATE
           .

       END PROGRAM FINURAR.
