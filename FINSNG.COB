      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: INTERFACE COM O REGISTRO NACIONAL DE GRAVAMES
      *          (SNG/DETRAN): passo diario do JOBNOTURNO depois das
      *          baixas de pagamento. Primeiro le o retorno do
      *          registro (SNGRET.DAT) - inclusao registrada grava o
      *          protocolo no gravame e baixa o item gravame do
      *          checklist de formalizacao (FORMCTL.DAT); baixa
      *          registrada encerra o gravame no registro; rejeicao
      *          volta ao back office (FINGAR) com a ocorrencia.
      *          Depois, numa passada por GARANTIA.DAT, libera o
      *          gravame de veiculo cujo contrato deixou de estar
      *          ativo (mesma regra do (R)ELATORIO do FINGAR - o
      *          quitado pede baixa no registro) e gera a remessa do
      *          dia (SNGREM.DAT, numero na serie SNGREM do
      *          NUMCTL.DAT) com as inclusoes de veiculo novo e as
      *          baixas de contrato quitado. A lista de excecoes
      *          (FINSNG.PRT) mostra o que o registro ainda nao
      *          confirmou ha mais de FINSNG-DIAS dias (padrao 5) e
      *          as inclusoes e baixas rejeitadas - ate aqui o
      *          gravame era registrado e baixado a mao no site do
      *          DETRAN, e cliente que quitou ficava com o veiculo
      *          bloqueado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSNG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GARANTIA       ASSIGN TO "GARANTIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUM-CONTRATO
               FILE STATUS IS WS-FS-GARANTIA.
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
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FORMCTL.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-SNGRET         ASSIGN TO "SNGRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNGRET.
           SELECT FD-SNGREM         ASSIGN TO "SNGREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNGREM.
           SELECT FD-RELATO         ASSIGN TO "FINSNG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GARANTIA.
       01  FD-GARANTIA-REC.
           COPY GARREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-SNGRET.
       01  FD-SNGRET-REC.
           COPY SNGRETREC.

       FD  FD-SNGREM.
       01  FD-SNGREM-REC.
           COPY SNGREMREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-GARANTIA      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-SNGRET        PIC X(02) VALUE '00'.
           03 WS-FS-SNGREM        PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINSNG'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DIAS-MOVIMENTO       PIC 9(08).
         01 WS-DIAS-ESPERA          PIC S9(08).

         01 WS-ENV-DIAS             PIC X(03).
         01 WS-DIAS-CONFIRMACAO     PIC 9(03) VALUE 5.

         01 WS-FIM-SNGRET           PIC X(01).
             88 WS-EOF-SNGRET               VALUE 'S'.
         01 WS-FIM-GARANTIA         PIC X(01).
             88 WS-EOF-GARANTIA             VALUE 'S'.
         01 WS-HEADER-RETORNO       PIC X(01).
             88 WS-RETORNO-COM-HEADER       VALUE 'S'.
         01 WS-CONTRATO-LIDO        PIC X(01).
             88 WS-CONTRATO-ACHADO          VALUE 'S'.
         01 WS-BAIXA-REGISTRO       PIC X(01).
             88 WS-PEDE-BAIXA-REGISTRO      VALUE 'S'.

         01 WS-SEQ-RETORNO          PIC 9(06) VALUE ZEROS.
         01 WS-NUM-REMESSA          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-DET-RETORNO      PIC 9(06) VALUE ZEROS.
         01 WS-QTD-DET-REMESSA      PIC 9(06) VALUE ZEROS.

         01 WS-CONTADORES.
           03 WS-QTD-REGISTRADAS    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-BAIXADAS       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-REJEITADAS     PIC 9(06) VALUE ZEROS.
           03 WS-QTD-IGNORADAS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-LIBERADOS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-INCLUSOES      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-BAIXAS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SEM-CONFIRM    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-PENDENTE-REJ   PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(44) VALUE
              'FINSNG - REGISTRO NACIONAL DE GRAVAMES     '.
           03 FILLER                PIC X(06) VALUE 'DATA: '.
           03 WS-LT-DATA            PIC 9(08).
           03 FILLER                PIC X(22) VALUE SPACES.

         01 WS-LINHA-DETALHE.
           03 WS-LD-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-SITUACAO        PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-PLACA           PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LD-OBSERVACAO      PIC X(42).

         01 WS-LINHA-TOTAL.
           03 WS-LO-DESCRICAO       PIC X(44).
           03 WS-LO-QTD             PIC ZZZ.ZZ9.
           03 FILLER                PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-DIAS-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

           ACCEPT WS-ENV-DIAS FROM ENVIRONMENT 'FINSNG-DIAS'
           IF WS-ENV-DIAS IS NUMERIC
               MOVE WS-ENV-DIAS TO WS-DIAS-CONFIRMACAO
           END-IF

           OPEN I-O FD-GARANTIA
           IF WS-FS-GARANTIA = '35'
               DISPLAY 'FINSNG: GARANTIA.DAT NAO EXISTE - NENHUM '
                       'GRAVAME A REGISTRAR.'
           ELSE
      *        Sem o mestre de contratos nao ha devedor para a
      *        inclusao nem como saber quem quitou: aborta o passo.
               OPEN INPUT FD-CONTRATO
               MOVE WS-FS-CONTRATO TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                       FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINSNG: ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-ARQUIVOS
                   PERFORM PROCESSA-RETORNO-SNG
                   PERFORM GERA-REMESSA-SNG
                   PERFORM IMPRIME-TOTAIS
                   CLOSE FD-RELATO
                   CLOSE FD-NUMCTL
                   CLOSE FD-FORMCTL
                   CLOSE FD-CADASTRO
                   CLOSE FD-CONTRATO
               END-IF
               CLOSE FD-GARANTIA
           END-IF

           DISPLAY 'FINSNG: ' WS-QTD-REGISTRADAS ' INCLUSAO(OES) E '
                   WS-QTD-BAIXADAS ' BAIXA(S) CONFIRMADA(S), '
                   WS-QTD-REJEITADAS ' REJEITADA(S); '
                   WS-QTD-INCLUSOES ' INCLUSAO(OES) E '
                   WS-QTD-BAIXAS ' BAIXA(S) NA REMESSA '
                   WS-NUM-REMESSA '.'
           IF WS-QTD-SEM-CONFIRM > ZEROS
                   OR WS-QTD-PENDENTE-REJ > ZEROS
               DISPLAY 'FINSNG: ' WS-QTD-SEM-CONFIRM
                       ' SEM CONFIRMACAO E ' WS-QTD-PENDENTE-REJ
                       ' REJEITADA(S) - VER FINSNG.PRT.'
           END-IF

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
           OPEN I-O FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               CLOSE FD-FORMCTL
               OPEN I-O FD-FORMCTL
           END-IF
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           OPEN OUTPUT FD-RELATO
           MOVE WS-DATA-MOVIMENTO TO WS-LT-DATA
           WRITE FD-RELATO-REG FROM WS-LINHA-TITULO
           MOVE ALL '-' TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           .

       PROCESSA-RETORNO-SNG.
      *    Retorno reprocessado nao faz estrago: so gravame ainda
      *    enviado, na mesma remessa do header, e atualizado.
           OPEN INPUT FD-SNGRET
           IF WS-FS-SNGRET NOT = '00'
               MOVE 'SEM RETORNO DO REGISTRO HOJE (SNGRET.DAT)'
                   TO FD-RELATO-REG
               WRITE FD-RELATO-REG
           ELSE
               MOVE 'N' TO WS-FIM-SNGRET WS-HEADER-RETORNO
               PERFORM UNTIL WS-EOF-SNGRET
                   READ FD-SNGRET
                       AT END
                           SET WS-EOF-SNGRET TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN GR-REG-HEADER
                                   SET WS-RETORNO-COM-HEADER TO TRUE
                                   MOVE GR-H-SEQ-REMESSA
                                       TO WS-SEQ-RETORNO
                               WHEN GR-REG-DETALHE
                                   ADD 1 TO WS-QTD-DET-RETORNO
                                   IF WS-RETORNO-COM-HEADER
                                       PERFORM POSTA-RETORNO-SNG
                                   END-IF
                               WHEN GR-REG-TRAILER
                                   IF GR-T-QTD-DETALHES
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
               CLOSE FD-SNGRET
               IF NOT WS-RETORNO-COM-HEADER
                   MOVE 'RETORNO DO REGISTRO SEM HEADER - NAO '
                       TO FD-RELATO-REG
                   MOVE 'PROCESSADO' TO FD-RELATO-REG(38:)
                   WRITE FD-RELATO-REG
               END-IF
           END-IF
           .

       POSTA-RETORNO-SNG.
           MOVE GR-NUM-CONTRATO TO GA-NUM-CONTRATO
           MOVE GR-NUM-CONTRATO TO WS-LD-CONTRATO
           MOVE SPACES          TO WS-LD-PLACA WS-LD-OBSERVACAO
           READ FD-GARANTIA
               INVALID KEY
                   MOVE 'IGNORADO'          TO WS-LD-SITUACAO
                   MOVE 'CONTRATO SEM GARANTIA'
                       TO WS-LD-OBSERVACAO
                   WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
                   ADD 1 TO WS-QTD-IGNORADAS
               NOT INVALID KEY
                   MOVE GA-IDENTIFICACAO TO WS-LD-PLACA
                   IF GA-REG-SEQ-REMESSA NOT = WS-SEQ-RETORNO
                       OR (GR-INCLUSAO
                           AND NOT GA-REG-INCLUSAO-ENVIADA)
                       OR (GR-BAIXA
                           AND NOT GA-REG-BAIXA-ENVIADA)
                       MOVE 'IGNORADO'      TO WS-LD-SITUACAO
                       MOVE 'JA PROCESSADO OU FORA DA REMESSA'
                           TO WS-LD-OBSERVACAO
                       WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
                       ADD 1 TO WS-QTD-IGNORADAS
                   ELSE
                       IF GR-REGISTRADO
                           PERFORM CONFIRMA-REGISTRO
                       ELSE
                           PERFORM REJEITA-REGISTRO
                       END-IF
                   END-IF
           END-READ
           .

       CONFIRMA-REGISTRO.
           MOVE GR-PROTOCOLO      TO GA-REG-PROTOCOLO
           MOVE GR-DATA-REGISTRO  TO GA-REG-DATA-RETORNO
           MOVE GR-OCORRENCIA     TO GA-REG-OCORRENCIA
           MOVE SPACES            TO GA-REG-DESCR-OCORR
           IF GR-INCLUSAO
               SET GA-REG-REGISTRADO TO TRUE
               MOVE 'INCLUSAO REGISTRADA' TO WS-LD-SITUACAO
               ADD 1 TO WS-QTD-REGISTRADAS
           ELSE
               SET GA-REG-BAIXADO TO TRUE
               MOVE 'BAIXA REGISTRADA'    TO WS-LD-SITUACAO
               ADD 1 TO WS-QTD-BAIXADAS
           END-IF
           REWRITE FD-GARANTIA-REC
           STRING 'PROTOCOLO ' GR-PROTOCOLO
               DELIMITED BY SIZE INTO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           IF GR-INCLUSAO
               PERFORM BAIXA-GRAVAME-CHECKLIST
           END-IF
           .

       BAIXA-GRAVAME-CHECKLIST.
      *    O registro confirmado e a prova do gravame: o item do
      *    checklist de formalizacao baixa sozinho e o checklist
      *    fecha se nada mais estiver devido, como no FORMMNT.
           MOVE GA-NUM-CONTRATO TO FM-NUM-CONTRATO
           READ FD-FORMCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FM-GRAVAME = 'N'
                       MOVE 'S' TO FM-GRAVAME
                       IF FM-PENDENTE
                           AND (FM-INSTRUMENTO = 'S'
                                OR FM-INSTRUMENTO = 'D')
                           AND (FM-AVAL = 'S' OR FM-AVAL = 'D')
                           AND NOT FM-APOLICE-DEVIDA
                           MOVE 'C' TO FM-STATUS
                           MOVE WS-DATA-MOVIMENTO TO FM-DATA-COMPLETO
                       END-IF
                       REWRITE FD-FORMCTL-REC
                   END-IF
           END-READ
           .

       REJEITA-REGISTRO.
           MOVE GR-OCORRENCIA    TO GA-REG-OCORRENCIA
           MOVE GR-DATA-REGISTRO TO GA-REG-DATA-RETORNO
           EVALUATE TRUE
               WHEN GR-CHASSI-INVALIDO
                   MOVE 'CHASSI INVALIDO' TO GA-REG-DESCR-OCORR
               WHEN GR-VEICULO-COM-GRAVAME
                   MOVE 'VEICULO JA TEM GRAVAME ATIVO'
                       TO GA-REG-DESCR-OCORR
               WHEN GR-DOCUMENTO-DIVERGE
                   MOVE 'CPF/CNPJ NAO CONFERE COM O DETRAN'
                       TO GA-REG-DESCR-OCORR
               WHEN GR-GRAVAME-INEXISTENTE
                   MOVE 'GRAVAME NAO ENCONTRADO NO REGISTRO'
                       TO GA-REG-DESCR-OCORR
               WHEN OTHER
                   MOVE 'REJEITADA PELO REGISTRO'
                       TO GA-REG-DESCR-OCORR
           END-EVALUATE
           IF GR-INCLUSAO
               SET GA-REG-INCLUSAO-REJEITADA TO TRUE
               MOVE 'INCLUSAO REJEITADA' TO WS-LD-SITUACAO
           ELSE
               SET GA-REG-BAIXA-REJEITADA TO TRUE
               MOVE 'BAIXA REJEITADA'    TO WS-LD-SITUACAO
           END-IF
           REWRITE FD-GARANTIA-REC
           MOVE GA-REG-DESCR-OCORR TO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           ADD 1 TO WS-QTD-REJEITADAS
           .

       GERA-REMESSA-SNG.
      *    O arquivo e sempre refeito: sem operacao a enviar ele sai
      *    vazio, e a remessa de ontem nao e transmitida de novo.
      *    O numero da serie so e consumido com o primeiro detalhe.
           OPEN OUTPUT FD-SNGREM
           MOVE SPACES TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           MOVE 'EXCECOES: SEM CONFIRMACAO DO REGISTRO E REJEITADAS'
               TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           MOVE 'N' TO WS-FIM-GARANTIA
           MOVE ZEROS TO GA-NUM-CONTRATO
           START FD-GARANTIA KEY NOT < GA-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-GARANTIA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-GARANTIA
               READ FD-GARANTIA NEXT RECORD
                   AT END
                       SET WS-EOF-GARANTIA TO TRUE
                   NOT AT END
                       IF GA-BEM-VEICULO
                           PERFORM TRATA-VEICULO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-DET-REMESSA > ZEROS
               MOVE SPACES             TO FD-SNGREM-REC
               MOVE 'T'                TO GE-TIPO-REG
               MOVE WS-QTD-DET-REMESSA TO GE-T-QTD-DETALHES
               WRITE FD-SNGREM-REC
           END-IF
           CLOSE FD-SNGREM
           .

       TRATA-VEICULO.
           MOVE 'N' TO WS-CONTRATO-LIDO
           MOVE GA-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTRATO-ACHADO TO TRUE
           END-READ
           IF GA-GRAVAME-ATIVO
               PERFORM VERIFICA-LIBERACAO
           END-IF

           MOVE GA-NUM-CONTRATO  TO WS-LD-CONTRATO
           MOVE GA-IDENTIFICACAO TO WS-LD-PLACA
           MOVE SPACES           TO WS-LD-OBSERVACAO
           EVALUATE TRUE
               WHEN GA-REG-INCLUSAO-PENDENTE
                   IF WS-CONTRATO-ACHADO
                       PERFORM GRAVA-DETALHE-SNG
                   END-IF
               WHEN GA-REG-BAIXA-PENDENTE
                   PERFORM GRAVA-DETALHE-SNG
               WHEN GA-REG-AGUARDA-RETORNO
                   COMPUTE WS-DIAS-ESPERA = WS-DIAS-MOVIMENTO -
                       FUNCTION INTEGER-OF-DATE(GA-REG-DATA-ENVIO)
                   IF WS-DIAS-ESPERA > WS-DIAS-CONFIRMACAO
                       PERFORM LISTA-SEM-CONFIRMACAO
                   END-IF
               WHEN GA-REG-INCLUSAO-REJEITADA
                   MOVE 'INCLUSAO REJEITADA' TO WS-LD-SITUACAO
                   PERFORM LISTA-REJEITADA
               WHEN GA-REG-BAIXA-REJEITADA
                   MOVE 'BAIXA REJEITADA'    TO WS-LD-SITUACAO
                   PERFORM LISTA-REJEITADA
           END-EVALUATE
           .

       VERIFICA-LIBERACAO.
      *    Mesma regra do (R)ELATORIO do FINGAR: contrato que deixou
      *    de estar ativo libera o gravame. Quitado, portado,
      *    cancelado ou sumido do mestre pede a baixa no registro;
      *    renegociado, prejuizo e cedido mantem o veiculo como
      *    garantia da divida e o gravame fica no registro.
           MOVE 'N' TO WS-BAIXA-REGISTRO
           IF NOT WS-CONTRATO-ACHADO
               MOVE 'S' TO WS-BAIXA-REGISTRO
           ELSE
               IF FD-CONTR-QUITADO OR FD-CONTR-PORTADO
                       OR FD-CONTR-CANCELADO
                   MOVE 'S' TO WS-BAIXA-REGISTRO
               END-IF
           END-IF
           IF NOT WS-CONTRATO-ACHADO OR NOT FD-CONTR-ATIVO
               SET GA-GRAVAME-LIBERADO TO TRUE
               MOVE WS-DATA-MOVIMENTO TO GA-DATA-LIBERACAO
               IF WS-PEDE-BAIXA-REGISTRO
                   EVALUATE TRUE
                       WHEN GA-REG-INCLUSAO-PENDENTE
                       WHEN GA-REG-INCLUSAO-REJEITADA
                           MOVE SPACE TO GA-REG-SITUACAO
                       WHEN GA-REG-INCLUSAO-ENVIADA
                       WHEN GA-REG-REGISTRADO
                           SET GA-REG-BAIXA-PENDENTE TO TRUE
                   END-EVALUATE
               END-IF
               REWRITE FD-GARANTIA-REC
               ADD 1 TO WS-QTD-LIBERADOS
           END-IF
           .

       GRAVA-DETALHE-SNG.
           IF WS-QTD-DET-REMESSA = ZEROS
               PERFORM GRAVA-HEADER-SNG
           END-IF
           MOVE SPACES              TO FD-SNGREM-REC
           MOVE 'D'                 TO GE-TIPO-REG
           MOVE GA-NUM-CONTRATO     TO GE-NUM-CONTRATO
           MOVE GA-CHASSI           TO GE-CHASSI
           MOVE GA-RENAVAM          TO GE-RENAVAM
           MOVE GA-IDENTIFICACAO    TO GE-PLACA
           MOVE GA-UF-LICENCIAMENTO TO GE-UF-LICENCIAMENTO
           MOVE ZEROS               TO GE-CPF-CNPJ GE-DATA-CONTRATO
                                       GE-VALOR-FINANCIADO
                                       GE-NUM-PARCELAS
           IF WS-CONTRATO-ACHADO
               MOVE FD-DATA-CONTRATACAO TO GE-DATA-CONTRATO
               MOVE FD-VALOR            TO GE-VALOR-FINANCIADO
               MOVE FD-NUM-PARCELAS     TO GE-NUM-PARCELAS
               PERFORM MONTA-DEVEDOR
           END-IF
           IF GA-REG-INCLUSAO-PENDENTE
               SET GE-INCLUSAO TO TRUE
               SET GA-REG-INCLUSAO-ENVIADA TO TRUE
               ADD 1 TO WS-QTD-INCLUSOES
           ELSE
               SET GE-BAIXA TO TRUE
               MOVE GA-REG-PROTOCOLO TO GE-PROTOCOLO-INCLUSAO
               SET GA-REG-BAIXA-ENVIADA TO TRUE
               ADD 1 TO WS-QTD-BAIXAS
           END-IF
           WRITE FD-SNGREM-REC
           ADD 1 TO WS-QTD-DET-REMESSA

           MOVE WS-NUM-REMESSA    TO GA-REG-SEQ-REMESSA
           MOVE WS-DATA-MOVIMENTO TO GA-REG-DATA-ENVIO
           MOVE SPACES            TO GA-REG-OCORRENCIA
                                     GA-REG-DESCR-OCORR
           REWRITE FD-GARANTIA-REC
           .

       MONTA-DEVEDOR.
      *    Devedor como no cadastro: razao social e CNPJ da pessoa
      *    juridica, nome formatado e CPF da pessoa fisica.
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE FD-CLIENTE TO GE-NOME-DEVEDOR
               NOT INVALID KEY
                   MOVE FD-TIPO-PESSOA TO GE-TIPO-PESSOA
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-CNPJ         TO GE-CPF-CNPJ
                       MOVE FD-RAZAO-SOCIAL TO GE-NOME-DEVEDOR
                   ELSE
                       MOVE FD-CPF           TO GE-CPF-CNPJ
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO GE-NOME-DEVEDOR
                   END-IF
           END-READ
           .

       GRAVA-HEADER-SNG.
      *    Numero da remessa na serie SNGREM de NUMCTL.DAT, mesmo
      *    le-usa-incrementa das demais series.
           MOVE 'SNGREM' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'SNGREM' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-REMESSA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC

           MOVE SPACES             TO FD-SNGREM-REC
           MOVE 'H'                TO GE-TIPO-REG
           MOVE WS-NUM-REMESSA     TO GE-H-SEQUENCIA
           MOVE WS-DATA-MOVIMENTO  TO GE-H-DATA-GERACAO
           WRITE FD-SNGREM-REC
           .

       LISTA-SEM-CONFIRMACAO.
           IF GA-REG-INCLUSAO-ENVIADA
               MOVE 'INCLUSAO SEM RETORNO' TO WS-LD-SITUACAO
           ELSE
               MOVE 'BAIXA SEM RETORNO'    TO WS-LD-SITUACAO
           END-IF
           STRING 'ENVIADA EM ' GA-REG-DATA-ENVIO ' REMESSA '
                  GA-REG-SEQ-REMESSA
               DELIMITED BY SIZE INTO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           ADD 1 TO WS-QTD-SEM-CONFIRM
           .

       LISTA-REJEITADA.
      *    Fica na lista todo dia ate o back office corrigir no
      *    FINGAR, que devolve a operacao para a remessa.
           MOVE GA-REG-DESCR-OCORR TO WS-LD-OBSERVACAO
           WRITE FD-RELATO-REG FROM WS-LINHA-DETALHE
           ADD 1 TO WS-QTD-PENDENTE-REJ
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           MOVE 'INCLUSOES REGISTRADAS NO RETORNO'  TO WS-LO-DESCRICAO
           MOVE WS-QTD-REGISTRADAS                  TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'BAIXAS REGISTRADAS NO RETORNO'     TO WS-LO-DESCRICAO
           MOVE WS-QTD-BAIXADAS                     TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'REJEITADAS NO RETORNO'             TO WS-LO-DESCRICAO
           MOVE WS-QTD-REJEITADAS                   TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'DETALHES DE RETORNO IGNORADOS'     TO WS-LO-DESCRICAO
           MOVE WS-QTD-IGNORADAS                    TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'GRAVAMES LIBERADOS (CONTRATO INATIVO)'
               TO WS-LO-DESCRICAO
           MOVE WS-QTD-LIBERADOS                    TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'INCLUSOES ENVIADAS NA REMESSA'     TO WS-LO-DESCRICAO
           MOVE WS-QTD-INCLUSOES                    TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'BAIXAS ENVIADAS NA REMESSA'        TO WS-LO-DESCRICAO
           MOVE WS-QTD-BAIXAS                       TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'SEM CONFIRMACAO HA MAIS DE N DIAS' TO WS-LO-DESCRICAO
           MOVE WS-QTD-SEM-CONFIRM                  TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           MOVE 'REJEITADAS AGUARDANDO CORRECAO'    TO WS-LO-DESCRICAO
           MOVE WS-QTD-PENDENTE-REJ                 TO WS-LO-QTD
           WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
           .

       END PROGRAM FINSNG.
