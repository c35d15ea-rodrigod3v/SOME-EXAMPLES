      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RECLAMACOES - SAC E OUVIDORIA: abre o caso com
      *          protocolo dado ao cliente (ano + serie PROTaaaa de
      *          NUMCTL.DAT), categoria, canal de entrada, area
      *          responsavel e data limite contada em dias uteis
      *          (FERIADO.DAT e fim de semana) - variaveis de
      *          ambiente RECLMNT-PRAZO-SAC (padrao 5) e
      *          RECLMNT-PRAZO-OUV (padrao 10 dias uteis). O caso
      *          anda por situacao - (A)BERTA, (E)M ANALISE,
      *          (R)ESPONDIDA, ENCERRADA (F) com causa raiz - e cada
      *          passo fica em RECLHIST.DAT com quem fez e a nota.
      *          Reaberto, sobe para a OUVIDORIA com prazo novo a
      *          partir da reabertura. A abertura deixa tambem a
      *          ocorrencia 'R' em OCORR.DAT com o protocolo, para a
      *          historia do cliente no OCORMNT continuar completa.
      *          A lista diaria de vencidos e do FINRECL e o
      *          relatorio trimestral e do FINRECT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RECLAMA        ASSIGN TO "RECLAMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-PROTOCOLO
               ALTERNATE RECORD KEY IS RQ-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RECLAMA.
           SELECT FD-RECLHIST       ASSIGN TO "RECLHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS WS-FS-RECLHIST.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OCORR.
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
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-FERIADO        ASSIGN TO "FERIADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DATA-FERIADO
               FILE STATUS IS WS-FS-FERIADO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RECLAMA.
       01  FD-RECLAMA-REC.
           COPY RECLAMAREC.

       FD  FD-RECLHIST.
       01  FD-RECLHIST-REC.
           COPY RECLHISTREC.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-FERIADO.
       01  FD-FERIADO-REC.
           COPY FERIADOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-RECLAMA       PIC X(02) VALUE '00'.
           03 WS-FS-RECLHIST      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-FERIADO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'RECLMNT'.
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-HORA-AGORA           PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-PROTOCOLO            PIC 9(10).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-CATEGORIA            PIC X(02).
         01 WS-CANAL                PIC X(01).
         01 WS-AREA                 PIC X(10).
         01 WS-CAUSA                PIC X(02).
         01 WS-NOTA                 PIC X(60).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-SITUACAO-ANTERIOR    PIC X(01).
         01 WS-NUM-OCORR            PIC 9(08).

         01 WS-CASO-OK              PIC X(01).
             88 WS-CASO-ACHADO              VALUE 'S'.
         01 WS-CLIENTE-OK           PIC X(01).
             88 WS-CLIENTE-VALIDO           VALUE 'S'.
         01 WS-CONTRATO-CRITICA     PIC X(01).
             88 WS-CONTRATO-ACEITO          VALUE 'S'.
         01 WS-FIM-RECLAMA          PIC X(01).
             88 WS-EOF-RECLAMA              VALUE 'S'.
         01 WS-FIM-RECLHIST         PIC X(01).
             88 WS-EOF-RECLHIST             VALUE 'S'.
         01 WS-QTD-CASOS            PIC 9(04).

      *  Protocolo: serie anual PROTaaaa de NUMCTL.DAT, zerada na
      *  virada do ano; o ano vai na frente do numero.
         01 WS-SERIE-PROTOCOLO.
           03 FILLER                PIC X(04) VALUE 'PROT'.
           03 WS-SP-ANO             PIC 9(04).
         01 WS-NOVO-PROTOCOLO.
           03 WS-NP-ANO             PIC 9(04).
           03 WS-NP-SEQUENCIA       PIC 9(06).
         01 WS-NOVO-PROTOCOLO-N REDEFINES WS-NOVO-PROTOCOLO
                                    PIC 9(10).

      *  Prazos em dias uteis por nivel; o da OUVIDORIA vale tambem
      *  para o caso reaberto, contado da reabertura.
         01 WS-PRAZOS.
           03 WS-PRAZO-SAC          PIC 9(03) VALUE 005.
           03 WS-PRAZO-OUVIDORIA    PIC 9(03) VALUE 010.
           03 WS-ENV-PRAZO          PIC X(03).
         01 WS-DIAS-PRAZO           PIC 9(03).
         01 WS-DATA-BASE            PIC 9(08).
         01 WS-DATA-LIMITE          PIC 9(08).
         01 WS-DIAS-LIMITE          PIC 9(08).
         01 WS-DIA-SEMANA           PIC 9(01).
             88 WS-E-FIM-DE-SEMANA          VALUE 0, 6.
         01 WS-DIAS-CONTADOS        PIC 9(03).
         01 WS-E-DIA-UTIL           PIC X(01).
             88 WS-DIA-E-UTIL               VALUE 'S'.
         01 WS-FERIADO-OK           PIC X(01) VALUE 'N'.
             88 WS-FERIADO-ABERTO           VALUE 'S'.

         01 WS-DESCR-SITUACAO       PIC X(12).
         01 WS-DESCR-NIVEL          PIC X(09).

         01 WS-LINHA-CLIENTE.
           03 FILLER                PIC X(08) VALUE 'CLIENTE '.
           03 WS-LC-COD             PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-NOME            PIC X(41).

         01 WS-LINHA-CASO-1.
           03 FILLER                PIC X(10) VALUE 'PROTOCOLO '.
           03 WS-L1-PROTOCOLO       PIC 9(10).
           03 FILLER                PIC X(09) VALUE ' CLIENTE '.
           03 WS-L1-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(10) VALUE ' CONTRATO '.
           03 WS-L1-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' CAT '.
           03 WS-L1-CATEGORIA       PIC X(02).
           03 FILLER                PIC X(07) VALUE ' CANAL '.
           03 WS-L1-CANAL           PIC X(01).

         01 WS-LINHA-CASO-2.
           03 WS-L2-NIVEL           PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L2-SITUACAO        PIC X(12).
           03 FILLER                PIC X(06) VALUE ' AREA '.
           03 WS-L2-AREA            PIC X(10).
           03 FILLER                PIC X(10) VALUE ' ABERTURA '.
           03 WS-L2-ABERTURA        PIC 9(08).
           03 FILLER                PIC X(08) VALUE ' LIMITE '.
           03 WS-L2-LIMITE          PIC 9(08).
           03 FILLER                PIC X(12) VALUE ' REABERTURAS'.
           03 WS-L2-REABERTURAS     PIC Z9.

         01 WS-LINHA-CASO-3.
           03 FILLER                PIC X(10) VALUE 'RESPOSTA  '.
           03 WS-L3-RESPOSTA        PIC 9(08).
           03 FILLER                PIC X(10) VALUE ' NO PRAZO '.
           03 WS-L3-PRAZO           PIC X(01).
           03 FILLER                PIC X(13) VALUE ' ENCERRAMENTO'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L3-ENCERRAMENTO    PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' CAUSA '.
           03 WS-L3-CAUSA           PIC X(02).

         01 WS-LINHA-HISTORICO.
           03 WS-LH-SEQUENCIA       PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LH-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LH-HORA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LH-DE              PIC X(01).
           03 FILLER                PIC X(02) VALUE '->'.
           03 WS-LH-PARA            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LH-NIVEL           PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LH-AREA            PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LH-USUARIO         PIC X(08).

         01 WS-LINHA-TEXTO.
           03 FILLER                PIC X(04) VALUE '    '.
           03 WS-LT-TEXTO           PIC X(60).

         01 WS-LINHA-LISTA.
           03 WS-LL-PROTOCOLO       PIC 9(10).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-CATEGORIA       PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-NIVEL           PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-SITUACAO        PIC X(12).
           03 FILLER                PIC X(08) VALUE ' LIMITE '.
           03 WS-LL-LIMITE          PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           MOVE SPACES TO WS-ENV-PRAZO
           ACCEPT WS-ENV-PRAZO FROM ENVIRONMENT 'RECLMNT-PRAZO-SAC'
           IF WS-ENV-PRAZO IS NUMERIC
               MOVE WS-ENV-PRAZO TO WS-PRAZO-SAC
           END-IF
           MOVE SPACES TO WS-ENV-PRAZO
           ACCEPT WS-ENV-PRAZO FROM ENVIRONMENT 'RECLMNT-PRAZO-OUV'
           IF WS-ENV-PRAZO IS NUMERIC
               MOVE WS-ENV-PRAZO TO WS-PRAZO-OUVIDORIA
           END-IF

           OPEN I-O FD-RECLAMA
           IF WS-FS-RECLAMA = '35'
               OPEN OUTPUT FD-RECLAMA
               CLOSE FD-RECLAMA
               OPEN I-O FD-RECLAMA
           END-IF
           OPEN I-O FD-RECLHIST
           IF WS-FS-RECLHIST = '35'
               OPEN OUTPUT FD-RECLHIST
               CLOSE FD-RECLHIST
               OPEN I-O FD-RECLHIST
           END-IF
           MOVE WS-FS-RECLAMA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'RECLMNT: RECLAMA.DAT ' FS-MENSAGEM
               GOBACK
           END-IF

           OPEN INPUT FD-FERIADO
           IF WS-FS-FERIADO = '35'
               OPEN OUTPUT FD-FERIADO
               CLOSE FD-FERIADO
               OPEN INPUT FD-FERIADO
           END-IF
           IF WS-FS-FERIADO = '00'
               SET WS-FERIADO-ABERTO TO TRUE
           END-IF

           DISPLAY 'RECLAMACOES - 1-CONSULTA  2-ABRE  3-ANALISE/AREA  '
                   '4-RESPOSTA  5-ENCERRA  6-REABRE  7-POR CLIENTE'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           IF SN-NIVEL-CONSULTA
               AND WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 7
               DISPLAY 'NIVEL DE CONSULTA: SOMENTE AS OPCOES 1 E 7.'
           ELSE
               EVALUATE WS-OPCAO
                   WHEN 2
                       PERFORM ABRE-CASO
                   WHEN 3
                       PERFORM ANALISA-CASO
                   WHEN 4
                       PERFORM RESPONDE-CASO
                   WHEN 5
                       PERFORM ENCERRA-CASO
                   WHEN 6
                       PERFORM REABRE-CASO
                   WHEN 7
                       PERFORM LISTA-CLIENTE
                   WHEN OTHER
                       PERFORM CONSULTA-CASO
               END-EVALUATE
           END-IF

           IF WS-FERIADO-ABERTO
               CLOSE FD-FERIADO
           END-IF
           CLOSE FD-RECLHIST
           CLOSE FD-RECLAMA
           GOBACK.

       ABRE-CASO.
           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM MOSTRA-NOME-CLIENTE
           IF NOT WS-CLIENTE-VALIDO
               DISPLAY 'RECLAMACAO EXIGE CLIENTE CADASTRADO.'
           ELSE
               PERFORM CRITICA-E-ABRE-CASO
           END-IF
           .

       CRITICA-E-ABRE-CASO.
      *    Contrato opcional, com a mesma critica do OCORMNT.
           DISPLAY 'CONTRATO (ZEROS SE NENHUM) : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
               ACCEPT WS-NUM-CONTRATO
               IF WS-NUM-CONTRATO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-CONTRATO-CRITICA
           IF WS-NUM-CONTRATO > ZEROS
               PERFORM VALIDA-CONTRATO-CLIENTE
           END-IF

           IF WS-CONTRATO-ACEITO
               DISPLAY 'CATEGORIA: CB-COBRANCA TX-TAXAS/JUROS '
                       'CT-CONTRATO QT-QUITACAO/GRAVAME'
               DISPLAY '           CD-CADASTRO/BUREAU SG-SEGURO '
                       'AT-ATENDIMENTO OU-OUTROS : '
               MOVE SPACES TO RQ-CATEGORIA
               PERFORM WITH TEST AFTER UNTIL RQ-CATEGORIA-VALIDA
                   ACCEPT WS-CATEGORIA
                   MOVE FUNCTION UPPER-CASE(WS-CATEGORIA)
                       TO RQ-CATEGORIA
                   IF NOT RQ-CATEGORIA-VALIDA
                       DISPLAY 'CATEGORIA INVALIDA. NOVAMENTE : '
                   END-IF
               END-PERFORM

               DISPLAY 'CANAL: (B)ALCAO (T)ELEFONE (E)MAIL/SITE '
                       '(C)ARTA (R)BACEN (P)ROCON : '
               MOVE SPACES TO RQ-CANAL
               PERFORM WITH TEST AFTER UNTIL RQ-CANAL-VALIDO
                   ACCEPT WS-CANAL
                   MOVE FUNCTION UPPER-CASE(WS-CANAL) TO RQ-CANAL
                   IF NOT RQ-CANAL-VALIDO
                       DISPLAY 'CANAL INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM

               DISPLAY 'AREA RESPONSAVEL (BRANCO = SAC) : '
               ACCEPT WS-AREA
               MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA
               IF WS-AREA = SPACES
                   MOVE 'SAC' TO WS-AREA
               END-IF

               DISPLAY 'DESCRICAO (ATE 60 POSICOES) : '
               ACCEPT WS-NOTA

               PERFORM GRAVA-ABERTURA
           END-IF
           .

       GRAVA-ABERTURA.
      *    Demanda recebida do BACEN ou do PROCON ja e da OUVIDORIA;
      *    o resto nasce no SAC.
           IF RQ-CANAL-EXTERNO
               MOVE 'O'                TO RQ-NIVEL
               MOVE WS-PRAZO-OUVIDORIA TO WS-DIAS-PRAZO
               MOVE 'OUVIDORIA'        TO WS-AREA
           ELSE
               MOVE 'S'                TO RQ-NIVEL
               MOVE WS-PRAZO-SAC       TO WS-DIAS-PRAZO
           END-IF
           MOVE WS-DATA-HOJE TO WS-DATA-BASE
           PERFORM CALCULA-DATA-LIMITE
           PERFORM OBTEM-PROTOCOLO
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE WS-NOVO-PROTOCOLO-N TO RQ-PROTOCOLO
           MOVE WS-COD-CLIENTE      TO RQ-COD-CLIENTE
           MOVE WS-NUM-CONTRATO     TO RQ-NUM-CONTRATO
           MOVE WS-AREA             TO RQ-AREA
           MOVE 'A'                 TO RQ-SITUACAO
           MOVE WS-DATA-HOJE        TO RQ-DATA-ABERTURA
                                       RQ-DATA-NIVEL
           MOVE WS-HORA-AGORA       TO RQ-HORA-ABERTURA
           MOVE WS-DATA-LIMITE      TO RQ-DATA-LIMITE
           MOVE ZEROS               TO RQ-DATA-RESPOSTA
                                       RQ-DATA-ENCERRAMENTO
                                       RQ-QTD-REABERTURAS
           MOVE 1                   TO RQ-QTD-EVENTOS
           MOVE SPACES              TO RQ-RESPOSTA-PRAZO
                                       RQ-CAUSA-RAIZ
           MOVE WS-NOTA             TO RQ-DESCRICAO
           MOVE SN-USUARIO          TO RQ-OPERADOR
           WRITE FD-RECLAMA-REC
               INVALID KEY
                   DISPLAY 'RECLMNT: PROTOCOLO ' RQ-PROTOCOLO
                           ' JA EXISTE - CONFIRA A SERIE '
                           WS-SERIE-PROTOCOLO ' EM NUMCTL.DAT.'
               NOT INVALID KEY
                   MOVE SPACES TO WS-SITUACAO-ANTERIOR
                   PERFORM GRAVA-HISTORICO
                   PERFORM GRAVA-OCORRENCIA
                   DISPLAY 'RECLAMACAO ABERTA - PROTOCOLO '
                           RQ-PROTOCOLO
                   DISPLAY 'INFORME O PROTOCOLO AO CLIENTE. PRAZO '
                           'DE RESPOSTA: ' RQ-DATA-LIMITE ' ('
                           WS-DIAS-PRAZO ' DIAS UTEIS)'
           END-WRITE
           .

       ANALISA-CASO.
      *    Coloca o caso em analise e, se for o caso, transfere para
      *    outra area; o prazo nao muda com a transferencia.
           PERFORM LE-CASO
           IF WS-CASO-ACHADO
               IF NOT RQ-AGUARDA-RESPOSTA
                   DISPLAY 'CASO JA RESPONDIDO OU ENCERRADO - USE A '
                           'REABERTURA.'
               ELSE
                   DISPLAY 'NOVA AREA RESPONSAVEL (BRANCO = MANTEM '
                           RQ-AREA ') : '
                   ACCEPT WS-AREA
                   MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA
                   IF WS-AREA NOT = SPACES
                       MOVE WS-AREA TO RQ-AREA
                   END-IF
                   DISPLAY 'NOTA (ATE 60 POSICOES) : '
                   ACCEPT WS-NOTA
                   MOVE RQ-SITUACAO TO WS-SITUACAO-ANTERIOR
                   MOVE 'E'         TO RQ-SITUACAO
                   PERFORM REGRAVA-CASO
                   DISPLAY 'CASO ' RQ-PROTOCOLO ' EM ANALISE NA AREA '
                           RQ-AREA '.'
               END-IF
           END-IF
           .

       RESPONDE-CASO.
           PERFORM LE-CASO
           IF WS-CASO-ACHADO
               IF NOT RQ-AGUARDA-RESPOSTA
                   DISPLAY 'CASO JA RESPONDIDO OU ENCERRADO.'
               ELSE
                   DISPLAY 'RESPOSTA DADA AO CLIENTE (ATE 60 '
                           'POSICOES) : '
                   ACCEPT WS-NOTA
                   IF WS-NOTA = SPACES
                       DISPLAY 'RESPOSTA EM BRANCO - NADA GRAVADO.'
                   ELSE
                       MOVE RQ-SITUACAO  TO WS-SITUACAO-ANTERIOR
                       MOVE 'R'          TO RQ-SITUACAO
                       MOVE WS-DATA-HOJE TO RQ-DATA-RESPOSTA
                       IF RQ-DATA-RESPOSTA > RQ-DATA-LIMITE
                           MOVE 'N' TO RQ-RESPOSTA-PRAZO
                       ELSE
                           MOVE 'S' TO RQ-RESPOSTA-PRAZO
                       END-IF
                       PERFORM REGRAVA-CASO
                       IF RQ-RESPONDIDA-FORA-PRAZO
                           DISPLAY 'CASO ' RQ-PROTOCOLO ' RESPONDIDO '
                                   'FORA DO PRAZO (LIMITE '
                                   RQ-DATA-LIMITE ').'
                       ELSE
                           DISPLAY 'CASO ' RQ-PROTOCOLO
                                   ' RESPONDIDO NO PRAZO.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       ENCERRA-CASO.
      *    So fecha caso respondido; a causa raiz e obrigatoria e
      *    'IM' marca a reclamacao improcedente.
           PERFORM LE-CASO
           IF WS-CASO-ACHADO
               IF NOT RQ-RESPONDIDA
                   DISPLAY 'SO CASO RESPONDIDO PODE SER ENCERRADO.'
               ELSE
                   DISPLAY 'CAUSA RAIZ: PR-PROCESSO SI-SISTEMA '
                           'AT-ATENDIMENTO TE-TERCEIRO'
                   DISPLAY '            IN-INFORMACAO AO CLIENTE '
                           'IM-IMPROCEDENTE : '
                   MOVE SPACES TO RQ-CAUSA-RAIZ
                   PERFORM WITH TEST AFTER UNTIL RQ-CAUSA-VALIDA
                       ACCEPT WS-CAUSA
                       MOVE FUNCTION UPPER-CASE(WS-CAUSA)
                           TO RQ-CAUSA-RAIZ
                       IF NOT RQ-CAUSA-VALIDA
                           DISPLAY 'CAUSA INVALIDA. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   DISPLAY 'NOTA DE ENCERRAMENTO (ATE 60 '
                           'POSICOES) : '
                   ACCEPT WS-NOTA
                   MOVE RQ-SITUACAO  TO WS-SITUACAO-ANTERIOR
                   MOVE 'F'          TO RQ-SITUACAO
                   MOVE WS-DATA-HOJE TO RQ-DATA-ENCERRAMENTO
                   PERFORM REGRAVA-CASO
                   DISPLAY 'CASO ' RQ-PROTOCOLO ' ENCERRADO.'
               END-IF
           END-IF
           .

       REABRE-CASO.
      *    Cliente que nao aceitou a resposta: o caso volta aberto
      *    na OUVIDORIA, com prazo novo contado de hoje, e a
      *    resposta/encerramento anteriores ficam so no historico.
           PERFORM LE-CASO
           IF WS-CASO-ACHADO
               IF RQ-AGUARDA-RESPOSTA
                   DISPLAY 'CASO AINDA ESTA AGUARDANDO RESPOSTA.'
               ELSE
                   DISPLAY 'MOTIVO DA REABERTURA (ATE 60 '
                           'POSICOES) : '
                   ACCEPT WS-NOTA
                   DISPLAY 'CONFIRMA A REABERTURA NA OUVIDORIA '
                           '(S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       MOVE RQ-SITUACAO        TO WS-SITUACAO-ANTERIOR
                       MOVE WS-PRAZO-OUVIDORIA TO WS-DIAS-PRAZO
                       MOVE WS-DATA-HOJE       TO WS-DATA-BASE
                       PERFORM CALCULA-DATA-LIMITE
                       MOVE 'A'                TO RQ-SITUACAO
                       MOVE 'O'                TO RQ-NIVEL
                       MOVE 'OUVIDORIA'        TO RQ-AREA
                       MOVE WS-DATA-HOJE       TO RQ-DATA-NIVEL
                       MOVE WS-DATA-LIMITE     TO RQ-DATA-LIMITE
                       MOVE ZEROS              TO RQ-DATA-RESPOSTA
                                                  RQ-DATA-ENCERRAMENTO
                       MOVE SPACES             TO RQ-RESPOSTA-PRAZO
                                                  RQ-CAUSA-RAIZ
                       ADD 1 TO RQ-QTD-REABERTURAS
                       PERFORM REGRAVA-CASO
                       DISPLAY 'CASO ' RQ-PROTOCOLO ' REABERTO NA '
                               'OUVIDORIA - NOVO PRAZO '
                               RQ-DATA-LIMITE '.'
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF
           .

       LE-CASO.
      *    Le o caso pelo protocolo; o registro fica no buffer para
      *    o REWRITE.
           MOVE 'N' TO WS-CASO-OK
           DISPLAY 'INFORME O PROTOCOLO : '
           PERFORM WITH TEST AFTER UNTIL WS-PROTOCOLO IS NUMERIC
               ACCEPT WS-PROTOCOLO
               IF WS-PROTOCOLO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-PROTOCOLO TO RQ-PROTOCOLO
           READ FD-RECLAMA
               INVALID KEY
                   DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET WS-CASO-ACHADO TO TRUE
                   PERFORM MOSTRA-CASO
           END-READ
           .

       REGRAVA-CASO.
      *    O contador de eventos vive no mestre e sobe junto com a
      *    regravacao do caso.
           ADD 1 TO RQ-QTD-EVENTOS
           REWRITE FD-RECLAMA-REC
               INVALID KEY
                   DISPLAY 'RECLMNT: ERRO NA REGRAVACAO DO PROTOCOLO '
                           RQ-PROTOCOLO
               NOT INVALID KEY
                   PERFORM GRAVA-HISTORICO
           END-REWRITE
           .

       GRAVA-HISTORICO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE RQ-PROTOCOLO         TO RH-PROTOCOLO
           MOVE RQ-QTD-EVENTOS       TO RH-SEQUENCIA
           MOVE WS-DATA-HOJE         TO RH-DATA
           MOVE WS-HORA-AGORA        TO RH-HORA
           MOVE WS-SITUACAO-ANTERIOR TO RH-SITUACAO-ANTERIOR
           MOVE RQ-SITUACAO          TO RH-SITUACAO
           MOVE RQ-NIVEL             TO RH-NIVEL
           MOVE RQ-AREA              TO RH-AREA
           MOVE SN-USUARIO           TO RH-USUARIO
           IF RQ-ENCERRADA
               STRING 'CAUSA ' RQ-CAUSA-RAIZ ' - ' WS-NOTA
                   DELIMITED BY SIZE INTO RH-TEXTO
           ELSE
               MOVE WS-NOTA TO RH-TEXTO
           END-IF
           WRITE FD-RECLHIST-REC
               INVALID KEY
                   DISPLAY 'RECLMNT: EVENTO ' RH-SEQUENCIA
                           ' DO PROTOCOLO ' RH-PROTOCOLO
                           ' JA GRAVADO.'
           END-WRITE
           .

       GRAVA-OCORRENCIA.
      *    A ocorrencia 'R' do OCORR.DAT aponta para o protocolo; o
      *    acompanhamento do caso fica aqui.
           OPEN I-O FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
               CLOSE FD-OCORR
               OPEN I-O FD-OCORR
           END-IF
           PERFORM OBTEM-NUMERO-OCORRENCIA
           MOVE WS-NUM-OCORR    TO OC-NUM-OCORR
           MOVE RQ-COD-CLIENTE  TO OC-COD-CLIENTE
           MOVE RQ-NUM-CONTRATO TO OC-NUM-CONTRATO
           MOVE 'R'             TO OC-TIPO
           MOVE SPACES          TO OC-TEXTO
           STRING 'PROTOCOLO ' RQ-PROTOCOLO ' ' RQ-CATEGORIA ' '
                  RQ-DESCRICAO
               DELIMITED BY SIZE INTO OC-TEXTO
           MOVE WS-DATA-HOJE    TO OC-DATA
           MOVE WS-HORA-AGORA   TO OC-HORA
           MOVE SN-USUARIO      TO OC-OPERADOR
           WRITE FD-OCORR-REC
           CLOSE FD-OCORR
           .

       OBTEM-PROTOCOLO.
      *    Serie PROTaaaa de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie OCORR do OCORMNT; semeada em 1 na primeira
      *    reclamacao do ano.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF

           MOVE WS-DATA-HOJE(1:4)  TO WS-SP-ANO
           MOVE WS-SERIE-PROTOCOLO TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE WS-SERIE-PROTOCOLO TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ

           MOVE WS-SP-ANO         TO WS-NP-ANO
           MOVE NU-PROXIMO-NUMERO TO WS-NP-SEQUENCIA
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       OBTEM-NUMERO-OCORRENCIA.
      *    Serie OCORR de NUMCTL.DAT, a mesma do OCORMNT.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF

           MOVE 'OCORR' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'OCORR' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ

           MOVE NU-PROXIMO-NUMERO TO WS-NUM-OCORR
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       CALCULA-DATA-LIMITE.
      *    Anda WS-DIAS-PRAZO dias uteis a partir da data base,
      *    pulando sabado, domingo e feriado de FERIADO.DAT, como o
      *    FINDEPC.
           COMPUTE WS-DIAS-LIMITE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
           MOVE ZEROS TO WS-DIAS-CONTADOS
           PERFORM UNTIL WS-DIAS-CONTADOS NOT < WS-DIAS-PRAZO
               PERFORM AVANCA-DIA-UTIL
               ADD 1 TO WS-DIAS-CONTADOS
           END-PERFORM
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)
           .

       AVANCA-DIA-UTIL.
           PERFORM WITH TEST AFTER UNTIL WS-DIA-E-UTIL
               ADD 1 TO WS-DIAS-LIMITE
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-LIMITE, 7)
               MOVE 'S' TO WS-E-DIA-UTIL
               IF WS-E-FIM-DE-SEMANA
                   MOVE 'N' TO WS-E-DIA-UTIL
               ELSE
                   IF WS-FERIADO-ABERTO
                       COMPUTE FD-DATA-FERIADO =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)
                       READ FD-FERIADO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-E-DIA-UTIL
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           .

       CONSULTA-CASO.
           PERFORM LE-CASO
           IF WS-CASO-ACHADO
               DISPLAY 'HISTORICO:'
               MOVE 'N'          TO WS-FIM-RECLHIST
               MOVE RQ-PROTOCOLO TO RH-PROTOCOLO
               MOVE ZEROS        TO RH-SEQUENCIA
               START FD-RECLHIST KEY NOT < RH-CHAVE
                   INVALID KEY
                       SET WS-EOF-RECLHIST TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-RECLHIST
                   READ FD-RECLHIST NEXT RECORD
                       AT END
                           SET WS-EOF-RECLHIST TO TRUE
                       NOT AT END
                           IF RH-PROTOCOLO NOT = RQ-PROTOCOLO
                               SET WS-EOF-RECLHIST TO TRUE
                           ELSE
                               PERFORM MOSTRA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       MOSTRA-CASO.
           MOVE RQ-COD-CLIENTE TO WS-COD-CLIENTE
           PERFORM MOSTRA-NOME-CLIENTE
           PERFORM DESCREVE-CASO
           MOVE RQ-PROTOCOLO         TO WS-L1-PROTOCOLO
           MOVE RQ-COD-CLIENTE       TO WS-L1-CLIENTE
           MOVE RQ-NUM-CONTRATO      TO WS-L1-CONTRATO
           MOVE RQ-CATEGORIA         TO WS-L1-CATEGORIA
           MOVE RQ-CANAL             TO WS-L1-CANAL
           DISPLAY WS-LINHA-CASO-1
           MOVE WS-DESCR-NIVEL       TO WS-L2-NIVEL
           MOVE WS-DESCR-SITUACAO    TO WS-L2-SITUACAO
           MOVE RQ-AREA              TO WS-L2-AREA
           MOVE RQ-DATA-ABERTURA     TO WS-L2-ABERTURA
           MOVE RQ-DATA-LIMITE       TO WS-L2-LIMITE
           MOVE RQ-QTD-REABERTURAS   TO WS-L2-REABERTURAS
           DISPLAY WS-LINHA-CASO-2
           MOVE RQ-DESCRICAO         TO WS-LT-TEXTO
           DISPLAY WS-LINHA-TEXTO
           IF NOT RQ-AGUARDA-RESPOSTA
               MOVE RQ-DATA-RESPOSTA     TO WS-L3-RESPOSTA
               MOVE RQ-RESPOSTA-PRAZO    TO WS-L3-PRAZO
               MOVE RQ-DATA-ENCERRAMENTO TO WS-L3-ENCERRAMENTO
               MOVE RQ-CAUSA-RAIZ        TO WS-L3-CAUSA
               DISPLAY WS-LINHA-CASO-3
           END-IF
           .

       DESCREVE-CASO.
           EVALUATE TRUE
               WHEN RQ-ABERTA
                   MOVE 'ABERTA'       TO WS-DESCR-SITUACAO
               WHEN RQ-EM-ANALISE
                   MOVE 'EM ANALISE'   TO WS-DESCR-SITUACAO
               WHEN RQ-RESPONDIDA
                   MOVE 'RESPONDIDA'   TO WS-DESCR-SITUACAO
               WHEN RQ-ENCERRADA
                   MOVE 'ENCERRADA'    TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE RQ-SITUACAO    TO WS-DESCR-SITUACAO
           END-EVALUATE
           IF RQ-NIVEL-OUVIDORIA
               MOVE 'OUVIDORIA' TO WS-DESCR-NIVEL
           ELSE
               MOVE 'SAC'       TO WS-DESCR-NIVEL
           END-IF
           .

       MOSTRA-HISTORICO.
           MOVE RH-SEQUENCIA         TO WS-LH-SEQUENCIA
           MOVE RH-DATA              TO WS-LH-DATA
           MOVE RH-HORA              TO WS-LH-HORA
           MOVE RH-SITUACAO-ANTERIOR TO WS-LH-DE
           MOVE RH-SITUACAO          TO WS-LH-PARA
           MOVE RH-NIVEL             TO WS-LH-NIVEL
           MOVE RH-AREA              TO WS-LH-AREA
           MOVE RH-USUARIO           TO WS-LH-USUARIO
           DISPLAY WS-LINHA-HISTORICO
           MOVE RH-TEXTO TO WS-LT-TEXTO
           DISPLAY WS-LINHA-TEXTO
           .

       LISTA-CLIENTE.
      *    Posiciona pela chave alternada e le para a frente ate o
      *    codigo do cliente mudar, como o OCORMNT.
           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM MOSTRA-NOME-CLIENTE

           MOVE ZEROS TO WS-QTD-CASOS
           MOVE 'N' TO WS-FIM-RECLAMA
           MOVE WS-COD-CLIENTE TO RQ-COD-CLIENTE
           START FD-RECLAMA KEY NOT < RQ-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-RECLAMA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-RECLAMA
               READ FD-RECLAMA NEXT RECORD
                   AT END
                       SET WS-EOF-RECLAMA TO TRUE
                   NOT AT END
                       IF RQ-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-RECLAMA TO TRUE
                       ELSE
                           PERFORM DESCREVE-CASO
                           MOVE RQ-PROTOCOLO      TO WS-LL-PROTOCOLO
                           MOVE RQ-DATA-ABERTURA  TO WS-LL-DATA
                           MOVE RQ-CATEGORIA      TO WS-LL-CATEGORIA
                           MOVE WS-DESCR-NIVEL    TO WS-LL-NIVEL
                           MOVE WS-DESCR-SITUACAO TO WS-LL-SITUACAO
                           MOVE RQ-DATA-LIMITE    TO WS-LL-LIMITE
                           DISPLAY WS-LINHA-LISTA
                           ADD 1 TO WS-QTD-CASOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-CASOS = ZEROS
               DISPLAY 'NENHUMA RECLAMACAO PARA ESSE CLIENTE.'
           ELSE
               DISPLAY 'TOTAL DE RECLAMACOES: ' WS-QTD-CASOS
           END-IF
           .

       VALIDA-CONTRATO-CLIENTE.
      *    Derruba WS-CONTRATO-ACEITO quando a critica reprova.
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'RECLMNT: ' FS-MENSAGEM
               MOVE 'N' TO WS-CONTRATO-CRITICA
           ELSE
               MOVE WS-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO ENCONTRADO.'
                       MOVE 'N' TO WS-CONTRATO-CRITICA
                   NOT INVALID KEY
                       IF FD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           DISPLAY 'CONTRATO NAO E DESTE CLIENTE.'
                           MOVE 'N' TO WS-CONTRATO-CRITICA
                       END-IF
               END-READ
               CLOSE FD-CONTRATO
           END-IF
           .

       MOSTRA-NOME-CLIENTE.
      *    Cliente anonimizado (LGPD) nao abre caso novo.
           MOVE 'N' TO WS-CLIENTE-OK
           MOVE WS-COD-CLIENTE TO WS-LC-COD
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-LC-NOME
               NOT INVALID KEY
                   IF FD-CLIENTE-ANONIMIZADO
                       MOVE 'CLIENTE ANONIMIZADO (LGPD)'
                           TO WS-LC-NOME
                   ELSE
                       SET WS-CLIENTE-VALIDO TO TRUE
                       IF FD-PESSOA-JURIDICA
                           MOVE FD-RAZAO-SOCIAL TO WS-LC-NOME
                       ELSE
                           MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                           MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                           CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                                   NF-ULTIMO-NOME NF-NOME-COMPLETO
                           MOVE NF-NOME-COMPLETO TO WS-LC-NOME
                       END-IF
                   END-IF
           END-READ
           CLOSE FD-CADASTRO
           DISPLAY WS-LINHA-CLIENTE
           .

       END PROGRAM RECLMNT.
