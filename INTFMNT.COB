      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: REGISTRO DE INTERFACES (INTERF.DAT): cadastro de
      *          todo arquivo trocado com fora - retornos e extratos
      *          de banco, resposta de bureau, remessas, negativacao,
      *          contabil, aviso a seguradora, exportacao de cessao e
      *          arquivo regulatorio - com sentido, frequencia
      *          esperada, dia de referencia (mensal) e hora limite
      *          de chegada (entrada). Inclui, altera, inativa,
      *          reativa, consulta e lista como o FILMNT, mas so o
      *          supervisor mexe no cadastro. Tambem confirma o envio
      *          de um arquivo gerado (evento 'E' no diario, com a
      *          mesma contagem da ultima geracao) e mostra o
      *          historico de uma interface no diario (INTFLOG.DAT).
      *          Na primeira execucao o registro nasce com as
      *          interfaces padrao do sistema. O JOBCHECK confere o
      *          diario contra este registro antes de cada noite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-INTERF         ASSIGN TO "INTERF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-COD-INTERFACE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-INTERF.
           SELECT FD-INTFLOG        ASSIGN TO "INTFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTFLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-INTERF.
       01  FD-INTERF-REC.
           COPY INTFREC.

       FD  FD-INTFLOG.
       01  FD-INTFLOG-REC.
           COPY INTFLOGREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-INTERF            PIC X(02) VALUE '00'.
         01 WS-FS-INTFLOG           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.
         COPY GRAVAINTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'INTFMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
             88 WS-TRANS-LISTAR             VALUE 'L', 'l'.
             88 WS-TRANS-ENVIO              VALUE 'E', 'e'.
             88 WS-TRANS-HISTORICO          VALUE 'H', 'h'.
             88 WS-TRANS-CADASTRO           VALUE 'A', 'a', 'C', 'c',
                                                  'D', 'd', 'R', 'r'.

         01 WS-COD-INTERFACE        PIC X(08).
         01 WS-NOME-ARQUIVO         PIC X(16).
         01 WS-FIM-INTERF           PIC X(01).
             88 WS-EOF-INTERF               VALUE 'S'.
         01 WS-FIM-INTFLOG          PIC X(01).
             88 WS-EOF-INTFLOG              VALUE 'S'.
         01 WS-QTD-LISTADAS         PIC 9(03).
         01 WS-QTD-EVENTOS          PIC 9(05).

      *  Ultima geracao do arquivo no diario e se ja houve envio
      *  confirmado depois dela.
         01 WS-ACHOU-GERACAO        PIC X(01).
             88 WS-TEM-GERACAO              VALUE 'S'.
         01 WS-JA-ENVIADO           PIC X(01).
             88 WS-ENVIO-JA-CONFIRMADO      VALUE 'S'.
         01 WS-ULT-GERACAO.
           03 WS-UG-DATA-MOVIMENTO  PIC 9(08).
           03 WS-UG-QTD             PIC 9(07).
           03 WS-UG-VALOR           PIC 9(13)V99.
         01 WS-CONFIRMA             PIC X(01).
             88 WS-CONFIRMADO               VALUE 'S', 's'.

         01 WS-VR-EDITADO           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *  Interfaces padrao semeadas na criacao do registro: codigo,
      *  descricao, arquivo e, no ultimo campo, sentido, frequencia,
      *  dia de referencia, hora limite (HHMM) e programa. Nome com
      *  '*' e familia de arquivos (um por banco ou por lote): o
      *  JOBCHECK cobra pelo diario, nao pela presenca em disco.
         01 WS-TAB-PADRAO.
           03 FILLER PIC X(08) VALUE 'RETORNO'.
           03 FILLER PIC X(30) VALUE 'RETORNO DE COBRANCA BANCARIA'.
           03 FILLER PIC X(16) VALUE 'RETORNO*.DAT'.
           03 FILLER PIC X(16) VALUE 'ED002000FINRET'.
           03 FILLER PIC X(08) VALUE 'DEBRET'.
           03 FILLER PIC X(30) VALUE 'RETORNO DE DEBITO AUTOMATICO'.
           03 FILLER PIC X(16) VALUE 'DEBRET.DAT'.
           03 FILLER PIC X(16) VALUE 'ED002000FINDEB'.
           03 FILLER PIC X(08) VALUE 'EXTRBCO'.
           03 FILLER PIC X(30) VALUE 'EXTRATO BANCARIO DO DIA'.
           03 FILLER PIC X(16) VALUE 'EXTRBCO.DAT'.
           03 FILLER PIC X(16) VALUE 'ED002100FINCONCB'.
           03 FILLER PIC X(08) VALUE 'BURRESP'.
           03 FILLER PIC X(30) VALUE 'RESPOSTA DO BUREAU DE CREDITO'.
           03 FILLER PIC X(16) VALUE 'BURRESP.DAT'.
           03 FILLER PIC X(16) VALUE 'EE000000FINBURC'.
           03 FILLER PIC X(08) VALUE 'REMESSA'.
           03 FILLER PIC X(30) VALUE 'REMESSA DE COBRANCA AO BANCO'.
           03 FILLER PIC X(16) VALUE 'REMESSA*.DAT'.
           03 FILLER PIC X(16) VALUE 'SD000000FINREM'.
           03 FILLER PIC X(08) VALUE 'DEBREM'.
           03 FILLER PIC X(30) VALUE 'REMESSA DE DEBITO AUTOMATICO'.
           03 FILLER PIC X(16) VALUE 'DEBREM.DAT'.
           03 FILLER PIC X(16) VALUE 'SD000000FINDEB'.
           03 FILLER PIC X(08) VALUE 'NEGINC'.
           03 FILLER PIC X(30) VALUE 'INCLUSAO EM CADASTRO NEGATIVO'.
           03 FILLER PIC X(16) VALUE 'NEGINC.DAT'.
           03 FILLER PIC X(16) VALUE 'SD000000FINNEGI'.
           03 FILLER PIC X(08) VALUE 'NEGEXC'.
           03 FILLER PIC X(30) VALUE 'EXCLUSAO DE CADASTRO NEGATIVO'.
           03 FILLER PIC X(16) VALUE 'NEGEXC.DAT'.
           03 FILLER PIC X(16) VALUE 'SD000000FINNEGE'.
           03 FILLER PIC X(08) VALUE 'CONTABIL'.
           03 FILLER PIC X(30) VALUE 'LANCAMENTOS CONTABEIS DO DIA'.
           03 FILLER PIC X(16) VALUE 'CONTABIL.DAT'.
           03 FILLER PIC X(16) VALUE 'SD000000FINCTB'.
           03 FILLER PIC X(08) VALUE 'BURCONS'.
           03 FILLER PIC X(30) VALUE 'CONSULTA AO BUREAU DE CREDITO'.
           03 FILLER PIC X(16) VALUE 'BURCONS.DAT'.
           03 FILLER PIC X(16) VALUE 'SE000000FINBURC'.
           03 FILLER PIC X(08) VALUE 'SINENV'.
           03 FILLER PIC X(30) VALUE 'AVISO DE SINISTRO A SEGURADORA'.
           03 FILLER PIC X(16) VALUE 'SINENV.DAT'.
           03 FILLER PIC X(16) VALUE 'SE000000SINMNT'.
           03 FILLER PIC X(08) VALUE 'CESSAO'.
           03 FILLER PIC X(30) VALUE 'EXPORTACAO DE CESSAO'.
           03 FILLER PIC X(16) VALUE 'CESSAO*.EXP'.
           03 FILLER PIC X(16) VALUE 'SE000000CESSMNT'.
           03 FILLER PIC X(08) VALUE 'REGPOS'.
           03 FILLER PIC X(30) VALUE 'POSICAO REGULATORIA MENSAL'.
           03 FILLER PIC X(16) VALUE 'REGPOS.DAT'.
           03 FILLER PIC X(16) VALUE 'SM010000FINREG'.
           03 FILLER PIC X(08) VALUE 'URAEXT'.
           03 FILLER PIC X(30) VALUE 'EXTRATO DE SALDOS PARA A URA'.
           03 FILLER PIC X(16) VALUE 'URAEXT.DAT'.
           03 FILLER PIC X(16) VALUE 'SD000000FINURAE'.
           03 FILLER PIC X(08) VALUE 'URARET'.
           03 FILLER PIC X(30) VALUE 'LIGACOES ATENDIDAS PELA URA'.
           03 FILLER PIC X(16) VALUE 'URARET.DAT'.
           03 FILLER PIC X(16) VALUE 'ED002000FINURAR'.
         01 WS-TAB-PADRAO-RED REDEFINES WS-TAB-PADRAO.
           03 WS-PD-OCR             OCCURS 15 TIMES.
             05 WS-PD-COD           PIC X(08).
             05 WS-PD-DESCRICAO     PIC X(30).
             05 WS-PD-ARQUIVO       PIC X(16).
             05 WS-PD-SENTIDO       PIC X(01).
             05 WS-PD-FREQUENCIA    PIC X(01).
             05 WS-PD-DIA           PIC 9(02).
             05 WS-PD-HORA          PIC 9(04).
             05 WS-PD-PROGRAMA      PIC X(08).
         01 WS-PD-IDX               PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-INTERF
           IF WS-FS-INTERF = '35'
               PERFORM SEMEIA-REGISTRO
               OPEN I-O FD-INTERF
           END-IF
           MOVE WS-FS-INTERF TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'INTERF.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'INTERFACES  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA (L)ISTA'
           DISPLAY '            (E)NVIO CONFIRMADO (H)ISTORICO : '
           ACCEPT WS-TRANSACAO

      *    Cadastro so pelo supervisor; consulta, confirmacao de
      *    envio e historico ficam com a operacao.
           IF WS-TRANS-CADASTRO AND NOT SN-NIVEL-SUPERVISOR
               DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               CLOSE FD-INTERF
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-INTERFACE
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-INTERFACE
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-INTERFACE
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-INTERFACE
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-INTERFACE
               WHEN WS-TRANS-LISTAR
                   PERFORM LISTA-INTERFACES
               WHEN WS-TRANS-ENVIO
                   PERFORM CONFIRMA-ENVIO
               WHEN WS-TRANS-HISTORICO
                   PERFORM MOSTRA-HISTORICO
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-INTERF
           GOBACK.

       SEMEIA-REGISTRO.
           OPEN OUTPUT FD-INTERF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > 15
               MOVE SPACES TO FD-INTERF-REC
               MOVE WS-PD-COD(WS-PD-IDX)        TO IT-COD-INTERFACE
               MOVE WS-PD-DESCRICAO(WS-PD-IDX)  TO IT-DESCRICAO
               MOVE WS-PD-ARQUIVO(WS-PD-IDX)    TO IT-NOME-ARQUIVO
               MOVE WS-PD-SENTIDO(WS-PD-IDX)    TO IT-SENTIDO
               MOVE WS-PD-FREQUENCIA(WS-PD-IDX) TO IT-FREQUENCIA
               MOVE WS-PD-DIA(WS-PD-IDX)        TO IT-DIA-REFERENCIA
               MOVE WS-PD-HORA(WS-PD-IDX)       TO IT-HORA-LIMITE
               MOVE WS-PD-PROGRAMA(WS-PD-IDX)   TO IT-PROGRAMA
               MOVE 'A' TO IT-SITUACAO
               WRITE FD-INTERF-REC
           END-PERFORM
           CLOSE FD-INTERF
           DISPLAY 'INTERF.DAT CRIADO COM AS INTERFACES PADRAO.'
           .

       ACEITA-CODIGO-INTERFACE.
           DISPLAY 'CODIGO DA INTERFACE (EX: RETORNO) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-INTERFACE NOT = SPACES
               ACCEPT WS-COD-INTERFACE
               IF WS-COD-INTERFACE = SPACES
                   DISPLAY 'CODIGO NAO PODE SER EM BRANCO. '
                           'NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-COD-INTERFACE)
               TO WS-COD-INTERFACE
           .

       ACEITA-DADOS-INTERFACE.
           DISPLAY 'DESCRICAO : '
           PERFORM WITH TEST AFTER UNTIL IT-DESCRICAO NOT = SPACES
               ACCEPT IT-DESCRICAO
               IF IT-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO. '
                           'NOVAMENTE :'
               END-IF
           END-PERFORM
           DISPLAY 'NOME DO ARQUIVO (EX: RETORNO.DAT) : '
           ACCEPT IT-NOME-ARQUIVO
           DISPLAY 'SENTIDO (E)NTRADA / (S)AIDA : '
           PERFORM WITH TEST AFTER UNTIL IT-ENTRADA OR IT-SAIDA
               ACCEPT IT-SENTIDO
               MOVE FUNCTION UPPER-CASE(IT-SENTIDO) TO IT-SENTIDO
               IF NOT IT-ENTRADA AND NOT IT-SAIDA
                   DISPLAY 'SENTIDO INVALIDO (E/S). NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'FREQUENCIA (D)IARIA (S)EMANAL (M)ENSAL '
                   '(E)VENTUAL : '
           PERFORM WITH TEST AFTER UNTIL IT-DIARIA OR IT-SEMANAL
                   OR IT-MENSAL OR IT-EVENTUAL
               ACCEPT IT-FREQUENCIA
               MOVE FUNCTION UPPER-CASE(IT-FREQUENCIA)
                   TO IT-FREQUENCIA
               IF NOT IT-DIARIA AND NOT IT-SEMANAL
                   AND NOT IT-MENSAL AND NOT IT-EVENTUAL
                   DISPLAY 'FREQUENCIA INVALIDA (D/S/M/E). '
                           'NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE ZEROS TO IT-DIA-REFERENCIA
           IF IT-MENSAL
               DISPLAY 'DIA DE REFERENCIA NO MES (01-28) : '
               PERFORM WITH TEST AFTER UNTIL IT-DIA-REFERENCIA
                       IS NUMERIC AND IT-DIA-REFERENCIA > ZEROS
                       AND IT-DIA-REFERENCIA < 29
                   ACCEPT IT-DIA-REFERENCIA
                   IF IT-DIA-REFERENCIA NOT NUMERIC
                       OR IT-DIA-REFERENCIA = ZEROS
                       OR IT-DIA-REFERENCIA > 28
                       DISPLAY 'DIA INVALIDO (01-28). NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZEROS TO IT-HORA-LIMITE
           IF IT-ENTRADA AND NOT IT-EVENTUAL
               DISPLAY 'HORA LIMITE DE CHEGADA (HHMM) : '
               PERFORM WITH TEST AFTER UNTIL IT-HORA-LIMITE
                       IS NUMERIC AND IT-HORA-LIMITE < 2400
                   ACCEPT IT-HORA-LIMITE
                   IF IT-HORA-LIMITE NOT NUMERIC
                       OR IT-HORA-LIMITE > 2359
                       DISPLAY 'HORA INVALIDA (0000-2359). '
                               'NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY 'PROGRAMA QUE GERA/CONSOME : '
           ACCEPT IT-PROGRAMA
           MOVE FUNCTION UPPER-CASE(IT-PROGRAMA) TO IT-PROGRAMA
           .

       INCLUI-INTERFACE.
           PERFORM ACEITA-CODIGO-INTERFACE
           MOVE WS-COD-INTERFACE TO IT-COD-INTERFACE
           READ FD-INTERF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'INTERFACE JA CADASTRADA.'
           END-READ
           IF WS-FS-INTERF = '23'
               MOVE SPACES TO FD-INTERF-REC
               MOVE WS-COD-INTERFACE TO IT-COD-INTERFACE
               PERFORM ACEITA-DADOS-INTERFACE
               MOVE 'A' TO IT-SITUACAO
               WRITE FD-INTERF-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR INTERFACE.'
                   NOT INVALID KEY
                       DISPLAY 'INTERFACE INCLUIDA.'
               END-WRITE
           END-IF
           .

       ALTERA-INTERFACE.
           PERFORM ACEITA-CODIGO-INTERFACE
           MOVE WS-COD-INTERFACE TO IT-COD-INTERFACE
           READ FD-INTERF
               INVALID KEY
                   DISPLAY 'INTERFACE NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-INTERFACE
                   PERFORM ACEITA-DADOS-INTERFACE
                   REWRITE FD-INTERF-REC
                   DISPLAY 'INTERFACE ALTERADA.'
           END-READ
           .

       MUDA-SITUACAO-INTERFACE.
           PERFORM ACEITA-CODIGO-INTERFACE
           MOVE WS-COD-INTERFACE TO IT-COD-INTERFACE
           READ FD-INTERF
               INVALID KEY
                   DISPLAY 'INTERFACE NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF WS-TRANS-INATIVAR
                       MOVE 'I' TO IT-SITUACAO
                       DISPLAY 'INTERFACE INATIVADA: O PRE-VOO '
                               'NAO A COBRA MAIS.'
                   ELSE
                       MOVE 'A' TO IT-SITUACAO
                       DISPLAY 'INTERFACE REATIVADA.'
                   END-IF
                   REWRITE FD-INTERF-REC
           END-READ
           .

       CONSULTA-INTERFACE.
           PERFORM ACEITA-CODIGO-INTERFACE
           MOVE WS-COD-INTERFACE TO IT-COD-INTERFACE
           READ FD-INTERF
               INVALID KEY
                   DISPLAY 'INTERFACE NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-INTERFACE
           END-READ
           .

       LISTA-INTERFACES.
           MOVE ZEROS  TO WS-QTD-LISTADAS
           MOVE 'N'    TO WS-FIM-INTERF
           MOVE SPACES TO IT-COD-INTERFACE
           START FD-INTERF KEY NOT < IT-COD-INTERFACE
               INVALID KEY
                   SET WS-EOF-INTERF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-INTERF
               READ FD-INTERF NEXT RECORD
                   AT END
                       SET WS-EOF-INTERF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADAS
                       PERFORM MOSTRA-INTERFACE
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADAS ' INTERFACE(S) NO REGISTRO.'
           .

       MOSTRA-INTERFACE.
           DISPLAY IT-COD-INTERFACE ' ' IT-DESCRICAO
                   ' ' IT-NOME-ARQUIVO
           DISPLAY '         SENTIDO ' IT-SENTIDO
                   ' FREQ ' IT-FREQUENCIA
                   ' DIA ' IT-DIA-REFERENCIA
                   ' LIMITE ' IT-HORA-LIMITE
                   ' PROG ' IT-PROGRAMA
                   ' SIT ' IT-SITUACAO
           .

       CONFIRMA-ENVIO.
      *    Confirma que o arquivo gerado saiu de fato: repete no
      *    diario a contagem e o total da ultima geracao ('G') com
      *    evento 'E'. Sem geracao, ou ja confirmada, nada grava.
           PERFORM ACEITA-CODIGO-INTERFACE
           MOVE WS-COD-INTERFACE TO IT-COD-INTERFACE
           READ FD-INTERF
               INVALID KEY
                   DISPLAY 'INTERFACE NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF NOT IT-SAIDA
                       DISPLAY 'INTERFACE DE ENTRADA NAO TEM ENVIO.'
                   ELSE
                       PERFORM CONFIRMA-ENVIO-ARQUIVO
                   END-IF
           END-READ
           .

       CONFIRMA-ENVIO-ARQUIVO.
           DISPLAY 'ARQUIVO ENVIADO (BRANCO = ' IT-NOME-ARQUIVO ') : '
           MOVE SPACES TO WS-NOME-ARQUIVO
           ACCEPT WS-NOME-ARQUIVO
           IF WS-NOME-ARQUIVO = SPACES
               MOVE IT-NOME-ARQUIVO TO WS-NOME-ARQUIVO
           END-IF
           PERFORM BUSCA-ULTIMA-GERACAO
           EVALUATE TRUE
               WHEN NOT WS-TEM-GERACAO
                   DISPLAY 'NENHUMA GERACAO DE ' WS-NOME-ARQUIVO
                           ' NO DIARIO.'
               WHEN WS-ENVIO-JA-CONFIRMADO
                   DISPLAY 'ULTIMA GERACAO DE ' WS-NOME-ARQUIVO
                           ' JA CONFIRMADA COMO ENVIADA.'
               WHEN OTHER
                   MOVE WS-UG-VALOR TO WS-VR-EDITADO
                   DISPLAY 'GERADO NO MOVIMENTO ' WS-UG-DATA-MOVIMENTO
                           ' - ' WS-UG-QTD ' REGISTRO(S), TOTAL '
                           WS-VR-EDITADO
                   DISPLAY 'CONFIRMA O ENVIO (S/N) : '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMADO
                       PERFORM GRAVA-ENVIO
                   ELSE
                       DISPLAY 'ENVIO NAO CONFIRMADO.'
                   END-IF
           END-EVALUATE
           .

       BUSCA-ULTIMA-GERACAO.
           MOVE 'N'   TO WS-ACHOU-GERACAO WS-JA-ENVIADO
           MOVE ZEROS TO WS-ULT-GERACAO
           MOVE 'N'   TO WS-FIM-INTFLOG
           OPEN INPUT FD-INTFLOG
           IF WS-FS-INTFLOG NOT = '00'
               SET WS-EOF-INTFLOG TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INTFLOG
               READ FD-INTFLOG
                   AT END
                       SET WS-EOF-INTFLOG TO TRUE
                   NOT AT END
                       IF IG-COD-INTERFACE = WS-COD-INTERFACE
                           AND IG-NOME-ARQUIVO = WS-NOME-ARQUIVO
                           EVALUATE TRUE
                               WHEN IG-GERADO
                                   MOVE 'S' TO WS-ACHOU-GERACAO
                                   MOVE 'N' TO WS-JA-ENVIADO
                                   MOVE IG-DATA-MOVIMENTO
                                       TO WS-UG-DATA-MOVIMENTO
                                   MOVE IG-QTD-REGISTROS TO WS-UG-QTD
                                   MOVE IG-VR-CONTROLE
                                       TO WS-UG-VALOR
                               WHEN IG-ENVIADO
                                   MOVE 'S' TO WS-JA-ENVIADO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-INTFLOG = '00' OR WS-FS-INTFLOG = '10'
               CLOSE FD-INTFLOG
           END-IF
           .

       GRAVA-ENVIO.
           MOVE 'E'              TO IN-PARM-EVENTO
           MOVE WS-COD-INTERFACE TO IN-PARM-INTERFACE
           MOVE WS-NOME-ARQUIVO  TO IN-PARM-ARQUIVO
           MOVE WS-UG-QTD        TO IN-PARM-QTD
           MOVE WS-UG-VALOR      TO IN-PARM-VALOR
           MOVE 'N'              TO IN-PARM-TRAILER
           MOVE ZEROS            TO IN-PARM-QTD-TRAILER
                                    IN-PARM-VR-TRAILER
           MOVE WS-PROGRAMA      TO IN-PARM-PROGRAMA
           MOVE SN-USUARIO       TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           DISPLAY 'ENVIO DE ' WS-NOME-ARQUIVO ' CONFIRMADO NO DIARIO.'
           .

       MOSTRA-HISTORICO.
           PERFORM ACEITA-CODIGO-INTERFACE
           MOVE ZEROS TO WS-QTD-EVENTOS
           MOVE 'N'   TO WS-FIM-INTFLOG
           OPEN INPUT FD-INTFLOG
           IF WS-FS-INTFLOG NOT = '00'
               DISPLAY 'DIARIO DE INTERFACES AINDA VAZIO.'
               SET WS-EOF-INTFLOG TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INTFLOG
               READ FD-INTFLOG
                   AT END
                       SET WS-EOF-INTFLOG TO TRUE
                   NOT AT END
                       IF IG-COD-INTERFACE = WS-COD-INTERFACE
                           ADD 1 TO WS-QTD-EVENTOS
                           PERFORM MOSTRA-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-INTFLOG = '00' OR WS-FS-INTFLOG = '10'
               CLOSE FD-INTFLOG
           END-IF
           DISPLAY WS-QTD-EVENTOS ' EVENTO(S) DE ' WS-COD-INTERFACE
                   ' NO DIARIO.'
           .

       MOSTRA-EVENTO.
      *    Evento R/G/E, movimento, data/hora real, arquivo,
      *    contagem e total; trailer so quando o arquivo trouxe.
           MOVE IG-VR-CONTROLE TO WS-VR-EDITADO
           DISPLAY IG-EVENTO ' MOV ' IG-DATA-MOVIMENTO
                   ' EM ' IG-DATA ' ' IG-HORA(1:4)
                   ' ' IG-NOME-ARQUIVO
                   ' QTD ' IG-QTD-REGISTROS
                   ' TOTAL ' WS-VR-EDITADO
           IF NOT IG-SEM-TRAILER
               MOVE IG-VR-TRAILER TO WS-VR-EDITADO
               DISPLAY '    TRAILER QTD ' IG-QTD-TRAILER
                       ' TOTAL ' WS-VR-EDITADO
                       ' TOTAIS ' IG-TOTAIS
           END-IF
           .

       END PROGRAM INTFMNT.
