      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CATALOGO DE DISTRIBUICAO DE RELATORIOS (RPTCAT.DAT):
      *          para cada relatorio gerado pelo RPTWRT (pelo nome da
      *          geracao - FINAGE, ETIQUETA, PROVISAO...) diz quem o
      *          recebe - areas, filiais e operadores do RPTDEST.DAT
      *          (DESTMNT) - em quantas copias, e se e confidencial,
      *          com o nivel minimo de acesso de quem pode recebe-lo.
      *          Inclui, altera, inativa, reativa, consulta e lista
      *          como o INTFMNT, e inclui/exclui destinatarios de um
      *          relatorio; o cadastro e so do supervisor, consulta e
      *          lista ficam com a operacao. Destinatario abaixo do
      *          nivel de um relatorio confidencial entra com aviso:
      *          o FINDIST bloqueia o envio na noite, pelo nivel
      *          corrente. Na primeira execucao o catalogo nasce com
      *          os relatorios confidenciais da casa (provisao e
      *          atividade de operador) restritos ao supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RPTCAT         ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RELATORIO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RPTCAT.
           SELECT FD-RPTDEST        ASSIGN TO "RPTDEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CHAVE
               FILE STATUS IS WS-FS-RPTDEST.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RPTCAT.
       01  FD-RPTCAT-REC.
           COPY RPTCATREC.

       FD  FD-RPTDEST.
       01  FD-RPTDEST-REC.
           COPY RPTDESTREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-RPTCAT            PIC X(02) VALUE '00'.
         01 WS-FS-RPTDEST           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'RPTCMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
             88 WS-TRANS-LISTAR             VALUE 'L', 'l'.
             88 WS-TRANS-INCLUI-DESTINO     VALUE 'N', 'n'.
             88 WS-TRANS-EXCLUI-DESTINO     VALUE 'X', 'x'.
             88 WS-TRANS-CADASTRO           VALUE 'A', 'a', 'C', 'c',
                                                  'D', 'd', 'R', 'r',
                                                  'N', 'n', 'X', 'x'.

         01 WS-COD-RELATORIO        PIC X(08).
         01 WS-DESTINO.
           03 WS-DEST-TIPO          PIC X(01).
               88 WS-DEST-TIPO-VALIDO         VALUE 'A', 'F', 'O'.
           03 WS-DEST-CODIGO        PIC X(08).
         01 WS-COD-FILIAL           PIC 9(03).
         01 WS-COPIAS               PIC 9(02).
         01 WS-DS-IDX               PIC 9(02).
         01 WS-DS-ACHADO            PIC 9(02).
         01 WS-FIM-RPTCAT           PIC X(01).
             88 WS-EOF-RPTCAT               VALUE 'S'.
         01 WS-QTD-LISTADOS         PIC 9(04).

      *  Nivel em escala numerica para comparar o do destinatario
      *  com o exigido (C=1, O=2, S=3).
         01 WS-NIVEL-TESTE          PIC X(01).
         01 WS-NIVEL-NUM            PIC 9(01).
         01 WS-NIVEL-DEST-NUM       PIC 9(01).
         01 WS-NIVEL-EXIGIDO-NUM    PIC 9(01).

      *  Relatorios confidenciais semeados na criacao do catalogo:
      *  nome da geracao, descricao e nivel exigido.
         01 WS-TAB-PADRAO.
           03 FILLER PIC X(08) VALUE 'PROVISAO'.
           03 FILLER PIC X(30) VALUE 'PROVISAO POR FAIXA DE RISCO'.
           03 FILLER PIC X(01) VALUE 'S'.
           03 FILLER PIC X(08) VALUE 'OPERREL'.
           03 FILLER PIC X(30) VALUE 'ATIVIDADE DE OPERADOR'.
           03 FILLER PIC X(01) VALUE 'S'.
         01 WS-TAB-PADRAO-RED REDEFINES WS-TAB-PADRAO.
           03 WS-PD-OCR             OCCURS 2 TIMES.
             05 WS-PD-RELATORIO     PIC X(08).
             05 WS-PD-DESCRICAO     PIC X(30).
             05 WS-PD-NIVEL         PIC X(01).
         01 WS-PD-IDX               PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-RPTCAT
           IF WS-FS-RPTCAT = '35'
               PERFORM SEMEIA-CATALOGO
               OPEN I-O FD-RPTCAT
           END-IF
           MOVE WS-FS-RPTCAT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'RPTCAT.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'CATALOGO  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA (L)ISTA'
           DISPLAY '          I(N)CLUI DESTINATARIO E(X)CLUI '
                   'DESTINATARIO : '
           ACCEPT WS-TRANSACAO

      *    Cadastro so pelo supervisor; consulta e lista ficam com a
      *    operacao.
           IF WS-TRANS-CADASTRO AND NOT SN-NIVEL-SUPERVISOR
               DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               CLOSE FD-RPTCAT
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-RELATORIO
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-RELATORIO
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-RELATORIO
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-RELATORIO
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-RELATORIO
               WHEN WS-TRANS-LISTAR
                   PERFORM LISTA-RELATORIOS
               WHEN WS-TRANS-INCLUI-DESTINO
                   PERFORM INCLUI-DESTINATARIO
               WHEN WS-TRANS-EXCLUI-DESTINO
                   PERFORM EXCLUI-DESTINATARIO
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-RPTCAT
           GOBACK.

       SEMEIA-CATALOGO.
           OPEN OUTPUT FD-RPTCAT
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > 2
               MOVE SPACES TO FD-RPTCAT-REC
               MOVE WS-PD-RELATORIO(WS-PD-IDX) TO RC-RELATORIO
               MOVE WS-PD-DESCRICAO(WS-PD-IDX) TO RC-DESCRICAO
               MOVE 'S'                        TO RC-CONFIDENCIAL
               MOVE WS-PD-NIVEL(WS-PD-IDX)     TO RC-NIVEL-EXIGIDO
               MOVE 'A'                        TO RC-SITUACAO
               MOVE ZEROS                      TO RC-QTD-DESTINOS
               WRITE FD-RPTCAT-REC
           END-PERFORM
           CLOSE FD-RPTCAT
           DISPLAY 'RPTCAT.DAT CRIADO COM OS RELATORIOS '
                   'CONFIDENCIAIS PADRAO.'
           .

       ACEITA-CODIGO-RELATORIO.
           DISPLAY 'RELATORIO (NOME DA GERACAO, EX: FINAGE) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-RELATORIO NOT = SPACES
               ACCEPT WS-COD-RELATORIO
               IF WS-COD-RELATORIO = SPACES
                   DISPLAY 'NOME NAO PODE SER EM BRANCO. '
                           'NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-COD-RELATORIO)
               TO WS-COD-RELATORIO
           .

       ACEITA-DADOS-RELATORIO.
           DISPLAY 'DESCRICAO : '
           PERFORM WITH TEST AFTER UNTIL RC-DESCRICAO NOT = SPACES
               ACCEPT RC-DESCRICAO
               IF RC-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO. '
                           'NOVAMENTE :'
               END-IF
           END-PERFORM
           DISPLAY 'CONFIDENCIAL (S/N) : '
           PERFORM WITH TEST AFTER UNTIL RC-CONFIDENCIAL = 'S'
                   OR RC-CONFIDENCIAL = 'N'
               ACCEPT RC-CONFIDENCIAL
               MOVE FUNCTION UPPER-CASE(RC-CONFIDENCIAL)
                   TO RC-CONFIDENCIAL
               IF RC-CONFIDENCIAL NOT = 'S'
                   AND RC-CONFIDENCIAL NOT = 'N'
                   DISPLAY 'RESPONDA S OU N. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE SPACE TO RC-NIVEL-EXIGIDO
           IF RC-E-CONFIDENCIAL
               DISPLAY 'NIVEL MINIMO DO DESTINATARIO (O)PERACAO '
                       '(S)UPERVISOR : '
               PERFORM WITH TEST AFTER UNTIL RC-NIVEL-EXIGIDO = 'O'
                       OR RC-NIVEL-EXIGIDO = 'S'
                   ACCEPT RC-NIVEL-EXIGIDO
                   MOVE FUNCTION UPPER-CASE(RC-NIVEL-EXIGIDO)
                       TO RC-NIVEL-EXIGIDO
                   IF RC-NIVEL-EXIGIDO NOT = 'O'
                       AND RC-NIVEL-EXIGIDO NOT = 'S'
                       DISPLAY 'NIVEL INVALIDO (O/S). NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF
           .

       INCLUI-RELATORIO.
           PERFORM ACEITA-CODIGO-RELATORIO
           MOVE WS-COD-RELATORIO TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'RELATORIO JA CATALOGADO.'
           END-READ
           IF WS-FS-RPTCAT = '23'
               MOVE SPACES TO FD-RPTCAT-REC
               MOVE WS-COD-RELATORIO TO RC-RELATORIO
               PERFORM ACEITA-DADOS-RELATORIO
               MOVE 'A'   TO RC-SITUACAO
               MOVE ZEROS TO RC-QTD-DESTINOS
               WRITE FD-RPTCAT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR RELATORIO.'
                   NOT INVALID KEY
                       DISPLAY 'RELATORIO CATALOGADO. INCLUA OS '
                               'DESTINATARIOS COM (N).'
               END-WRITE
           END-IF
           .

       ALTERA-RELATORIO.
           PERFORM ACEITA-CODIGO-RELATORIO
           MOVE WS-COD-RELATORIO TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
                   DISPLAY 'RELATORIO NAO CATALOGADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-RELATORIO
                   PERFORM ACEITA-DADOS-RELATORIO
                   REWRITE FD-RPTCAT-REC
                   DISPLAY 'RELATORIO ALTERADO.'
           END-READ
           .

       MUDA-SITUACAO-RELATORIO.
           PERFORM ACEITA-CODIGO-RELATORIO
           MOVE WS-COD-RELATORIO TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
                   DISPLAY 'RELATORIO NAO CATALOGADO.'
               NOT INVALID KEY
                   IF WS-TRANS-INATIVAR
                       MOVE 'I' TO RC-SITUACAO
                       DISPLAY 'RELATORIO INATIVADO: NAO E MAIS '
                               'DISTRIBUIDO.'
                   ELSE
                       MOVE 'A' TO RC-SITUACAO
                       DISPLAY 'RELATORIO REATIVADO.'
                   END-IF
                   REWRITE FD-RPTCAT-REC
           END-READ
           .

       CONSULTA-RELATORIO.
           PERFORM ACEITA-CODIGO-RELATORIO
           MOVE WS-COD-RELATORIO TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
                   DISPLAY 'RELATORIO NAO CATALOGADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-RELATORIO
           END-READ
           .

       LISTA-RELATORIOS.
           MOVE ZEROS  TO WS-QTD-LISTADOS
           MOVE 'N'    TO WS-FIM-RPTCAT
           MOVE SPACES TO RC-RELATORIO
           START FD-RPTCAT KEY NOT < RC-RELATORIO
               INVALID KEY
                   SET WS-EOF-RPTCAT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-RPTCAT
               READ FD-RPTCAT NEXT RECORD
                   AT END
                       SET WS-EOF-RPTCAT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM MOSTRA-RELATORIO
               END-READ
           END-PERFORM
           DISPLAY WS-QTD-LISTADOS ' RELATORIO(S) NO CATALOGO.'
           .

       MOSTRA-RELATORIO.
           DISPLAY RC-RELATORIO ' ' RC-DESCRICAO
                   ' CONFIDENCIAL ' RC-CONFIDENCIAL
                   ' NIVEL ' RC-NIVEL-EXIGIDO
                   ' SIT ' RC-SITUACAO
           IF RC-QTD-DESTINOS = ZEROS
               DISPLAY '         (SEM DESTINATARIOS)'
           END-IF
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > RC-QTD-DESTINOS
               DISPLAY '         ' RC-DEST-TIPO(WS-DS-IDX)
                       ' ' RC-DEST-CODIGO(WS-DS-IDX)
                       ' COPIAS ' RC-COPIAS(WS-DS-IDX)
           END-PERFORM
           .

       ACEITA-DESTINATARIO.
           DISPLAY 'TIPO DO DESTINATARIO (A)REA (F)ILIAL '
                   '(O)PERADOR : '
           PERFORM WITH TEST AFTER UNTIL WS-DEST-TIPO-VALIDO
               ACCEPT WS-DEST-TIPO
               MOVE FUNCTION UPPER-CASE(WS-DEST-TIPO) TO WS-DEST-TIPO
               IF NOT WS-DEST-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO (A/F/O). NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-DEST-TIPO = 'F'
               DISPLAY 'CODIGO DA FILIAL (EX: 001) : '
               PERFORM WITH TEST AFTER UNTIL WS-COD-FILIAL IS NUMERIC
                       AND WS-COD-FILIAL > ZEROS
                   ACCEPT WS-COD-FILIAL
                   IF WS-COD-FILIAL NOT NUMERIC
                       OR WS-COD-FILIAL = ZEROS
                       DISPLAY 'CODIGO INVALIDO (001-999). '
                               'NOVAMENTE : '
                   END-IF
               END-PERFORM
               MOVE SPACES        TO WS-DEST-CODIGO
               MOVE WS-COD-FILIAL TO WS-DEST-CODIGO(1:3)
           ELSE
               DISPLAY 'CODIGO (SIGLA DA AREA OU OPERADOR) : '
               ACCEPT WS-DEST-CODIGO
               MOVE FUNCTION UPPER-CASE(WS-DEST-CODIGO)
                   TO WS-DEST-CODIGO
           END-IF
           .

       LOCALIZA-DESTINO.
           MOVE ZEROS TO WS-DS-ACHADO
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > RC-QTD-DESTINOS
               IF RC-DEST-TIPO(WS-DS-IDX) = WS-DEST-TIPO
                   AND RC-DEST-CODIGO(WS-DS-IDX) = WS-DEST-CODIGO
                   MOVE WS-DS-IDX TO WS-DS-ACHADO
               END-IF
           END-PERFORM
           .

       INCLUI-DESTINATARIO.
      *    Destinatario ja na lista so tem as copias trocadas.
           PERFORM ACEITA-CODIGO-RELATORIO
           MOVE WS-COD-RELATORIO TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
                   DISPLAY 'RELATORIO NAO CATALOGADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-RELATORIO
                   PERFORM ACEITA-DESTINATARIO
                   PERFORM INCLUI-DESTINATARIO-RELATORIO
           END-READ
           .

       INCLUI-DESTINATARIO-RELATORIO.
           OPEN INPUT FD-RPTDEST
           IF WS-FS-RPTDEST NOT = '00'
               DISPLAY 'NENHUM DESTINATARIO CADASTRADO - USE O '
                       'DESTMNT.'
           ELSE
               MOVE WS-DESTINO TO DT-CHAVE
               READ FD-RPTDEST
                   INVALID KEY
                       DISPLAY 'DESTINATARIO NAO CADASTRADO NO '
                               'DESTMNT.'
                   NOT INVALID KEY
                       IF DT-INATIVO
                           DISPLAY 'DESTINATARIO INATIVO.'
                       ELSE
                           PERFORM GRAVA-DESTINO-RELATORIO
                       END-IF
               END-READ
               CLOSE FD-RPTDEST
           END-IF
           .

       GRAVA-DESTINO-RELATORIO.
           PERFORM LOCALIZA-DESTINO
           IF WS-DS-ACHADO = ZEROS AND RC-QTD-DESTINOS NOT < 15
               DISPLAY 'RELATORIO JA TEM 15 DESTINATARIOS - '
                       'EXCLUA UM ANTES.'
           ELSE
               DISPLAY 'NUMERO DE COPIAS (01-99) : '
               PERFORM WITH TEST AFTER UNTIL WS-COPIAS IS NUMERIC
                       AND WS-COPIAS > ZEROS
                   ACCEPT WS-COPIAS
                   IF WS-COPIAS NOT NUMERIC OR WS-COPIAS = ZEROS
                       DISPLAY 'QUANTIDADE INVALIDA. NOVAMENTE : '
                   END-IF
               END-PERFORM
               IF WS-DS-ACHADO = ZEROS
                   ADD 1 TO RC-QTD-DESTINOS
                   MOVE RC-QTD-DESTINOS TO WS-DS-ACHADO
                   MOVE WS-DEST-TIPO   TO RC-DEST-TIPO(WS-DS-ACHADO)
                   MOVE WS-DEST-CODIGO
                       TO RC-DEST-CODIGO(WS-DS-ACHADO)
               END-IF
               MOVE WS-COPIAS TO RC-COPIAS(WS-DS-ACHADO)
               REWRITE FD-RPTCAT-REC
               DISPLAY 'DESTINATARIO GRAVADO NO RELATORIO.'
               PERFORM AVISA-NIVEL-INSUFICIENTE
           END-IF
           .

       AVISA-NIVEL-INSUFICIENTE.
      *    O bloqueio de fato e do FINDIST, pelo nivel da noite;
      *    aqui so se avisa quem cadastra.
           IF RC-E-CONFIDENCIAL
               MOVE DT-NIVEL TO WS-NIVEL-TESTE
               PERFORM CONVERTE-NIVEL
               MOVE WS-NIVEL-NUM TO WS-NIVEL-DEST-NUM
               MOVE RC-NIVEL-EXIGIDO TO WS-NIVEL-TESTE
               PERFORM CONVERTE-NIVEL
               MOVE WS-NIVEL-NUM TO WS-NIVEL-EXIGIDO-NUM
               IF WS-NIVEL-DEST-NUM < WS-NIVEL-EXIGIDO-NUM
                   DISPLAY 'ATENCAO: RELATORIO CONFIDENCIAL E '
                           'DESTINATARIO COM NIVEL ' DT-NIVEL
                           ' - O ENVIO SERA BLOQUEADO NA '
                           'DISTRIBUICAO.'
               END-IF
           END-IF
           .

       CONVERTE-NIVEL.
           EVALUATE WS-NIVEL-TESTE
               WHEN 'S'
                   MOVE 3 TO WS-NIVEL-NUM
               WHEN 'O'
                   MOVE 2 TO WS-NIVEL-NUM
               WHEN 'C'
                   MOVE 1 TO WS-NIVEL-NUM
               WHEN OTHER
                   MOVE ZEROS TO WS-NIVEL-NUM
           END-EVALUATE
           .

       EXCLUI-DESTINATARIO.
      *    Fecha o buraco puxando os seguintes uma posicao acima.
           PERFORM ACEITA-CODIGO-RELATORIO
           MOVE WS-COD-RELATORIO TO RC-RELATORIO
           READ FD-RPTCAT
               INVALID KEY
                   DISPLAY 'RELATORIO NAO CATALOGADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-RELATORIO
                   PERFORM ACEITA-DESTINATARIO
                   PERFORM LOCALIZA-DESTINO
                   IF WS-DS-ACHADO = ZEROS
                       DISPLAY 'DESTINATARIO NAO ESTA NA LISTA DO '
                               'RELATORIO.'
                   ELSE
                       PERFORM VARYING WS-DS-IDX FROM WS-DS-ACHADO
                               BY 1
                               UNTIL WS-DS-IDX NOT < RC-QTD-DESTINOS
                           MOVE RC-DESTINO(WS-DS-IDX + 1)
                               TO RC-DESTINO(WS-DS-IDX)
                       END-PERFORM
                       MOVE SPACES TO RC-DESTINO(RC-QTD-DESTINOS)
                       MOVE ZEROS  TO RC-COPIAS(RC-QTD-DESTINOS)
                       SUBTRACT 1 FROM RC-QTD-DESTINOS
                       REWRITE FD-RPTCAT-REC
                       DISPLAY 'DESTINATARIO EXCLUIDO DO RELATORIO.'
                   END-IF
           END-READ
           .

       END PROGRAM RPTCMNT.
