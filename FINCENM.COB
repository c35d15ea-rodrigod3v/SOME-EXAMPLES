      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DOS CENARIOS DE ESTRESSE DA CARTEIRA
      *          (CENARIO.DAT): (A)DICIONA, (C)ORRIGE e (I)NDAGA a
      *          linha de um cenario - produto 000 e a linha geral,
      *          que vale para todo produto sem linha propria; as
      *          demais, so para o produto cadastrado (PRODUTO.DAT).
      *          Choques: inadimplencia adicional por faixa de
      *          atraso, velocidade de pre-pagamento (base e
      *          cenario), recuperacao do inadimplido e prazo dela,
      *          choque de indice nos contratos com correcao
      *          monetaria. Cenario nao se apaga: fica gravado para a
      *          rodada do FINSTRS poder ser repetida. Inclusao e
      *          correcao pedem operador ou supervisor (SIGNON).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCENM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CENARIO        ASSIGN TO "CENARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS WS-FS-CENARIO.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CENARIO.
       01  FD-CENARIO-REC.
           COPY CENARIOREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CENARIO       PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINCENM'.

         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR          VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR          VALUE 'C', 'c'.
             88 WS-TRANS-CONSULTAR        VALUE 'I', 'i'.

         01 WS-LINHA-VALIDA         PIC X(01).
             88 WS-LINHA-OK               VALUE 'S'.
         01 WS-FAIXA-IDX            PIC 9.
         01 WS-CHAVE-DIGITADA       PIC X(07).

      *  Rotulo de cada faixa de atraso da posicao (PK-FAIXA-ATRASO
      *  0 a 5), na ordem de SV-PCT-INADIMP.
         01 WS-TAB-FAIXAS.
           03 FILLER PIC X(14) VALUE 'EM DIA'.
           03 FILLER PIC X(14) VALUE 'ATE 30 DIAS'.
           03 FILLER PIC X(14) VALUE 'ATE 60 DIAS'.
           03 FILLER PIC X(14) VALUE 'ATE 90 DIAS'.
           03 FILLER PIC X(14) VALUE 'ATE 180 DIAS'.
           03 FILLER PIC X(14) VALUE 'ACIMA 180 DIAS'.
         01 WS-TAB-FAIXAS-RED REDEFINES WS-TAB-FAIXAS.
           03 WS-FAIXA-ROTULO       PIC X(14) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-CENARIO
           MOVE WS-FS-CENARIO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-CENARIO
               CLOSE FD-CENARIO
               OPEN I-O FD-CENARIO
           END-IF
           OPEN INPUT FD-PRODUTO

           DISPLAY 'CENARIOS DE ESTRESSE  (A)DICIONA (C)ORRIGE '
                   '(I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   IF SN-NIVEL-CONSULTA
                       DISPLAY 'USUARIO DE CONSULTA NAO ALTERA '
                               'CENARIO.'
                   ELSE
                       PERFORM INCLUI-CENARIO
                   END-IF
               WHEN WS-TRANS-ALTERAR
                   IF SN-NIVEL-CONSULTA
                       DISPLAY 'USUARIO DE CONSULTA NAO ALTERA '
                               'CENARIO.'
                   ELSE
                       PERFORM ALTERA-CENARIO
                   END-IF
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-CENARIO
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           IF WS-FS-PRODUTO = '00'
               CLOSE FD-PRODUTO
           END-IF
           CLOSE FD-CENARIO
           GOBACK.

       ACEITA-CHAVE-CENARIO.
           DISPLAY 'CODIGO DO CENARIO : '
           PERFORM WITH TEST AFTER UNTIL SV-COD-CENARIO IS NUMERIC
               ACCEPT SV-COD-CENARIO
               IF SV-COD-CENARIO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'PRODUTO (000 = LINHA GERAL DO CENARIO) : '
           PERFORM WITH TEST AFTER UNTIL SV-COD-PRODUTO IS NUMERIC
               ACCEPT SV-COD-PRODUTO
               IF SV-COD-PRODUTO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       VALIDA-LINHA-NOVA.
      *    Linha de produto so entra com a linha geral do cenario ja
      *    gravada e com o produto cadastrado.
           MOVE 'S' TO WS-LINHA-VALIDA
           IF SV-COD-PRODUTO NOT = ZEROS
               MOVE SV-CHAVE TO WS-CHAVE-DIGITADA
               MOVE SV-COD-PRODUTO TO PT-COD-PRODUTO
               MOVE ZEROS TO SV-COD-PRODUTO
               READ FD-CENARIO
                   INVALID KEY
                       DISPLAY 'CADASTRE ANTES A LINHA GERAL (PRODUTO '
                               '000) DO CENARIO.'
                       MOVE 'N' TO WS-LINHA-VALIDA
               END-READ
               IF WS-LINHA-OK
                   IF WS-FS-PRODUTO NOT = '00'
                       DISPLAY 'PRODUTO.DAT INDISPONIVEL.'
                       MOVE 'N' TO WS-LINHA-VALIDA
                   ELSE
                       READ FD-PRODUTO
                           INVALID KEY
                               DISPLAY 'PRODUTO NAO CADASTRADO.'
                               MOVE 'N' TO WS-LINHA-VALIDA
                       END-READ
                   END-IF
               END-IF
               INITIALIZE FD-CENARIO-REC
               MOVE WS-CHAVE-DIGITADA TO SV-CHAVE
           END-IF
           .

       ACEITA-DADOS-CENARIO.
           IF SV-COD-PRODUTO = ZEROS
               DISPLAY 'DESCRICAO DO CENARIO : '
               ACCEPT SV-DESCRICAO
           ELSE
               MOVE PT-DESCRICAO TO SV-DESCRICAO
           END-IF
           DISPLAY 'INADIMPLENCIA ADICIONAL POR FAIXA DE ATRASO, '
                   'PCT. DO SALDO (EX: 005,00)'
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               DISPLAY '  ' WS-FAIXA-ROTULO(WS-FAIXA-IDX) ' : '
               PERFORM WITH TEST AFTER
                       UNTIL SV-PCT-INADIMP(WS-FAIXA-IDX) IS NUMERIC
                         AND SV-PCT-INADIMP(WS-FAIXA-IDX) NOT > 100
                   ACCEPT SV-PCT-INADIMP(WS-FAIXA-IDX)
                   IF SV-PCT-INADIMP(WS-FAIXA-IDX) NOT NUMERIC
                       OR SV-PCT-INADIMP(WS-FAIXA-IDX) > 100
                       DISPLAY 'PERCENTUAL INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY 'PRE-PAGAMENTO BASE, PCT. A.M. (EX: 01,00) : '
           PERFORM WITH TEST AFTER
                   UNTIL SV-PCT-PREPAGTO-BASE IS NUMERIC
               ACCEPT SV-PCT-PREPAGTO-BASE
               IF SV-PCT-PREPAGTO-BASE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'PRE-PAGAMENTO NO CENARIO, PCT. A.M. : '
           PERFORM WITH TEST AFTER UNTIL SV-PCT-PREPAGTO IS NUMERIC
               ACCEPT SV-PCT-PREPAGTO
               IF SV-PCT-PREPAGTO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'RECUPERACAO DO INADIMPLIDO, PCT. (EX: 030,00) : '
           PERFORM WITH TEST AFTER
                   UNTIL SV-PCT-RECUPERACAO IS NUMERIC
                     AND SV-PCT-RECUPERACAO NOT > 100
               ACCEPT SV-PCT-RECUPERACAO
               IF SV-PCT-RECUPERACAO NOT NUMERIC
                   OR SV-PCT-RECUPERACAO > 100
                   DISPLAY 'PERCENTUAL INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'MESES ATE A RECUPERACAO ENTRAR NO CAIXA (EX: 12) : '
           PERFORM WITH TEST AFTER
                   UNTIL SV-MESES-RECUPERACAO IS NUMERIC
               ACCEPT SV-MESES-RECUPERACAO
               IF SV-MESES-RECUPERACAO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CHOQUE DE INDICE NOS CONTRATOS CORRIGIDOS, PCT. '
                   '(EX: 005,00) : '
           PERFORM WITH TEST AFTER
                   UNTIL SV-PCT-CHOQUE-INDICE IS NUMERIC
               ACCEPT SV-PCT-CHOQUE-INDICE
               IF SV-PCT-CHOQUE-INDICE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM

           MOVE SN-USUARIO TO SV-USUARIO
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO SV-DATA-ALTERACAO
           .

       INCLUI-CENARIO.
           PERFORM ACEITA-CHAVE-CENARIO
           PERFORM VALIDA-LINHA-NOVA
           IF WS-LINHA-OK
               READ FD-CENARIO
                   INVALID KEY
                       INITIALIZE FD-CENARIO-REC
                       MOVE WS-CHAVE-DIGITADA TO SV-CHAVE
                       MOVE ZEROS TO SV-DATA-ULTIMA-EXEC
                                     SV-DATA-POSICAO-EXEC
                       PERFORM ACEITA-DADOS-CENARIO
                       WRITE FD-CENARIO-REC
                           INVALID KEY
                               DISPLAY 'ERRO NA GRAVACAO DO CENARIO.'
                           NOT INVALID KEY
                               DISPLAY 'CENARIO INCLUIDO.'
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY 'LINHA JA CADASTRADA NESSE CENARIO.'
               END-READ
           END-IF
           .

       ALTERA-CENARIO.
           PERFORM ACEITA-CHAVE-CENARIO
           READ FD-CENARIO
               INVALID KEY
                   DISPLAY 'CENARIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF SV-COD-PRODUTO NOT = ZEROS
                       MOVE SV-COD-PRODUTO TO PT-COD-PRODUTO
                       MOVE SV-DESCRICAO   TO PT-DESCRICAO
                       IF WS-FS-PRODUTO = '00'
                           READ FD-PRODUTO
                               INVALID KEY
                                   CONTINUE
                           END-READ
                       END-IF
                   END-IF
                   PERFORM MOSTRA-CENARIO
                   PERFORM ACEITA-DADOS-CENARIO
                   REWRITE FD-CENARIO-REC
                   DISPLAY 'CENARIO ALTERADO.'
           END-READ
           .

       CONSULTA-CENARIO.
           PERFORM ACEITA-CHAVE-CENARIO
           READ FD-CENARIO
               INVALID KEY
                   DISPLAY 'CENARIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM MOSTRA-CENARIO
           END-READ
           .

       MOSTRA-CENARIO.
           DISPLAY 'CENARIO...........: ' SV-COD-CENARIO
                   ' PRODUTO ' SV-COD-PRODUTO
           DISPLAY 'DESCRICAO.........: ' SV-DESCRICAO
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               DISPLAY 'INADIMP. ' WS-FAIXA-ROTULO(WS-FAIXA-IDX)
                       ': ' SV-PCT-INADIMP(WS-FAIXA-IDX)
           END-PERFORM
           DISPLAY 'PRE-PAGTO BASE....: ' SV-PCT-PREPAGTO-BASE
           DISPLAY 'PRE-PAGTO CENARIO.: ' SV-PCT-PREPAGTO
           DISPLAY 'RECUPERACAO.......: ' SV-PCT-RECUPERACAO
                   ' EM ' SV-MESES-RECUPERACAO ' MESES'
           DISPLAY 'CHOQUE DE INDICE..: ' SV-PCT-CHOQUE-INDICE
           DISPLAY 'ALTERADO POR......: ' SV-USUARIO
                   ' EM ' SV-DATA-ALTERACAO
           IF SV-COD-PRODUTO = ZEROS
               IF SV-DATA-ULTIMA-EXEC = ZEROS
                   DISPLAY 'ULTIMA EXECUCAO...: NUNCA EXECUTADO'
               ELSE
                   DISPLAY 'ULTIMA EXECUCAO...: ' SV-DATA-ULTIMA-EXEC
                           ' POSICAO ' SV-DATA-POSICAO-EXEC
               END-IF
           END-IF
           .

       END PROGRAM FINCENM.
