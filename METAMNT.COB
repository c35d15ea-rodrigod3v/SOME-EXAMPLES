      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DAS METAS DE PRODUCAO (META.DAT):
      *          (A)DICIONA, (C)ORRIGE e (I)NDAGA a meta do mes por
      *          agente (AGENTE.DAT) e produto (PRODUTO.DAT) -
      *          quantidade de contratos e valor financiado. Inclusao
      *          e correcao so pelo supervisor (SIGNON); a consulta e
      *          livre. Meta nao se apaga: meta desistida e corrigida
      *          para zeros. O acompanhamento diario e o FINMETA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-META           ASSIGN TO "META.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-META.
           SELECT FD-AGENTE         ASSIGN TO "AGENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-COD-AGENTE
               FILE STATUS IS WS-FS-AGENTE.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-META.
       01  FD-META-REC.
           COPY METAREC.

       FD  FD-AGENTE.
       01  FD-AGENTE-REC.
           COPY AGREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-META          PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'METAMNT'.

         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR          VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR          VALUE 'C', 'c'.
             88 WS-TRANS-CONSULTAR        VALUE 'I', 'i'.

         01 WS-META-VALIDA          PIC X(01).
             88 WS-META-OK                VALUE 'S'.
         01 WS-CHAVE-DIGITADA       PIC X(13).
         01 WS-COMP-DIGITADA        PIC 9(06).
         01 WS-COMP-DIGITADA-R REDEFINES WS-COMP-DIGITADA.
           03 WS-CD-ANO             PIC 9(04).
           03 WS-CD-MES             PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-META
           MOVE WS-FS-META TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-META
               CLOSE FD-META
               OPEN I-O FD-META
           END-IF
           OPEN INPUT FD-AGENTE
           OPEN INPUT FD-PRODUTO

           DISPLAY 'METAS DE PRODUCAO  (A)DICIONA (C)ORRIGE '
                   '(I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   IF NOT SN-NIVEL-SUPERVISOR
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   ELSE
                       PERFORM INCLUI-META
                   END-IF
               WHEN WS-TRANS-ALTERAR
                   IF NOT SN-NIVEL-SUPERVISOR
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   ELSE
                       PERFORM ALTERA-META
                   END-IF
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-META
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           IF WS-FS-PRODUTO = '00'
               CLOSE FD-PRODUTO
           END-IF
           IF WS-FS-AGENTE = '00'
               CLOSE FD-AGENTE
           END-IF
           CLOSE FD-META
           GOBACK.

       ACEITA-CHAVE-META.
           DISPLAY 'COMPETENCIA DA META (AAAAMM) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-COMP-DIGITADA IS NUMERIC
                     AND WS-CD-MES > ZEROS AND WS-CD-MES NOT > 12
               ACCEPT WS-COMP-DIGITADA
               IF WS-COMP-DIGITADA NOT NUMERIC
                   OR WS-CD-MES = ZEROS OR WS-CD-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-COMP-DIGITADA TO MT-COMPETENCIA
           DISPLAY 'CODIGO DO AGENTE : '
           PERFORM WITH TEST AFTER UNTIL MT-COD-AGENTE IS NUMERIC
               ACCEPT MT-COD-AGENTE
               IF MT-COD-AGENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CODIGO DO PRODUTO : '
           PERFORM WITH TEST AFTER UNTIL MT-COD-PRODUTO IS NUMERIC
               ACCEPT MT-COD-PRODUTO
               IF MT-COD-PRODUTO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       VALIDA-META-NOVA.
      *    Meta so para agente e produto cadastrados; agente suspenso
      *    (FINAGQ/FINAGEN) nao vende, entao nao recebe meta nova.
           MOVE 'S' TO WS-META-VALIDA
           MOVE MT-COD-AGENTE  TO AG-COD-AGENTE
           MOVE MT-COD-PRODUTO TO PT-COD-PRODUTO
           IF WS-FS-AGENTE NOT = '00'
               DISPLAY 'AGENTE.DAT INDISPONIVEL.'
               MOVE 'N' TO WS-META-VALIDA
           ELSE
               READ FD-AGENTE
                   INVALID KEY
                       DISPLAY 'AGENTE NAO CADASTRADO.'
                       MOVE 'N' TO WS-META-VALIDA
                   NOT INVALID KEY
                       IF AG-SUSPENSO
                           DISPLAY 'AGENTE SUSPENSO DESDE '
                                   AG-DATA-SUSPENSAO '.'
                           MOVE 'N' TO WS-META-VALIDA
                       END-IF
               END-READ
           END-IF
           IF WS-META-OK
               IF WS-FS-PRODUTO NOT = '00'
                   DISPLAY 'PRODUTO.DAT INDISPONIVEL.'
                   MOVE 'N' TO WS-META-VALIDA
               ELSE
                   READ FD-PRODUTO
                       INVALID KEY
                           DISPLAY 'PRODUTO NAO CADASTRADO.'
                           MOVE 'N' TO WS-META-VALIDA
                   END-READ
               END-IF
           END-IF
           .

       ACEITA-DADOS-META.
           DISPLAY 'QUANTIDADE DE CONTRATOS DA META : '
           PERFORM WITH TEST AFTER UNTIL MT-QTD-META IS NUMERIC
               ACCEPT MT-QTD-META
               IF MT-QTD-META NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'VALOR FINANCIADO DA META (EX: 00000150000,00) : '
           PERFORM WITH TEST AFTER UNTIL MT-VALOR-META IS NUMERIC
               ACCEPT MT-VALOR-META
               IF MT-VALOR-META NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM

           MOVE SN-USUARIO TO MT-USUARIO
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO MT-DATA-ALTERACAO
           .

       INCLUI-META.
           PERFORM ACEITA-CHAVE-META
           MOVE MT-CHAVE TO WS-CHAVE-DIGITADA
           PERFORM VALIDA-META-NOVA
           IF WS-META-OK
               READ FD-META
                   INVALID KEY
                       INITIALIZE FD-META-REC
                       MOVE WS-CHAVE-DIGITADA TO MT-CHAVE
                       PERFORM ACEITA-DADOS-META
                       WRITE FD-META-REC
                           INVALID KEY
                               DISPLAY 'ERRO NA GRAVACAO DA META.'
                           NOT INVALID KEY
                               DISPLAY 'META INCLUIDA.'
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY 'META JA CADASTRADA - USE (C)ORRIGE.'
               END-READ
           END-IF
           .

       ALTERA-META.
           PERFORM ACEITA-CHAVE-META
           READ FD-META
               INVALID KEY
                   DISPLAY 'META NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-META
                   PERFORM ACEITA-DADOS-META
                   REWRITE FD-META-REC
                   DISPLAY 'META ALTERADA.'
           END-READ
           .

       CONSULTA-META.
           PERFORM ACEITA-CHAVE-META
           READ FD-META
               INVALID KEY
                   DISPLAY 'META NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-META
           END-READ
           .

       MOSTRA-META.
           MOVE SPACES TO AG-NOME PT-DESCRICAO
           MOVE MT-COD-AGENTE  TO AG-COD-AGENTE
           MOVE MT-COD-PRODUTO TO PT-COD-PRODUTO
           IF WS-FS-AGENTE = '00'
               READ FD-AGENTE
                   INVALID KEY
                       MOVE SPACES TO AG-NOME
               END-READ
           END-IF
           IF WS-FS-PRODUTO = '00'
               READ FD-PRODUTO
                   INVALID KEY
                       MOVE SPACES TO PT-DESCRICAO
               END-READ
           END-IF
           DISPLAY 'COMPETENCIA.......: ' MT-COMPETENCIA
           DISPLAY 'AGENTE............: ' MT-COD-AGENTE ' ' AG-NOME
           DISPLAY 'PRODUTO...........: ' MT-COD-PRODUTO ' '
                   PT-DESCRICAO
           DISPLAY 'QTD. CONTRATOS....: ' MT-QTD-META
           DISPLAY 'VALOR FINANCIADO..: ' MT-VALOR-META
           DISPLAY 'ALTERADO POR......: ' MT-USUARIO
                   ' EM ' MT-DATA-ALTERACAO
           .

       END PROGRAM METAMNT.
