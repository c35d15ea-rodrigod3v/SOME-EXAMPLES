      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO CADASTRO DE RENDA DO CLIENTE
      *          (RENDA.DAT): inclui, corrige, inativa e consulta as
      *          fontes de renda comprovadas de cada cliente do
      *          CADPF.DAT - valor mensal, origem, documento de
      *          comprovacao e data do comprovante. E a base do
      *          comprometimento de renda que o FINAN2 confere na
      *          entrada do contrato, no lugar de so confiar no
      *          limite de credito digitado uma vez no cadastro.
      *          Comprovante com mais de 12 meses continua na soma,
      *          mas manda o contrato novo para a alcada ate ser
      *          renovado aqui. Fonte nao e excluida fisicamente -
      *          inativa-se e sai da soma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RENDA          ASSIGN TO "RENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RENDA.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RENDA.
       01  FD-RENDA-REC.
           COPY RENDAREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-RENDA             PIC X(02) VALUE '00'.
         01 WS-FS-CADASTRO          PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'RENDMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.

         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-SEQ-FONTE            PIC 9(02).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DATA-COMPROV         PIC 9(08).
         01 WS-DATA-COMPROV-R REDEFINES WS-DATA-COMPROV.
           03 WS-DC-AAAA            PIC 9(04).
           03 WS-DC-MM              PIC 9(02).
           03 WS-DC-DD              PIC 9(02).
         01 WS-CLIENTE-VALIDO       PIC X(01).
             88 WS-CLIENTE-OK               VALUE 'S'.

         01 WS-TOTAIS-RENDA.
           03 WS-QTD-FONTES         PIC 9(02).
           03 WS-VR-RENDA-TOTAL     PIC 9(09)V99.
           03 WS-ULT-SEQ            PIC 9(02).
           03 WS-FIM-RENDA          PIC X(01).
               88 WS-EOF-RENDA              VALUE 'S'.
           03 WS-VR-RENDA-ED        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-RENDA
           IF WS-FS-RENDA = '35'
               OPEN OUTPUT FD-RENDA
               CLOSE FD-RENDA
               OPEN I-O FD-RENDA
           END-IF
           MOVE WS-FS-RENDA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'RENDA.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           DISPLAY 'RENDA DO CLIENTE  (A)DICIONA (C)ORRIGE '
                   '(D)ESATIVA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           PERFORM ACEITA-CLIENTE
           IF WS-CLIENTE-OK
               EVALUATE TRUE
                   WHEN WS-TRANS-INCLUIR
                       PERFORM INCLUI-FONTE
                   WHEN WS-TRANS-ALTERAR
                       PERFORM ALTERA-FONTE
                   WHEN WS-TRANS-INATIVAR
                       PERFORM INATIVA-FONTE
                   WHEN WS-TRANS-CONSULTAR
                       PERFORM LISTA-FONTES-CLIENTE
                   WHEN OTHER
                       DISPLAY 'TRANSACAO INVALIDA.'
               END-EVALUATE
           END-IF

           CLOSE FD-RENDA
           GOBACK.

       ACEITA-CLIENTE.
      *    Renda so para cliente existente e ativo no CADPF.
           MOVE 'N' TO WS-CLIENTE-VALIDO
           DISPLAY 'CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'CADPF.DAT INDISPONIVEL.'
           ELSE
               MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO.'
                   NOT INVALID KEY
                       IF FD-CLIENTE-INATIVO
                           DISPLAY 'CLIENTE INATIVO.'
                       ELSE
                           SET WS-CLIENTE-OK TO TRUE
                           DISPLAY 'CLIENTE: ' FD-PRIMEIRO-NOME ' '
                                   FD-ULTIMO-NOME
                       END-IF
               END-READ
               CLOSE FD-CADASTRO
           END-IF
           .

       ACEITA-SEQ-FONTE.
           DISPLAY 'SEQUENCIA DA FONTE (EX: 01) : '
           PERFORM WITH TEST AFTER UNTIL WS-SEQ-FONTE IS NUMERIC
               ACCEPT WS-SEQ-FONTE
               IF WS-SEQ-FONTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-FONTE.
           DISPLAY 'RENDA MENSAL (EX: 000003500,00) : '
           PERFORM WITH TEST AFTER UNTIL RD-VR-RENDA IS NUMERIC
                   AND RD-VR-RENDA > ZEROS
               ACCEPT RD-VR-RENDA
               IF RD-VR-RENDA NOT NUMERIC OR RD-VR-RENDA = ZEROS
                   DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'ORIGEM (S)ALARIO (B)ENEFICIO (P)RO-LABORE '
                   '(A)UTONOMO (O)UTRAS : '
           PERFORM WITH TEST AFTER UNTIL RD-FONTE-VALIDA
               ACCEPT RD-FONTE
               IF NOT RD-FONTE-VALIDA
                   DISPLAY 'ORIGEM INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'EMPREGADOR / PAGADOR / DESCRICAO : '
           ACCEPT RD-DESCR-FONTE
           DISPLAY 'COMPROVANTE (H)OLERITE EXTRATO DE (B)ENEFICIO '
                   'DECL. (I)R (E)XTRATO BANCARIO (D)ECORE : '
           PERFORM WITH TEST AFTER UNTIL RD-COMPROV-VALIDO
               ACCEPT RD-TIPO-COMPROV
               IF NOT RD-COMPROV-VALIDO
                   DISPLAY 'COMPROVANTE INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
      *    Data do comprovante: data real (VALDATA) e nao futura.
           DISPLAY 'DATA DO COMPROVANTE (AAAAMMDD) : '
           PERFORM WITH TEST AFTER UNTIL DV-DATA-E-VALIDA
                   AND WS-DATA-COMPROV NOT > WS-DATA-HOJE
               ACCEPT WS-DATA-COMPROV
               IF WS-DATA-COMPROV NOT NUMERIC
                   SET DV-DATA-E-INVALIDA TO TRUE
               ELSE
                   MOVE WS-DC-DD   TO DV-DIA
                   MOVE WS-DC-MM   TO DV-MES
                   MOVE WS-DC-AAAA TO DV-ANO
                   CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                         DV-DATA-VALIDA
               END-IF
               IF DV-DATA-E-INVALIDA
                       OR WS-DATA-COMPROV > WS-DATA-HOJE
                   DISPLAY 'DATA INVALIDA OU FUTURA. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-DATA-COMPROV TO RD-DATA-COMPROV
           MOVE SN-USUARIO      TO RD-USUARIO
           MOVE WS-DATA-HOJE    TO RD-DATA-MANUTENCAO
           .

       INCLUI-FONTE.
      *    Sequencia nova = a ultima do cliente mais um.
           PERFORM SOMA-FONTES-CLIENTE
           IF WS-ULT-SEQ = 99
               DISPLAY 'CLIENTE JA TEM 99 FONTES - INATIVE OU '
                       'CORRIJA UMA EXISTENTE.'
           ELSE
               MOVE SPACES TO FD-RENDA-REC
               MOVE WS-COD-CLIENTE TO RD-COD-CLIENTE
               COMPUTE RD-SEQ-FONTE = WS-ULT-SEQ + 1
               PERFORM ACEITA-DADOS-FONTE
               MOVE 'A' TO RD-SITUACAO
               WRITE FD-RENDA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR FONTE DE RENDA.'
                   NOT INVALID KEY
                       DISPLAY 'FONTE ' RD-SEQ-FONTE ' INCLUIDA.'
               END-WRITE
           END-IF
           .

       ALTERA-FONTE.
      *    Corrigir inclui renovar o comprovante: a data nova tira o
      *    cliente da alcada por comprovante vencido.
           PERFORM ACEITA-SEQ-FONTE
           MOVE WS-COD-CLIENTE TO RD-COD-CLIENTE
           MOVE WS-SEQ-FONTE   TO RD-SEQ-FONTE
           READ FD-RENDA
               INVALID KEY
                   DISPLAY 'FONTE NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-FONTE
                   MOVE 'A' TO RD-SITUACAO
                   REWRITE FD-RENDA-REC
                   DISPLAY 'FONTE ALTERADA.'
           END-READ
           .

       INATIVA-FONTE.
           PERFORM ACEITA-SEQ-FONTE
           MOVE WS-COD-CLIENTE TO RD-COD-CLIENTE
           MOVE WS-SEQ-FONTE   TO RD-SEQ-FONTE
           READ FD-RENDA
               INVALID KEY
                   DISPLAY 'FONTE NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       MOVE 'I'          TO RD-SITUACAO
                       MOVE SN-USUARIO   TO RD-USUARIO
                       MOVE WS-DATA-HOJE TO RD-DATA-MANUTENCAO
                       REWRITE FD-RENDA-REC
                       DISPLAY 'FONTE INATIVADA: SAI DA SOMA DA '
                               'RENDA DO CLIENTE.'
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ
           .

       LISTA-FONTES-CLIENTE.
           PERFORM SOMA-FONTES-CLIENTE
           MOVE WS-VR-RENDA-TOTAL TO WS-VR-RENDA-ED
           DISPLAY WS-QTD-FONTES ' FONTE(S) ATIVA(S) - RENDA MENSAL '
                   'TOTAL: ' WS-VR-RENDA-ED
           .

       SOMA-FONTES-CLIENTE.
      *    Percorre as fontes do cliente pela chave (cliente +
      *    sequencia): soma as ativas, guarda a ultima sequencia
      *    usada e, na consulta, mostra cada uma.
           MOVE ZEROS TO WS-QTD-FONTES WS-VR-RENDA-TOTAL WS-ULT-SEQ
           MOVE 'N'   TO WS-FIM-RENDA
           MOVE WS-COD-CLIENTE TO RD-COD-CLIENTE
           MOVE ZEROS          TO RD-SEQ-FONTE
           START FD-RENDA KEY NOT < RD-CHAVE
               INVALID KEY
                   SET WS-EOF-RENDA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-RENDA
               READ FD-RENDA NEXT RECORD
                   AT END
                       SET WS-EOF-RENDA TO TRUE
                   NOT AT END
                       IF RD-COD-CLIENTE NOT = WS-COD-CLIENTE
                           SET WS-EOF-RENDA TO TRUE
                       ELSE
                           MOVE RD-SEQ-FONTE TO WS-ULT-SEQ
                           IF RD-ATIVA
                               ADD 1 TO WS-QTD-FONTES
                               ADD RD-VR-RENDA TO WS-VR-RENDA-TOTAL
                           END-IF
                           IF WS-TRANS-CONSULTAR
                               PERFORM MOSTRA-FONTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       MOSTRA-FONTE.
           MOVE RD-VR-RENDA TO WS-VR-RENDA-ED
           DISPLAY 'FONTE ' RD-SEQ-FONTE ' ' RD-DESCR-FONTE
                   ' ORIGEM ' RD-FONTE
                   ' RENDA ' WS-VR-RENDA-ED
                   ' COMPROV. ' RD-TIPO-COMPROV ' DE '
                   RD-DATA-COMPROV
                   ' SIT ' RD-SITUACAO
      *    Mesma regra do FINAN2: comprovante com mais de 12 meses.
           IF RD-ATIVA AND RD-DATA-COMPROV + 10000 < WS-DATA-HOJE
               DISPLAY '      *** COMPROVANTE COM MAIS DE 12 MESES - '
                       'RENOVAR ***'
           END-IF
           .

       END PROGRAM RENDMNT.
