      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONSULTA E 2a VIA DE DOCUMENTOS DO CLIENTE: lista
      *          os documentos arquivados pelo DOCARQ de um contrato
      *          (ou, com contrato zeros, de um cliente - caso da
      *          simulacao de balcao) com data, hora e tipo, e
      *          reimprime o escolhido em DOCREIMP.PRT exatamente
      *          com as linhas da emissao, entre duas faixas de
      *          COPIA - 2a VIA. O cliente que perdeu o carne ou o
      *          juridico que pede a cedula e todas as cartas sai com
      *          o papel sem ninguem rodar programa de novo nem
      *          garimpar os .PRT do dia. Cada reimpressao conta no
      *          indice (quantas, quando e por quem). O RPTREPR
      *          continua servindo para a geracao inteira de um
      *          relatorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCREPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DOCIDX         ASSIGN TO "DOCIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-CHAVE
               ALTERNATE RECORD KEY IS DI-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-DOCIDX.
           SELECT FD-DOCLIN         ASSIGN TO "DOCLIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-CHAVE
               FILE STATUS IS WS-FS-DOCLIN.
           SELECT FD-REIMP          ASSIGN TO "DOCREIMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REIMP.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-DOCIDX.
       01  FD-DOCIDX-REC.
           COPY DOCIDXREC.

       FD  FD-DOCLIN.
       01  FD-DOCLIN-REC.
           COPY DOCLINREC.

       FD  FD-REIMP.
       01  FD-REIMP-REG             PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-DOCIDX        PIC X(02) VALUE '00'.
           03 WS-FS-DOCLIN        PIC X(02) VALUE '00'.
           03 WS-FS-REIMP         PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'DOCREPR'.

         01 WS-CONTRATO-PROCURA     PIC 9(08).
         01 WS-CLIENTE-PROCURA      PIC 9(06).
         01 WS-DOC-PROCURA          PIC 9(08).
         01 WS-QTD-LISTADOS         PIC 9(05).
         01 WS-QTD-LINHAS           PIC 9(05).
         01 WS-HOJE                 PIC 9(08).

         01 WS-FIM-DOCIDX           PIC X(01).
             88 WS-EOF-DOCIDX               VALUE 'S'.
         01 WS-FIM-DOCLIN           PIC X(01).
             88 WS-EOF-DOCLIN               VALUE 'S'.
         01 WS-ACHOU-DOC            PIC X(01).
             88 WS-DOC-ACHADO               VALUE 'S'.

         01 WS-LINHA-DOCUMENTO.
           03 WS-LD-DOC             PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-TIPO            PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-HORA            PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LD-TITULO          PIC X(30).
           03 FILLER                PIC X(02) VALUE ' R'.
           03 WS-LD-REIMP           PIC ZZ9.

         01 WS-FAIXA-INICIO.
           03 FILLER                PIC X(38)
               VALUE '*** COPIA - 2a VIA DO DOCUMENTO No. '.
           03 WS-FI-DOC             PIC 9(08).
           03 FILLER                PIC X(02) VALUE ' ('.
           03 WS-FI-TIPO            PIC X(08).
           03 FILLER                PIC X(06) VALUE ') ***'.

         01 WS-FAIXA-EMISSAO.
           03 FILLER                PIC X(11) VALUE 'EMITIDO EM '.
           03 WS-FE-DATA            PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' AS '.
           03 WS-FE-HORA            PIC 9(04).
           03 FILLER                PIC X(06) VALUE ' PELO '.
           03 WS-FE-PROGRAMA        PIC X(08).
           03 FILLER                PIC X(16)
               VALUE ' - REIMPRESSO EM'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-FE-HOJE            PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' POR '.
           03 WS-FE-USUARIO         PIC X(08).

         01 WS-FAIXA-FIM.
           03 FILLER                PIC X(44)
               VALUE '*** FIM DA COPIA - 2a VIA DO DOCUMENTO No. '.
           03 WS-FF-DOC             PIC 9(08).
           03 FILLER                PIC X(04) VALUE ' ***'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-DOCIDX
           MOVE WS-FS-DOCIDX TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'NENHUM DOCUMENTO ARQUIVADO (DOCIDX.DAT NAO '
                       'EXISTE).'
               GOBACK
           END-IF

           DISPLAY 'CONTRATO (ZEROS = PROCURA PELO CLIENTE) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-CONTRATO-PROCURA IS NUMERIC
               ACCEPT WS-CONTRATO-PROCURA
               IF WS-CONTRATO-PROCURA NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-CLIENTE-PROCURA
           IF WS-CONTRATO-PROCURA = ZEROS
               DISPLAY 'CLIENTE : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-CLIENTE-PROCURA IS NUMERIC
                   ACCEPT WS-CLIENTE-PROCURA
                   IF WS-CLIENTE-PROCURA NOT NUMERIC
                       DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                   END-IF
               END-PERFORM
           END-IF

           MOVE ZEROS TO WS-DOC-PROCURA
           PERFORM PERCORRE-DOCUMENTOS
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM DOCUMENTO ARQUIVADO PARA A PROCURA.'
           ELSE
               DISPLAY WS-QTD-LISTADOS ' DOCUMENTO(S).'
               DISPLAY 'DOCUMENTO A REIMPRIMIR (ZEROS = NENHUM) : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-DOC-PROCURA IS NUMERIC
                   ACCEPT WS-DOC-PROCURA
                   IF WS-DOC-PROCURA NOT NUMERIC
                       DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               IF WS-DOC-PROCURA > ZEROS
                   PERFORM PERCORRE-DOCUMENTOS
                   IF WS-DOC-ACHADO
                       PERFORM REIMPRIME-DOCUMENTO
                   ELSE
                       DISPLAY 'DOCUMENTO NAO PERTENCE A PROCURA.'
                   END-IF
               END-IF
           END-IF

           CLOSE FD-DOCIDX
           GOBACK.

       PERCORRE-DOCUMENTOS.
      *    Sem documento escolhido lista todos os da procura; com
      *    ele, para no documento (registro corrente para o
      *    REWRITE da contagem de reimpressoes).
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE 'N'   TO WS-ACHOU-DOC
           MOVE 'N'   TO WS-FIM-DOCIDX
           IF WS-CONTRATO-PROCURA > ZEROS
               MOVE WS-CONTRATO-PROCURA TO DI-NUM-CONTRATO
               MOVE ZEROS               TO DI-NUM-DOC
               START FD-DOCIDX KEY NOT < DI-CHAVE
                   INVALID KEY
                       SET WS-EOF-DOCIDX TO TRUE
               END-START
           ELSE
               MOVE WS-CLIENTE-PROCURA TO DI-COD-CLIENTE
               START FD-DOCIDX KEY = DI-COD-CLIENTE
                   INVALID KEY
                       SET WS-EOF-DOCIDX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-DOCIDX
               READ FD-DOCIDX NEXT RECORD
                   AT END
                       SET WS-EOF-DOCIDX TO TRUE
                   NOT AT END
                       IF (WS-CONTRATO-PROCURA > ZEROS
                           AND DI-NUM-CONTRATO
                               NOT = WS-CONTRATO-PROCURA)
                        OR (WS-CONTRATO-PROCURA = ZEROS
                           AND DI-COD-CLIENTE
                               NOT = WS-CLIENTE-PROCURA)
                           SET WS-EOF-DOCIDX TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           IF WS-DOC-PROCURA = ZEROS
                               PERFORM MOSTRA-DOCUMENTO
                           ELSE
                               IF DI-NUM-DOC = WS-DOC-PROCURA
                                   SET WS-DOC-ACHADO TO TRUE
                                   SET WS-EOF-DOCIDX TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       MOSTRA-DOCUMENTO.
           MOVE DI-NUM-DOC             TO WS-LD-DOC
           MOVE DI-TIPO                TO WS-LD-TIPO
           MOVE DI-DATA-EMISSAO        TO WS-LD-DATA
           MOVE DI-HORA-EMISSAO(1:4)   TO WS-LD-HORA
           MOVE DI-NUM-CONTRATO        TO WS-LD-CONTRATO
           MOVE DI-TITULO              TO WS-LD-TITULO
           MOVE DI-QTD-REIMPRESSOES    TO WS-LD-REIMP
           DISPLAY WS-LINHA-DOCUMENTO
           .

       REIMPRIME-DOCUMENTO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           OPEN INPUT FD-DOCLIN
           IF WS-FS-DOCLIN NOT = '00'
               DISPLAY 'LINHAS DO DOCUMENTO NAO DISPONIVEIS '
                       '(DOCLIN.DAT).'
           ELSE
               OPEN OUTPUT FD-REIMP
               MOVE DI-NUM-DOC       TO WS-FI-DOC
               MOVE DI-TIPO          TO WS-FI-TIPO
               WRITE FD-REIMP-REG FROM WS-FAIXA-INICIO
               MOVE DI-DATA-EMISSAO  TO WS-FE-DATA
               MOVE DI-HORA-EMISSAO(1:4) TO WS-FE-HORA
               MOVE DI-PROGRAMA      TO WS-FE-PROGRAMA
               MOVE WS-HOJE          TO WS-FE-HOJE
               MOVE SN-USUARIO       TO WS-FE-USUARIO
               WRITE FD-REIMP-REG FROM WS-FAIXA-EMISSAO
               IF DI-TITULO NOT = SPACES
                   MOVE DI-TITULO TO FD-REIMP-REG
                   WRITE FD-REIMP-REG
               END-IF

               MOVE ZEROS      TO WS-QTD-LINHAS
               MOVE 'N'        TO WS-FIM-DOCLIN
               MOVE DI-NUM-DOC TO DL-NUM-DOC
               MOVE ZEROS      TO DL-SEQ
               START FD-DOCLIN KEY NOT < DL-CHAVE
                   INVALID KEY
                       SET WS-EOF-DOCLIN TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-DOCLIN
                   READ FD-DOCLIN NEXT RECORD
                       AT END
                           SET WS-EOF-DOCLIN TO TRUE
                       NOT AT END
                           IF DL-NUM-DOC NOT = DI-NUM-DOC
                               SET WS-EOF-DOCLIN TO TRUE
                           ELSE
                               MOVE DL-LINHA TO FD-REIMP-REG
                               WRITE FD-REIMP-REG
                               ADD 1 TO WS-QTD-LINHAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-DOCLIN

               MOVE DI-NUM-DOC TO WS-FF-DOC
               WRITE FD-REIMP-REG FROM WS-FAIXA-FIM
               CLOSE FD-REIMP

               ADD 1          TO DI-QTD-REIMPRESSOES
               MOVE WS-HOJE    TO DI-DATA-ULT-REIMP
               MOVE SN-USUARIO TO DI-USUARIO-ULT-REIMP
               REWRITE FD-DOCIDX-REC
               DISPLAY '2a VIA IMPRESSA EM DOCREIMP.PRT ('
                       WS-QTD-LINHAS ' LINHAS).'
           END-IF
           .

       END PROGRAM DOCREPR.
