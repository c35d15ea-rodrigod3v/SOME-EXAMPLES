      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ARQUIVO DE DOCUMENTOS DO CLIENTE: chamado por quem
      *          imprime documento entregue ao cliente (cedula,
      *          carne, simulacao e cotacao do FINAN2, cartas do
      *          FINCOB/FINVARRE, aviso do FINAVISO, termo do
      *          TERMOQUIT, recibo do CAIXA, demonstrativo do
      *          FINANUAL) junto com a propria impressao: 'A' tira o
      *          numero do documento (serie DOCARQ de NUMCTL.DAT),
      *          'L' guarda cada linha impressa em DOCLIN.DAT e 'F'
      *          grava o indice em DOCIDX.DAT por contrato e cliente.
      *          Quando o cliente perde o carne ou o juridico pede a
      *          cedula e todas as cartas, o DOCREPR acha e reimprime
      *          o documento como saiu, sem rodar programa de novo
      *          nem garimpar .PRT. Na noite de ensaio (ENSAIO) nada
      *          e guardado.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL, como
      *           os demais subprogramas)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCARQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DOCIDX         ASSIGN TO "DOCIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-CHAVE
               ALTERNATE RECORD KEY IS DI-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DOCIDX.
           SELECT FD-DOCLIN         ASSIGN TO "DOCLIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-CHAVE
               FILE STATUS IS WS-FS-DOCLIN.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-DOCIDX.
       01  FD-DOCIDX-REC.
           COPY DOCIDXREC.

       FD  FD-DOCLIN.
       01  FD-DOCLIN-REC.
           COPY DOCLINREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-DOCIDX            PIC X(02) VALUE '00'.
         01 WS-FS-DOCLIN            PIC X(02) VALUE '00'.
         01 WS-FS-NUMCTL            PIC X(02) VALUE '00'.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.

      *  Indice do documento em montagem, guardado da abertura ate o
      *  fechamento.
         01 WS-DOC-INDICE.
           COPY DOCIDXREC REPLACING LEADING ==DI-== BY ==WD-==.

         01 WS-DOCUMENTO            PIC X(01) VALUE 'N'.
             88 WS-DOC-ABERTO               VALUE 'S'.
             88 WS-DOC-FECHADO              VALUE 'N'.

       LINKAGE SECTION.
         COPY DOCARQPARM.

       PROCEDURE DIVISION USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                                 DQ-NUM-CONTRATO DQ-COD-CLIENTE
                                 DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC.
       MAIN-PROCEDURE.
           EVALUATE DQ-FUNCAO
               WHEN 'A'
                   PERFORM ABRE-DOCUMENTO
               WHEN 'L'
                   IF WS-DOC-ABERTO
                       PERFORM GUARDA-LINHA
                   END-IF
               WHEN 'F'
                   IF WS-DOC-ABERTO
                       PERFORM FECHA-DOCUMENTO
                   END-IF
           END-EVALUATE
           GOBACK.

       ABRE-DOCUMENTO.
      *    Documento anterior que nao foi fechado (programa caiu no
      *    meio) fica como estava: as linhas ja guardadas nao tem
      *    indice e nao aparecem na consulta.
           IF WS-DOC-ABERTO
               CLOSE FD-DOCLIN
               SET WS-DOC-FECHADO TO TRUE
           END-IF
           MOVE ZEROS TO DQ-NUM-DOC

      *    Noite de ensaio: nenhum documento e guardado.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF NOT EP-EM-ENSAIO
               PERFORM OBTEM-NUMERO-DOCUMENTO
               MOVE DQ-NUM-CONTRATO TO WD-NUM-CONTRATO
               MOVE DQ-NUM-DOC      TO WD-NUM-DOC
               MOVE DQ-COD-CLIENTE  TO WD-COD-CLIENTE
               MOVE DQ-TIPO         TO WD-TIPO
               MOVE DQ-TITULO       TO WD-TITULO
               MOVE 'C' TO DM-PARM-FUNCAO
               CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
               MOVE DM-PARM-DATA    TO WD-DATA-MOVIMENTO
               ACCEPT WD-DATA-EMISSAO FROM DATE YYYYMMDD
               ACCEPT WD-HORA-EMISSAO FROM TIME
               MOVE DQ-PROGRAMA     TO WD-PROGRAMA
               MOVE ZEROS           TO WD-QTD-LINHAS
                                       WD-QTD-REIMPRESSOES
                                       WD-DATA-ULT-REIMP
               MOVE SPACES          TO WD-USUARIO-ULT-REIMP

               OPEN I-O FD-DOCLIN
               IF WS-FS-DOCLIN = '35'
                   OPEN OUTPUT FD-DOCLIN
                   CLOSE FD-DOCLIN
                   OPEN I-O FD-DOCLIN
               END-IF
               SET WS-DOC-ABERTO TO TRUE
           END-IF
           .

       OBTEM-NUMERO-DOCUMENTO.
      *    Serie DOCARQ de NUMCTL.DAT, mesmo le-usa-incrementa das
      *    demais series; semeada em 1 na primeira vez.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'DOCARQ' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'DOCARQ' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO DQ-NUM-DOC
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       GUARDA-LINHA.
           ADD 1 TO WD-QTD-LINHAS
           MOVE WD-NUM-DOC    TO DL-NUM-DOC
           MOVE WD-QTD-LINHAS TO DL-SEQ
           MOVE DQ-LINHA      TO DL-LINHA
           WRITE FD-DOCLIN-REC
               INVALID KEY
                   REWRITE FD-DOCLIN-REC
           END-WRITE
           .

       FECHA-DOCUMENTO.
           CLOSE FD-DOCLIN
           SET WS-DOC-FECHADO TO TRUE

           OPEN I-O FD-DOCIDX
           IF WS-FS-DOCIDX = '35'
               OPEN OUTPUT FD-DOCIDX
               CLOSE FD-DOCIDX
               OPEN I-O FD-DOCIDX
           END-IF
           MOVE WS-DOC-INDICE TO FD-DOCIDX-REC
           WRITE FD-DOCIDX-REC
               INVALID KEY
                   REWRITE FD-DOCIDX-REC
           END-WRITE
           CLOSE FD-DOCIDX
           MOVE WD-NUM-DOC TO DQ-NUM-DOC
           .

       END PROGRAM DOCARQ.
