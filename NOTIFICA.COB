      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: AVISO POR E-MAIL/SMS: le o cliente em CONTATO.DAT e,
      *          para cada canal com consentimento em vigor (situacao
      *          'A' - sem opt-out nem devolucao do remetente), grava
      *          o aviso na fila NOTIFQ.DAT com o destino e o texto
      *          que quem chamou montou. Funcao 'V' so devolve os
      *          canais, para quem precisa decidir antes (o FINCOB e
      *          o FINVARRE seguram a carta de endereco morto mas
      *          mandam o aviso eletronico). A fila e despachada pelo
      *          FINNOTE, que grava a ocorrencia no OCORR.DAT.
      *          Chamado pelo FINAVISO (lembrete), FINCOB e FINVARRE
      *          (cartas) e TERMOQUIT (quitacao).
      *          Na noite de ensaio (ENSAIO) o aviso nao entra na fila:
      *          vira uma linha da lista de mudancas previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTATO        ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-COD-CLIENTE
               FILE STATUS IS WS-FS-CONTATO.
           SELECT FD-NOTIFQ         ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFQ.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTATO.
       01  FD-CONTATO-REC.
           COPY CONTATOREC.

       FD  FD-NOTIFQ.
       01  FD-NOTIFQ-REC.
           COPY NOTIFQREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-CONTATO           PIC X(02) VALUE '00'.
         01 WS-FS-NOTIFQ            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-HORA-AGORA           PIC 9(08).
         01 WS-TEM-EMAIL            PIC X(01).
             88 WS-EMAIL-ATIVO              VALUE 'S'.
         01 WS-TEM-CELULAR          PIC X(01).
             88 WS-CELULAR-ATIVO            VALUE 'S'.
         01 WS-DESTINO-CELULAR.
           03 FILLER                PIC X(03) VALUE '+55'.
           03 WS-DC-DDD             PIC 9(02).
           03 WS-DC-NUMERO          PIC 9(09).

       LINKAGE SECTION.
         COPY NOTIFPARM.

       PROCEDURE DIVISION USING NE-FUNCAO NE-COD-CLIENTE
                                 NE-NUM-CONTRATO NE-TIPO-AVISO
                                 NE-PROGRAMA NE-MENSAGEM
                                 NE-RESULTADO.
       MAIN-PROCEDURE.
           SET NE-SEM-CANAL TO TRUE
           MOVE 'N' TO WS-TEM-EMAIL
           MOVE 'N' TO WS-TEM-CELULAR

      *    Sem CONTATO.DAT ninguem deu consentimento ainda: nao e
      *    erro de quem chama, o aviso segue so no papel.
           OPEN INPUT FD-CONTATO
           IF WS-FS-CONTATO = '00'
               MOVE NE-COD-CLIENTE TO EE-COD-CLIENTE
               READ FD-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AVALIA-CANAIS
               END-READ
               CLOSE FD-CONTATO
           END-IF

           EVALUATE TRUE
               WHEN WS-EMAIL-ATIVO AND WS-CELULAR-ATIVO
                   SET NE-CANAL-AMBOS TO TRUE
               WHEN WS-EMAIL-ATIVO
                   SET NE-CANAL-EMAIL TO TRUE
               WHEN WS-CELULAR-ATIVO
                   SET NE-CANAL-SMS TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    Noite de ensaio: o aviso nao vai para a fila, entra na
      *    lista de mudancas previstas.
           IF NE-ENFILEIRA AND NOT NE-SEM-CANAL
               MOVE 'C' TO EP-FUNCAO
               CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
               IF EP-EM-ENSAIO
                   PERFORM REGISTRA-ENSAIO
               ELSE
                   PERFORM GRAVA-FILA
               END-IF
           END-IF
           GOBACK.

       REGISTRA-ENSAIO.
           MOVE SPACES          TO EP-REGISTRO
           MOVE NE-PROGRAMA     TO EP-PASSO
           MOVE 'L'             TO EP-TIPO
           MOVE NE-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE ZEROS           TO EP-NUM-PARCELA EP-VALOR
           MOVE NE-COD-CLIENTE  TO EP-COD-CLIENTE
           MOVE 'AVISO'         TO EP-CAMPO
           MOVE NE-TIPO-AVISO   TO EP-DEPOIS
           MOVE NE-MENSAGEM     TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       AVALIA-CANAIS.
           IF EE-EMAIL-AUTORIZADO AND EE-EMAIL NOT = SPACES
               SET WS-EMAIL-ATIVO TO TRUE
           END-IF
           IF EE-CEL-AUTORIZADO AND EE-CEL-NUMERO IS NUMERIC
               AND EE-CEL-NUMERO > ZEROS
               SET WS-CELULAR-ATIVO TO TRUE
           END-IF
           .

       GRAVA-FILA.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN EXTEND FD-NOTIFQ
           MOVE WS-FS-NOTIFQ TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-NOTIFQ
               CLOSE FD-NOTIFQ
               OPEN EXTEND FD-NOTIFQ
           END-IF

           IF WS-EMAIL-ATIVO
               PERFORM MONTA-LINHA-FILA
               MOVE 'E'      TO NQ-CANAL
               MOVE EE-EMAIL TO NQ-DESTINO
               WRITE FD-NOTIFQ-REC
           END-IF
           IF WS-CELULAR-ATIVO
               PERFORM MONTA-LINHA-FILA
               MOVE 'S'            TO NQ-CANAL
               MOVE EE-CEL-DDD     TO WS-DC-DDD
               MOVE EE-CEL-NUMERO  TO WS-DC-NUMERO
               MOVE WS-DESTINO-CELULAR TO NQ-DESTINO
               WRITE FD-NOTIFQ-REC
           END-IF
           CLOSE FD-NOTIFQ
           .

       MONTA-LINHA-FILA.
      *    O numero do aviso e dado no despacho (FINNOTE).
           MOVE SPACES          TO FD-NOTIFQ-REC
           MOVE 'D'             TO NQ-TIPO-REG
           MOVE ZEROS           TO NQ-NUM-AVISO
           MOVE WS-DATA-HOJE    TO NQ-DATA
           MOVE WS-HORA-AGORA   TO NQ-HORA
           MOVE NE-PROGRAMA     TO NQ-PROGRAMA
           MOVE NE-COD-CLIENTE  TO NQ-COD-CLIENTE
           MOVE NE-NUM-CONTRATO TO NQ-NUM-CONTRATO
           MOVE NE-TIPO-AVISO   TO NQ-TIPO-AVISO
           MOVE NE-MENSAGEM     TO NQ-MENSAGEM
           .

       END PROGRAM NOTIFICA.
