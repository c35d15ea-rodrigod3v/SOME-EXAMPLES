      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: DESPACHO DOS AVISOS POR E-MAIL/SMS: le a fila
      *          NOTIFQ.DAT gravada no dia pelo NOTIFICA (lembretes do
      *          FINAVISO, cartas do FINCOB/FINVARRE, termos do
      *          TERMOQUIT), numera cada aviso pela serie NOTIF de
      *          NUMCTL.DAT e grava o arquivo do remetente
      *          (NOTIFREM.DAT) com header (data e sequencia, serie
      *          NOTIFREM) e trailer (quantidade). Cada aviso
      *          despachado vira ocorrencia 'E' no OCORR.DAT, na
      *          mesma historia das cartas de papel. A fila e
      *          esvaziada ao fim; o que o remetente devolver
      *          (entregue, devolvido, opt-out) volta pelo FINNOTR.
      *          Roda como passo do JOBNOTURNO depois dos que
      *          enfileiram.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINNOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-NOTIFQ         ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFQ.
           SELECT FD-NOTIFREM       ASSIGN TO "NOTIFREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFREM.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OCORR.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-NOTIFQ.
       01  FD-NOTIFQ-REC.
           COPY NOTIFQREC.

      *  Arquivo do remetente: o mesmo leiaute da fila, ja numerado.
       FD  FD-NOTIFREM.
       01  FD-NOTIFREM-REC.
           COPY NOTIFQREC REPLACING LEADING ==NQ-== BY ==NV-==.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-NOTIFQ        PIC X(02) VALUE '00'.
           03 WS-FS-NOTIFREM      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINNOTE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

         01 WS-FIM-NOTIFQ           PIC X(01) VALUE 'N'.
             88 WS-EOF-NOTIFQ               VALUE 'S'.
         01 WS-FILA-ABERTA          PIC X(01) VALUE 'N'.
             88 WS-HA-FILA                  VALUE 'S'.

         01 WS-SERIE                PIC X(10).
         01 WS-NUMERO-OBTIDO        PIC 9(10).

         01 WS-TOTAIS.
           03 WS-QTD-AVISOS         PIC 9(06) VALUE ZEROS.
           03 WS-QTD-EMAIL          PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SMS            PIC 9(06) VALUE ZEROS.

         01 WS-REM-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(08) VALUE 'NOTIFREM'.
           03 WS-RH-DATA-GERACAO    PIC 9(08).
           03 WS-RH-SEQ-ARQUIVO     PIC 9(06).

         01 WS-REM-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-RT-QTD-DETALHES    PIC 9(06).

         01 WS-TEXTO-OCORR.
           03 WS-TO-CANAL           PIC X(07).
           03 WS-TO-TIPO            PIC X(10).
           03 WS-TO-MENSAGEM        PIC X(43).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           OPEN INPUT FD-NOTIFQ
           MOVE WS-FS-NOTIFQ TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
      *        Dia sem aviso eletronico nao e erro; o remetente
      *        recebe o arquivo vazio (header e trailer).
               DISPLAY 'FINNOTE: NOTIFQ.DAT NAO EXISTE - NENHUM AVISO '
                       'NA FILA.'
           ELSE
               SET WS-HA-FILA TO TRUE
           END-IF

           PERFORM ABRE-ARQUIVOS
           IF RETURN-CODE = ZERO
               OPEN OUTPUT FD-NOTIFREM
               PERFORM GRAVA-HEADER-REMESSA
               IF WS-HA-FILA
                   PERFORM UNTIL WS-EOF-NOTIFQ
                       READ FD-NOTIFQ
                           AT END
                               SET WS-EOF-NOTIFQ TO TRUE
                           NOT AT END
                               IF NQ-REG-DETALHE
                                   PERFORM DESPACHA-AVISO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM GRAVA-TRAILER-REMESSA
               CLOSE FD-NOTIFREM
               CLOSE FD-OCORR
               CLOSE FD-NUMCTL
           END-IF

           IF WS-HA-FILA
               CLOSE FD-NOTIFQ
      *        Fila despachada e esvaziada; passo que falhou deixa a
      *        fila como estava para a retomada da noite.
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT FD-NOTIFQ
                   CLOSE FD-NOTIFQ
               END-IF
           END-IF

           DISPLAY 'FINNOTE: ' WS-QTD-AVISOS ' AVISO(S) DESPACHADO(S) '
                   'AO REMETENTE (' WS-QTD-EMAIL ' E-MAIL, '
                   WS-QTD-SMS ' SMS).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
               CLOSE FD-OCORR
               OPEN I-O FD-OCORR
           END-IF
           MOVE WS-FS-OCORR TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINNOTE: OCORR.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O FD-NUMCTL
               IF WS-FS-NUMCTL = '35'
                   OPEN OUTPUT FD-NUMCTL
                   CLOSE FD-NUMCTL
                   OPEN I-O FD-NUMCTL
               END-IF
           END-IF
           .

       GRAVA-HEADER-REMESSA.
           MOVE 'NOTIFREM' TO WS-SERIE
           PERFORM OBTEM-NUMERO
           MOVE WS-DATA-MOVIMENTO TO WS-RH-DATA-GERACAO
           MOVE WS-NUMERO-OBTIDO  TO WS-RH-SEQ-ARQUIVO
           WRITE FD-NOTIFREM-REC FROM WS-REM-HEADER
           .

       GRAVA-TRAILER-REMESSA.
           MOVE WS-QTD-AVISOS TO WS-RT-QTD-DETALHES
           WRITE FD-NOTIFREM-REC FROM WS-REM-TRAILER
           .

       DESPACHA-AVISO.
           MOVE 'NOTIF' TO WS-SERIE
           PERFORM OBTEM-NUMERO
           MOVE FD-NOTIFQ-REC    TO FD-NOTIFREM-REC
           MOVE WS-NUMERO-OBTIDO TO NV-NUM-AVISO
           WRITE FD-NOTIFREM-REC

           ADD 1 TO WS-QTD-AVISOS
           IF NQ-CANAL-SMS
               ADD 1 TO WS-QTD-SMS
           ELSE
               ADD 1 TO WS-QTD-EMAIL
           END-IF
           PERFORM GRAVA-OCORRENCIA-AVISO
           .

       OBTEM-NUMERO.
      *    Series NOTIF (aviso) e NOTIFREM (arquivo) de NUMCTL.DAT,
      *    mesmo le-usa-incrementa do OCORMNT.
           MOVE WS-SERIE TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE WS-SERIE TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUMERO-OBTIDO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       GRAVA-OCORRENCIA-AVISO.
      *    Aviso despachado vira ocorrencia tipo 'E' no log de
      *    contatos do cliente, como a carta do FINCOB vira 'C'.
           MOVE 'OCORR' TO WS-SERIE
           PERFORM OBTEM-NUMERO
           MOVE WS-NUMERO-OBTIDO TO OC-NUM-OCORR

           IF NQ-CANAL-SMS
               MOVE 'SMS'    TO WS-TO-CANAL
           ELSE
               MOVE 'E-MAIL' TO WS-TO-CANAL
           END-IF
           EVALUATE NQ-TIPO-AVISO
               WHEN 'L'
                   MOVE 'LEMBRETE'  TO WS-TO-TIPO
               WHEN 'C'
                   MOVE 'COBRANCA'  TO WS-TO-TIPO
               WHEN 'Q'
                   MOVE 'QUITACAO'  TO WS-TO-TIPO
               WHEN OTHER
                   MOVE 'AVISO'     TO WS-TO-TIPO
           END-EVALUATE
           MOVE NQ-MENSAGEM TO WS-TO-MENSAGEM

           MOVE NQ-COD-CLIENTE    TO OC-COD-CLIENTE
           MOVE NQ-NUM-CONTRATO   TO OC-NUM-CONTRATO
           MOVE 'E'               TO OC-TIPO
           MOVE WS-TEXTO-OCORR    TO OC-TEXTO
           MOVE WS-DATA-MOVIMENTO TO OC-DATA
           ACCEPT OC-HORA FROM TIME
           MOVE NQ-PROGRAMA       TO OC-OPERADOR
           WRITE FD-OCORR-REC
           .

       END PROGRAM FINNOTE.
