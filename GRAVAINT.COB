      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: DIARIO DE INTERFACES: chamado por todo programa que
      *          consome um arquivo recebido de fora (RETORNO, DEBRET,
      *          EXTRBCO, BURRESP) ou gera um arquivo para fora
      *          (REMESSA, DEBREM, NEGINC/NEGEXC, CONTABIL, SINENV,
      *          exportacao de cessao, REGPOS), e pelo INTFMNT/REMPROT
      *          na confirmacao de envio. Acrescenta uma linha em
      *          INTFLOG.DAT com o evento, a data de movimento, a
      *          data/hora real, contagem e total de controle e, se o
      *          arquivo tem trailer, o que ele declarava - com o
      *          veredicto da comparacao devolvido a quem chamou.
      *          Na noite de ensaio (ENSAIO) nao grava nada.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL, como
      *           os demais subprogramas)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-INTFLOG        ASSIGN TO "INTFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTFLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-INTFLOG.
       01  FD-INTFLOG-REC.
           COPY INTFLOGREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-INTFLOG           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.

       LINKAGE SECTION.
         COPY GRAVAINTPARM.

       PROCEDURE DIVISION USING IN-PARM-EVENTO IN-PARM-INTERFACE
                                 IN-PARM-ARQUIVO IN-PARM-QTD
                                 IN-PARM-VALOR IN-PARM-TRAILER
                                 IN-PARM-QTD-TRAILER
                                 IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                                 IN-PARM-USUARIO IN-PARM-TOTAIS.
       MAIN-PROCEDURE.
      *    Noite de ensaio: o log de interfaces nao e tocado.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               GOBACK
           END-IF

           OPEN EXTEND FD-INTFLOG
           MOVE WS-FS-INTFLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-INTFLOG
               CLOSE FD-INTFLOG
               OPEN EXTEND FD-INTFLOG
           END-IF

           MOVE SPACES TO FD-INTFLOG-REC
           MOVE IN-PARM-INTERFACE TO IG-COD-INTERFACE
           MOVE IN-PARM-ARQUIVO   TO IG-NOME-ARQUIVO
           MOVE IN-PARM-EVENTO    TO IG-EVENTO
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO IG-DATA-MOVIMENTO
           ACCEPT IG-DATA FROM DATE YYYYMMDD
           ACCEPT IG-HORA FROM TIME
           MOVE IN-PARM-QTD       TO IG-QTD-REGISTROS
           MOVE IN-PARM-VALOR     TO IG-VR-CONTROLE
           MOVE IN-PARM-PROGRAMA  TO IG-PROGRAMA
           MOVE IN-PARM-USUARIO   TO IG-USUARIO

      *    Sem trailer nao ha o que conferir; com trailer, contagem
      *    e total do detalhe tem de bater com o declarado.
           IF IN-PARM-COM-TRAILER
               MOVE IN-PARM-QTD-TRAILER TO IG-QTD-TRAILER
               MOVE IN-PARM-VR-TRAILER  TO IG-VR-TRAILER
               IF IN-PARM-QTD-TRAILER = IN-PARM-QTD
                   AND IN-PARM-VR-TRAILER = IN-PARM-VALOR
                   SET IG-TOTAIS-CONFEREM TO TRUE
               ELSE
                   SET IG-TOTAIS-DIVERGEM TO TRUE
               END-IF
           ELSE
               MOVE ZEROS TO IG-QTD-TRAILER IG-VR-TRAILER
               SET IG-SEM-TRAILER TO TRUE
           END-IF
           MOVE IG-TOTAIS TO IN-PARM-TOTAIS

           WRITE FD-INTFLOG-REC
           CLOSE FD-INTFLOG
           GOBACK.

       END PROGRAM GRAVAINT.
