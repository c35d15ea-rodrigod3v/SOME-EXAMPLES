      *          assim que quita, e ninguem e baixado sem ter sido
      *          enviado, porque a exclusao so nasce de um registro
      *          'I' do proprio controle. Par do FINNEGI (inclusao).
      *          O arquivo gerado vai para o diario de interfaces
      *          (GRAVAINT); sem valor, o total de controle e a soma
      *          dos numeros de contrato (hash).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-EXCLUSAO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY GRAVAINTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINNEGE'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
                   OPEN INPUT FD-CADASTRO
               END-IF
               OPEN OUTPUT FD-EXCLUSAO
               MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR

               PERFORM UNTIL WS-EOF-NEGCTL
                   READ FD-NEGCTL NEXT RECORD
               CLOSE FD-CADASTRO
               CLOSE FD-EXCLUSAO
               CLOSE FD-NEGCTL
               MOVE 'NEGEXC'     TO IN-PARM-INTERFACE
               MOVE 'NEGEXC.DAT' TO IN-PARM-ARQUIVO
               PERFORM REGISTRA-INTERFACE
               END-IF
           END-IF

           END-PERFORM
           .

       REGISTRA-INTERFACE.
      *    Arquivo sem trailer: vai contagem e total de controle.
           MOVE 'G'          TO IN-PARM-EVENTO
           MOVE 'N'          TO IN-PARM-TRAILER
           MOVE ZEROS        TO IN-PARM-QTD-TRAILER IN-PARM-VR-TRAILER
           MOVE WS-JOB-NOME  TO IN-PARM-PROGRAMA
           MOVE SPACES       TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       GRAVA-EXCLUSAO.
           MOVE NT-NUM-CONTRATO TO NG-NUM-CONTRATO
           IF WS-FS-CONTRATO = '00'
           MOVE ZEROS        TO NG-VALOR-ATRASO
           MOVE WS-DATA-HOJE TO NG-DATA-MOVIMENTO
           WRITE FD-EXCLUSAO-REC
           ADD 1 TO IN-PARM-QTD
           ADD NT-NUM-CONTRATO TO IN-PARM-VALOR
           .

       BUSCA-DOCUMENTO.
