      *          de venda, registrado quando o dinheiro entra,
      *          fecha contra a transitoria de cessao (MOVDIA 'U'):
      *          o saldo da transitoria e o desagio da venda.
      *          A exportacao gerada vai para o diario de interfaces
      *          (GRAVAINT), para a operacao confirmar o envio ao
      *          cessionario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY NOMEFMTPARM.
         COPY GRAVAINTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'CESSMNT'.
         01 WS-DATA-HOJE            PIC 9(08).
           MOVE WS-EXP-TRAILER TO FD-EXPORT-REG
           WRITE FD-EXPORT-REG
           CLOSE FD-EXPORT
           MOVE 'G'                TO IN-PARM-EVENTO
           MOVE 'CESSAO'           TO IN-PARM-INTERFACE
           MOVE WS-NOME-EXPORT     TO IN-PARM-ARQUIVO
           MOVE WS-QTD-CEDIDOS     TO IN-PARM-QTD IN-PARM-QTD-TRAILER
           MOVE WS-VR-TOTAL-CEDIDO TO IN-PARM-VALOR IN-PARM-VR-TRAILER
           MOVE 'S'                TO IN-PARM-TRAILER
           MOVE WS-PROGRAMA        TO IN-PARM-PROGRAMA
           MOVE SN-USUARIO         TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       AVALIA-CONTRATO-CESSAO.
