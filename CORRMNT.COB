         01 WS-FS-CADASTRO          PIC X(02) VALUE '00'.
         01 WS-FS-AUDITORIA         PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.

               DISPLAY 'NIVEL DE CONSULTA NAO MARCA DEVOLUCAO.'
           ELSE
               DISPLAY 'QUAL MALA DIRETA VOLTOU (CARNE, COBRANCA, '
                       'AVISO, RECADAST, ETIQUETA...) : '
               PERFORM WITH TEST AFTER UNTIL WS-ORIGEM NOT = SPACES
                   ACCEPT WS-ORIGEM
                   IF WS-ORIGEM = SPACES
           MOVE FD-CAD-COD-CLIENTE  TO AU-COD-CLIENTE
           MOVE WS-IMAGEM-CAD-ANTES TO AU-IMAGEM-ANTES
           MOVE FD-CADASTRO-REC     TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           CLOSE FD-AUDITORIA
           .

