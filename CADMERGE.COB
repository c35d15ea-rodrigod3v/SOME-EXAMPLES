           03 WS-FS-AUDITORIA     PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY SIGNONPARM.
         01 WS-PROGRAMA-SIGNON      PIC X(08) VALUE 'CADMERGE'.
         COPY AUDITFINPARM.
           MOVE WS-COD-DUPLICADO     TO AU-COD-CLIENTE
           MOVE WS-IMAGEM-DUPLICADO  TO AU-IMAGEM-ANTES
           MOVE SPACES               TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC

           MOVE 'C'                  TO AU-OPERACAO
           MOVE WS-COD-SOBREVIVENTE  TO AU-COD-CLIENTE
           MOVE WS-IMAGEM-SOBREV     TO AU-IMAGEM-ANTES
           MOVE WS-IMAGEM-SOBREV     TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC

           CLOSE FD-AUDITORIA
           .
