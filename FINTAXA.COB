      *          contrato cai na menor faixa cujo TX-PRAZO-ATE cobre
      *          o prazo pedido. Quem consome e o FINAN2, que valida
      *          e sugere a taxa da tabela na criacao do contrato.
      *          As linhas de TAXALOG.DAT saem seladas pelo SELALOG
      *          (sequencia e valor encadeado).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-TAXALOG       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.

         COPY SELALOGPARM.
         01 WS-USUARIO              PIC X(08) VALUE SPACES.

         01 WS-TRANSACAO            PIC X(01).
           MOVE WS-TAXA-ANTES TO TL-TAXA-ANTES
           MOVE TX-TAXA-JUROS TO TL-TAXA-DEPOIS
           MOVE ZEROS         TO TL-NUM-CONTRATO
           MOVE 'TAXALOG' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-TAXALOG-REC
           WRITE FD-TAXALOG-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-TAXALOG-REC
           CLOSE FD-TAXALOG
           .

