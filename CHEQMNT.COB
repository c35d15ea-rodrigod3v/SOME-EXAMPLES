           03 WS-FS-AUDITORIA     PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY PAGTOSTATPARM.
         01 WS-SEQ-ESCOLHIDO        PIC 9(08).
         01 WS-COD-BANCO            PIC 9(03).
         01 WS-NUM-CHEQUE           PIC X(10).
         01 WS-VR-CHEQUE            PIC 9(07)V99.
         01 WS-BOM-PARA             PIC 9(08).
         01 WS-BOM-PARA-R REDEFINES WS-BOM-PARA.
           03 WS-BP-AA              PIC 9(04).
           03 FILLER                PIC X(06) VALUE ' PARC '.
           03 WS-LC-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(07) VALUE ' VALOR '.
           03 WS-LC-VALOR           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(10) VALUE ' BOM PARA '.
           03 WS-LC-BOM-PARA        PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' SIT '.
                   MOVE FD-NUM-PARCELAS TO WS-QT-IND
               END-IF
           END-PERFORM
      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE
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

