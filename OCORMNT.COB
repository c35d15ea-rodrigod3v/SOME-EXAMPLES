         01 WS-OPCAO                PIC 9.
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NUM-CONTRATO         PIC 9(08).
      *  Reclamacao nao e mais nota solta: abre caso com protocolo
      *  no RECLMNT, que grava sozinho a ocorrencia 'R' daqui.
         01 WS-TIPO                 PIC X(01).
             88 WS-TIPO-VALIDO              VALUE 'T' 'B'.
         01 WS-TEXTO                PIC X(60).
         01 WS-NUM-OCORR            PIC 9(08).
         01 WS-CONTRATO-CRITICA     PIC X(01).
           END-IF

           IF WS-CONTRATO-ACEITO
               DISPLAY 'TIPO: (T)ELEFONE (B)ALCAO  - RECLAMACAO SE '
                       'ABRE NO MENU RECLAMACOES (PROTOCOLO) : '
               PERFORM WITH TEST AFTER UNTIL WS-TIPO-VALIDO
                   ACCEPT WS-TIPO
                   IF WS-TIPO = 't' MOVE 'T' TO WS-TIPO END-IF
                   IF WS-TIPO = 'b' MOVE 'B' TO WS-TIPO END-IF
                   IF NOT WS-TIPO-VALIDO
                       DISPLAY 'TIPO INVALIDO. NOVAMENTE : '
                   END-IF
