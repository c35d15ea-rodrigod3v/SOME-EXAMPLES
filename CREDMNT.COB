      *          A devolucao e funcao de supervisor (dinheiro sai do
      *          caixa) e gera movimento 'D' em CREDMOV.DAT mais o
      *          lancamento contabil via MOVDIA ('D': credores
      *          diversos contra caixa). Cliente com ordem judicial
      *          ativa que suspende a devolucao (ORDJCHK) nao recebe:
      *          o saldo fica retido a disposicao do juizo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY ORDJCHKPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'CREDMNT'.
         01 WS-DATA-HOJE            PIC 9(08).
                   INVALID KEY
                       DISPLAY 'CLIENTE SEM REGISTRO DE CREDITO.'
                   NOT INVALID KEY
                       PERFORM VERIFICA-ORDEM-JUDICIAL
                       IF JD-RETIDO
                           DISPLAY 'DEVOLUCAO SUSPENSA: ' JD-MOTIVO
                           DISPLAY 'SALDO DE CREDITO RETIDO A '
                                   'DISPOSICAO DO JUIZO.'
                       ELSE
                           PERFORM EFETIVA-DEVOLUCAO
                       END-IF
               END-READ
               CLOSE FD-CREDCLI
           END-IF
           .

       VERIFICA-ORDEM-JUDICIAL.
      *    Ordem sobre qualquer contrato do cliente segura o credito
      *    dele inteiro (contrato zeros na consulta).
           MOVE WS-COD-CLIENTE TO JD-COD-CLIENTE
           MOVE ZEROS          TO JD-NUM-CONTRATO
           MOVE 'D'            TO JD-ESCOPO
           MOVE WS-PROGRAMA    TO JD-PROGRAMA
           CALL 'ORDJCHK' USING JD-COD-CLIENTE JD-NUM-CONTRATO
                                JD-ESCOPO JD-PROGRAMA JD-RESULTADO
                                JD-NUM-ORDEM JD-TIPO-ORDEM JD-MOTIVO
           .

       EFETIVA-DEVOLUCAO.
           IF CL-SALDO-CREDITO = ZEROS
               DISPLAY 'CLIENTE SEM SALDO DE CREDITO A DEVOLVER.'
