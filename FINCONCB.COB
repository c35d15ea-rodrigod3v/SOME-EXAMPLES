      *          levados adiante dia apos dia ate casarem; o
      *          relatorio do dia (CONCBCO.PRT) lista casados e
      *          pendentes dos dois lados. Roda da mesa (menu) ou
      *          como passo avulso apos o retorno. Deposito em
      *          dinheiro do caixa no extrato (tipo 'D') fica para o
      *          FINDEPC. A leitura do extrato vai para o diario de
      *          interfaces (GRAVAINT) com contagem e soma dos
      *          lancamentos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  FD-EXTRBCO.
       01  FD-EXTRBCO-REC.
           COPY EXTRBCOREC.

       FD  FD-TITULO.
       01  FD-TITULO-REC.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY GRAVAINTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINCONCB'.
         01 WS-DATA-MOVIMENTO       PIC 9(08).

       CARREGA-EXTRATO-DIA.
           MOVE 'N' TO WS-FIM-ARQ
           MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
           OPEN INPUT FD-EXTRBCO
           MOVE WS-FS-EXTRBCO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
                   AT END
                       SET WS-EOF-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO IN-PARM-QTD
                       IF EB-VALOR IS NUMERIC
                           ADD EB-VALOR TO IN-PARM-VALOR
                       END-IF
      *                Deposito em dinheiro do caixa nao e
      *                cobranca: quem o casa e o FINDEPC.
                       IF EB-VALOR IS NUMERIC AND EB-VALOR > ZEROS
                           AND NOT EB-DEPOSITO-DINHEIRO
                           AND WS-QTD-CREDITOS < 500
                           ADD 1 TO WS-QTD-CREDITOS
                           MOVE EB-COD-BANCO
           END-PERFORM
           IF WS-FS-EXTRBCO = '00' OR WS-FS-EXTRBCO = '10'
               CLOSE FD-EXTRBCO
      *        Extrato nao tem trailer.
               MOVE 'R'           TO IN-PARM-EVENTO
               MOVE 'EXTRBCO'     TO IN-PARM-INTERFACE
               MOVE 'EXTRBCO.DAT' TO IN-PARM-ARQUIVO
               MOVE 'N'           TO IN-PARM-TRAILER
               MOVE ZEROS         TO IN-PARM-QTD-TRAILER
                                     IN-PARM-VR-TRAILER
               MOVE WS-PROGRAMA   TO IN-PARM-PROGRAMA
               MOVE SN-USUARIO    TO IN-PARM-USUARIO
               CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                       IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                       IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                       IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                       IN-PARM-USUARIO IN-PARM-TOTAIS
           END-IF
           .

