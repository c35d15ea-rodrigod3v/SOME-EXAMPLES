      *          Opcao 1 gera o arquivo de consulta (BURCONS.DAT, um
      *          registro por cliente ativo com CPF/CNPJ) para todo
      *          cliente sem resposta ou com resposta mais velha que
      *          a validade do parametro BUREAU-DIAS do PARAM.DAT
      *          (padrao 90 dias);
      *          opcao 2 posta o arquivo de resposta do bureau
      *          (BURRESP.DAT: cliente, restricao S/N, data) nos
      *          campos FD-BUREAU-* do CADPF.DAT. O FINAN2 exige na
      *          entrada de contrato resposta vigente sem restricao
      *          (ou alcada de supervisor). Os dois arquivos vao para
      *          o diario de interfaces (GRAVAINT); sem valor em
      *          dinheiro, o total de controle e a soma dos codigos
      *          de cliente (hash).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FD-BURRESP        ASSIGN TO "BURRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BURRESP.
      *    Toda gravacao no cadastro e auditada (AUDITCAD.DAT),
      *    como no CADPF/CADMERGE - a resposta do bureau gate
      *    contrato novo e precisa de trilha.
           03 BR-RESTRICAO          PIC X(01).
           03 BR-DATA-RESPOSTA      PIC 9(08).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-BURCONS       PIC X(02) VALUE '00'.
           03 WS-FS-BURRESP       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY GRAVAINTPARM.
         COPY PARAMGETPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINBURC'.
         01 WS-FS-AUDITORIA         PIC X(02) VALUE '00'.
           GOBACK.

       CARREGA-VALIDADE.
      *    Dias de validade da resposta do bureau em vigor na data
      *    de movimento (mestre de parametros, padrao 90).
           MOVE 'BUREAU-DIAS' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-DIAS-VALIDADE
           END-IF
           .

       GERA-CONSULTAS.
               DISPLAY 'FINBURC: ' FS-MENSAGEM
           ELSE
               OPEN OUTPUT FD-BURCONS
               MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
               PERFORM UNTIL WS-EOF-CADASTRO
                   READ FD-CADASTRO NEXT RECORD
                       AT END
               END-PERFORM
               CLOSE FD-BURCONS
               CLOSE FD-CADASTRO
               MOVE 'G'           TO IN-PARM-EVENTO
               MOVE 'BURCONS'     TO IN-PARM-INTERFACE
               MOVE 'BURCONS.DAT' TO IN-PARM-ARQUIVO
               PERFORM REGISTRA-INTERFACE
           END-IF
           DISPLAY 'FINBURC: ' WS-QTD-CONSULTAS ' CONSULTA(S) '
                   'GERADA(S) EM BURCONS.DAT.'
           MOVE WS-DATA-HOJE       TO BQ-DATA-GERACAO
           WRITE FD-BURCONS-REC
           ADD 1 TO WS-QTD-CONSULTAS
           ADD 1 TO IN-PARM-QTD
           ADD FD-CAD-COD-CLIENTE TO IN-PARM-VALOR
           .

       POSTA-RESPOSTAS.
                       'RESPOSTA DO BUREAU A POSTAR.'
           ELSE
               OPEN I-O FD-CADASTRO
               MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
               PERFORM UNTIL WS-EOF-BURRESP
                   READ FD-BURRESP
                       AT END
                           SET WS-EOF-BURRESP TO TRUE
                       NOT AT END
                           ADD 1 TO IN-PARM-QTD
                           IF BR-COD-CLIENTE IS NUMERIC
                               ADD BR-COD-CLIENTE TO IN-PARM-VALOR
                           END-IF
                           PERFORM POSTA-UMA-RESPOSTA
                   END-READ
               END-PERFORM
               CLOSE FD-CADASTRO
               CLOSE FD-BURRESP
               MOVE 'R'           TO IN-PARM-EVENTO
               MOVE 'BURRESP'     TO IN-PARM-INTERFACE
               MOVE 'BURRESP.DAT' TO IN-PARM-ARQUIVO
               PERFORM REGISTRA-INTERFACE
           END-IF
           DISPLAY 'FINBURC: ' WS-QTD-POSTADAS ' RESPOSTA(S) '
                   'POSTADA(S), ' WS-QTD-EXCECOES ' EXCECAO(OES).'
           .

       REGISTRA-INTERFACE.
      *    Nem a consulta nem a resposta do bureau tem trailer.
           MOVE 'N'         TO IN-PARM-TRAILER
           MOVE ZEROS       TO IN-PARM-QTD-TRAILER IN-PARM-VR-TRAILER
           MOVE WS-PROGRAMA TO IN-PARM-PROGRAMA
           MOVE SN-USUARIO  TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       POSTA-UMA-RESPOSTA.
           IF BR-COD-CLIENTE NOT NUMERIC
               OR (BR-RESTRICAO NOT = 'S' AND BR-RESTRICAO NOT = 'N')
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

