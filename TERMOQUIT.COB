      *          bloco de endereco das etiquetas do CADETQ). Grava em
      *          EXTEND (QUITACAO.PRT) para os termos emitidos no
      *          mesmo dia por programas diferentes - FINRET, FINAN2,
      *          FINQUIT - nao se sobrescreverem. Contrato PORTADO
      *          (PORTMNT) sai com a transferencia: a instituicao que
      *          pagou o saldo e o contrato dela, lidos do pedido
      *          efetivado em PORTAB.DAT. Cliente com e-mail ou
      *          celular autorizado (CONTATO.DAT) recebe tambem o
      *          aviso da quitacao por eles (fila do NOTIFICA).
      *          Na noite de ensaio (ENSAIO) nada e impresso nem
      *          enfileirado; o termo so entra na lista de mudancas
      *          previstas. O termo impresso fica tambem no arquivo
      *          de documentos do cliente (DOCARQ), para a 2a via
      *          pelo DOCREPR.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL, como
      *           os demais subprogramas - ver PAGTOSTAT.COB)
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-PORTAB         ASSIGN TO "PORTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUM-PORTAB
               ALTERNATE RECORD KEY IS PO-NUM-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PORTAB.
           SELECT FD-TERMO          ASSIGN TO "QUITACAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PORTAB.
       01  FD-PORTAB-REC.
           COPY PORTREC.

       FD  FD-TERMO.
       01  FD-TERMO-REG             PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-FS-CADASTRO          PIC X(02) VALUE '00'.
         01 WS-FS-TERMO             PIC X(02) VALUE '00'.
         01 WS-FS-PORTAB            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.
         COPY NOTIFPARM.
         COPY ENSAIOPARM.
         COPY DOCARQPARM.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-FIM-PORTAB           PIC X(01).
             88 WS-EOF-PORTAB               VALUE 'S'.
         01 WS-PORTADO              PIC X(01).
             88 WS-CONTRATO-PORTADO         VALUE 'S'.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(30)
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-LE-CEP-2           PIC X(03).

         01 WS-LINHA-PORTAB-1.
           03 FILLER                PIC X(39)
                   VALUE 'QUITADO POR PORTABILIDADE DE CREDITO A '.
           03 WS-LP-BANCO           PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-NOME            PIC X(30).

         01 WS-LINHA-PORTAB-2.
           03 FILLER                PIC X(05) VALUE 'CNPJ '.
           03 WS-LP-CNPJ            PIC 9(14).
           03 FILLER                PIC X(14) VALUE '  CONTRATO NA '.
           03 FILLER                PIC X(13) VALUE 'INSTITUICAO: '.
           03 WS-LP-CONTRATO        PIC X(20).

         01 WS-MENSAGEM-AVISO.
           03 FILLER                PIC X(11) VALUE 'QUITADO EM '.
           03 WS-MA-DATA            PIC 9(08).
           03 FILLER                PIC X(12) VALUE ' - CONTRATO '.
           03 WS-MA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(34)
                   VALUE ' - TERMO DE QUITACAO A DISPOSICAO.'.

       LINKAGE SECTION.
         COPY TERMOPARM.

       PROCEDURE DIVISION USING TQ-NUM-CONTRATO TQ-COD-CLIENTE.
       MAIN-PROCEDURE.
      *    Noite de ensaio: o termo nao e impresso nem o aviso
      *    enfileirado; fica so a previsao de que sairia.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               MOVE SPACES          TO EP-REGISTRO
               MOVE 'TERMOQUT'      TO EP-PASSO
               MOVE 'L'             TO EP-TIPO
               MOVE TQ-NUM-CONTRATO TO EP-NUM-CONTRATO
               MOVE ZEROS           TO EP-NUM-PARCELA EP-VALOR
               MOVE TQ-COD-CLIENTE  TO EP-COD-CLIENTE
               MOVE 'TERMO'         TO EP-CAMPO
               MOVE 'TERMO DE QUITACAO IMPRESSO' TO EP-DESCRICAO
               MOVE 'G' TO EP-FUNCAO
               CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
               GOBACK
           END-IF

      *    Data de movimento (DATAMOV): o termo sai com a mesma data
      *    do movimento que quitou o contrato, mesmo depois da
      *    meia-noite.
               OPEN EXTEND FD-TERMO
           END-IF

           MOVE 'TERMO'    TO DQ-TIPO
           MOVE 'TERMO DE QUITACAO' TO DQ-TITULO
           MOVE TQ-NUM-CONTRATO TO DQ-NUM-CONTRATO
           MOVE TQ-COD-CLIENTE TO DQ-COD-CLIENTE
           MOVE 'TERMOQUT' TO DQ-PROGRAMA
           MOVE 'A' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           MOVE WS-DATA-HOJE TO WS-LT-DATA
           MOVE WS-LINHA-TITULO TO FD-TERMO-REG
           PERFORM GRAVA-LINHA-TERMO
           MOVE WS-LINHA-NOME TO FD-TERMO-REG
           PERFORM GRAVA-LINHA-TERMO
           MOVE WS-LINHA-ENDERECO TO FD-TERMO-REG
           PERFORM GRAVA-LINHA-TERMO
           MOVE WS-LINHA-CIDADE TO FD-TERMO-REG
           PERFORM GRAVA-LINHA-TERMO
           MOVE TQ-NUM-CONTRATO TO WS-LC-CONTRATO
           MOVE WS-LINHA-CONTRATO TO FD-TERMO-REG
           PERFORM GRAVA-LINHA-TERMO
           PERFORM BUSCA-PORTABILIDADE-TERMO
           IF WS-CONTRATO-PORTADO
               MOVE WS-LINHA-PORTAB-1 TO FD-TERMO-REG
               PERFORM GRAVA-LINHA-TERMO
               MOVE WS-LINHA-PORTAB-2 TO FD-TERMO-REG
               PERFORM GRAVA-LINHA-TERMO
           END-IF
           MOVE SPACES TO FD-TERMO-REG
           PERFORM GRAVA-LINHA-TERMO
           MOVE 'F' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC

           CLOSE FD-TERMO

           PERFORM ENFILEIRA-AVISO-QUITACAO
           GOBACK.

       GRAVA-LINHA-TERMO.
      *    Cada linha impressa vai tambem para o arquivo de
      *    documentos do cliente (DOCARQ).
           WRITE FD-TERMO-REG
           MOVE FD-TERMO-REG TO DQ-LINHA
           MOVE 'L' TO DQ-FUNCAO
           CALL 'DOCARQ' USING DQ-FUNCAO DQ-TIPO DQ-TITULO
                               DQ-NUM-CONTRATO DQ-COD-CLIENTE
                               DQ-PROGRAMA DQ-LINHA DQ-NUM-DOC
           .

       ENFILEIRA-AVISO-QUITACAO.
           MOVE 'E'             TO NE-FUNCAO
           MOVE TQ-COD-CLIENTE  TO NE-COD-CLIENTE
           MOVE TQ-NUM-CONTRATO TO NE-NUM-CONTRATO
           MOVE 'Q'             TO NE-TIPO-AVISO
           MOVE 'TERMOQUI'      TO NE-PROGRAMA
           MOVE WS-DATA-HOJE    TO WS-MA-DATA
           MOVE TQ-NUM-CONTRATO TO WS-MA-CONTRATO
           MOVE WS-MENSAGEM-AVISO TO NE-MENSAGEM
           CALL 'NOTIFICA' USING NE-FUNCAO NE-COD-CLIENTE
                                 NE-NUM-CONTRATO NE-TIPO-AVISO
                                 NE-PROGRAMA NE-MENSAGEM
                                 NE-RESULTADO
           .

       BUSCA-CLIENTE-TERMO.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
           CLOSE FD-CADASTRO
           .

       BUSCA-PORTABILIDADE-TERMO.
      *    Pedido de portabilidade de saida ja efetivado para o
      *    contrato: o termo registra para quem o saldo foi
      *    transferido. Sem PORTAB.DAT o termo sai como sempre.
           MOVE 'N' TO WS-PORTADO
           OPEN INPUT FD-PORTAB
           IF WS-FS-PORTAB = '00'
               MOVE 'N' TO WS-FIM-PORTAB
               MOVE TQ-NUM-CONTRATO TO PO-NUM-CONTRATO
               START FD-PORTAB KEY = PO-NUM-CONTRATO
                   INVALID KEY
                       SET WS-EOF-PORTAB TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-PORTAB
                   READ FD-PORTAB NEXT RECORD
                       AT END
                           SET WS-EOF-PORTAB TO TRUE
                       NOT AT END
                           IF PO-NUM-CONTRATO NOT = TQ-NUM-CONTRATO
                               SET WS-EOF-PORTAB TO TRUE
                           ELSE
                               PERFORM CARREGA-LINHAS-PORTAB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PORTAB
           END-IF
           .

       CARREGA-LINHAS-PORTAB.
           IF PO-SAIDA AND PO-EFETIVADO
               SET WS-CONTRATO-PORTADO TO TRUE
               MOVE PO-BANCO-IF    TO WS-LP-BANCO
               MOVE PO-NOME-IF     TO WS-LP-NOME
               MOVE PO-CNPJ-IF     TO WS-LP-CNPJ
               MOVE PO-CONTRATO-IF TO WS-LP-CONTRATO
           END-IF
           .

       END PROGRAM TERMOQUIT.
