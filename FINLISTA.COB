      *          prioridade. Contrato com promessa pendente, sinistro
      *          aberto, caso juridico ativo ou formalizacao pendente
      *          fica fora, pelas mesmas regras do FINCOB. Imprime a
      *          lista por cobrador em LISTACOB.PRT. Cada item leva a
      *          data da ultima ligacao do cliente na URA sobre o
      *          contrato (ocorrencia 'U' gravada pelo FINURAR); a
      *          promessa feita na URA ja fica em PROMESSA.DAT e
      *          tira o contrato da lista como a do PROMMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LS-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-LISTA.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OCORR.
           SELECT FD-RELATO         ASSIGN TO "LISTACOB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.
       01  FD-LISTA-REC.
           COPY LISTREC.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(100).

           03 WS-FS-JURCASO       PIC X(02) VALUE '00'.
           03 WS-FS-OPERADOR      PIC X(02) VALUE '00'.
           03 WS-FS-LISTA         PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
             88 WS-EOF-OPERADOR             VALUE 'S'.
         01 WS-FIM-LISTA            PIC X(01) VALUE 'N'.
             88 WS-EOF-LISTA                VALUE 'S'.
         01 WS-FIM-OCORR            PIC X(01).
             88 WS-FIM-DAS-OCORR            VALUE 'S'.

      *  Cobradores ativos carregados do mestre de operadores, com o
      *  contador de itens ja atribuidos para o rateio equilibrado.
               05 WS-IT-QTD-ABERTAS   PIC 9(03).
               05 WS-IT-VR-ATRASADO   PIC 9(09)V99.
               05 WS-IT-ATRIBUIDO     PIC X(01).
               05 WS-IT-DATA-URA      PIC 9(08).
         01 WS-IT-IDX               PIC 9(04).
         01 WS-IT-MAIOR             PIC 9(04).
         01 WS-LISTA-CHEIA          PIC X(01) VALUE 'N'.
           03 FILLER                PIC X(06) VALUE ' PARC '.
           03 WS-LI-QTD             PIC ZZ9.
           03 FILLER                PIC X(05) VALUE ' ATR '.
           03 WS-LI-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE ' URA '.
           03 WS-LI-DATA-URA        PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE FD-FORMCTL
           CLOSE FD-SINISTRO
           CLOSE FD-JURCASO
           CLOSE FD-OCORR
           CLOSE FD-LISTA

           IF WS-TABELA-ESTOUROU
               OPEN INPUT FD-JURCASO
           END-IF

           OPEN INPUT FD-OCORR
           IF WS-FS-OCORR = '35'
               OPEN OUTPUT FD-OCORR
               CLOSE FD-OCORR
               OPEN INPUT FD-OCORR
           END-IF

           OPEN I-O FD-LISTA
           IF WS-FS-LISTA = '35'
               OPEN OUTPUT FD-LISTA
               MOVE WS-AP-VR-ATRASADO
                   TO WS-IT-VR-ATRASADO(WS-IT-IDX)
               MOVE 'N' TO WS-IT-ATRIBUIDO(WS-IT-IDX)
               PERFORM BUSCA-ULTIMA-URA
           ELSE
               SET WS-TABELA-ESTOUROU TO TRUE
           END-IF
           .

       BUSCA-ULTIMA-URA.
      *    Ligacao mais recente do cliente na URA sobre este
      *    contrato, pelo caminho por cliente do OCORR.DAT.
           MOVE ZEROS TO WS-IT-DATA-URA(WS-IT-IDX)
           MOVE 'N'   TO WS-FIM-OCORR
           MOVE FD-COD-CLIENTE TO OC-COD-CLIENTE
           START FD-OCORR KEY NOT < OC-COD-CLIENTE
               INVALID KEY
                   SET WS-FIM-DAS-OCORR TO TRUE
           END-START
           PERFORM UNTIL WS-FIM-DAS-OCORR
               READ FD-OCORR NEXT RECORD
                   AT END
                       SET WS-FIM-DAS-OCORR TO TRUE
                   NOT AT END
                       IF OC-COD-CLIENTE NOT = FD-COD-CLIENTE
                           SET WS-FIM-DAS-OCORR TO TRUE
                       ELSE
                           IF OC-URA
                               AND OC-NUM-CONTRATO = FD-NUM-CONTRATO
                               AND OC-DATA > WS-IT-DATA-URA(WS-IT-IDX)
                               MOVE OC-DATA
                                   TO WS-IT-DATA-URA(WS-IT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       BUSCA-TELEFONE-CLIENTE.
      *    Correspondencia devolvida (CORRMNT) sobe a prioridade:
      *    carta nao chega a esse cliente, o telefone e o unico
               TO LS-QTD-ABERTAS
           MOVE WS-IT-VR-ATRASADO(WS-IT-MAIOR)
               TO LS-VR-ATRASADO
           MOVE WS-IT-DATA-URA(WS-IT-MAIOR)   TO LS-DATA-ULT-URA
           MOVE SPACES TO LS-RESULTADO LS-OPER-RESULTADO
           MOVE ZEROS  TO LS-DATA-RESULTADO
           WRITE FD-LISTA-REC
           MOVE LS-TELEFONE    TO WS-LI-TELEFONE
           MOVE LS-QTD-ABERTAS TO WS-LI-QTD
           MOVE LS-VR-ATRASADO TO WS-LI-VALOR
           MOVE LS-DATA-ULT-URA TO WS-LI-DATA-URA
           WRITE FD-RELATO-REG FROM WS-LINHA-ITEM
           .

