      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: TRIAGEM DE UM CLIENTE CONTRA AS LISTAS RESTRITIVAS
      *          (LISTAR.DAT - PEP E SANCOES, CARGA DO FINSANC):
      *          procura o CPF/CNPJ do cliente e o nome normalizado
      *          (NOMENORM) - no PJ a razao social e tambem o
      *          representante legal. Cada entrada de lista que bate
      *          e ainda nao foi apontada para o cliente vira uma
      *          ocorrencia pendente em COMPHIT.DAT; a que ja foi
      *          analisada no COMPLMNT (liberada ou confirmada) nao
      *          volta. Devolve o cliente bloqueado enquanto houver
      *          ocorrencia pendente ou sancao confirmada. Chamado
      *          pelo CADPF (inclusao/alteracao), pelo FINAN2
      *          (titular e avalista) e pela retriagem mensal
      *          (FINTRIAG), para as tres pontas aplicarem a mesma
      *          regra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LISTAR         ASSIGN TO "LISTAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CHAVE
               ALTERNATE RECORD KEY IS LR-CHAVE-DOCUMENTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LR-NOME-NORMALIZADO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-LISTAR.
           SELECT FD-COMPHIT        ASSIGN TO "COMPHIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-COMPHIT.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LISTAR.
       01  FD-LISTAR-REC.
           COPY LISTARREC.

       FD  FD-COMPHIT.
       01  FD-COMPHIT-REC.
           COPY COMPHITREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-LISTAR            PIC X(02) VALUE '00'.
         01 WS-FS-COMPHIT           PIC X(02) VALUE '00'.
         COPY DATAMOVPARM.
         COPY NOMENORMPARM.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-LISTA-CARREGADA      PIC X(01).
             88 WS-TEM-LISTA                VALUE 'S'.
         01 WS-FIM-LISTAR           PIC X(01).
             88 WS-EOF-LISTAR               VALUE 'S'.
         01 WS-FIM-COMPHIT          PIC X(01).
             88 WS-EOF-COMPHIT              VALUE 'S'.
         01 WS-JA-APONTADA          PIC X(01).
             88 WS-OCORRENCIA-EXISTE        VALUE 'S'.

         01 WS-DOC-CLIENTE.
           03 WS-DOC-TIPO-PESSOA    PIC X(01).
           03 WS-DOC-NUMERO         PIC 9(14).
         01 WS-NOME-CLIENTE         PIC X(60).
         01 WS-NOME-NORM-1          PIC X(60).
         01 WS-NOME-NORM-2          PIC X(60).
         01 WS-NOME-PROCURADO       PIC X(60).
         01 WS-CRITERIO             PIC X(01).
         01 WS-ULTIMA-SEQ           PIC 9(03).

       LINKAGE SECTION.
         01 FD-CADASTRO-REC.
           COPY CADPFREC.
         COPY TRIAGEMPARM.

       PROCEDURE DIVISION USING FD-CADASTRO-REC TG-ORIGEM
                                 TG-RESULTADO TG-QTD-NOVAS TG-PEP
                                 TG-MOTIVO.
       MAIN-PROCEDURE.
           SET TG-CLIENTE-LIBERADO TO TRUE
           MOVE ZEROS  TO TG-QTD-NOVAS
           MOVE 'N'    TO TG-PEP
           MOVE SPACES TO TG-MOTIVO

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           PERFORM MONTA-CHAVES-CLIENTE

           OPEN I-O FD-COMPHIT
           IF WS-FS-COMPHIT = '35'
               OPEN OUTPUT FD-COMPHIT
               CLOSE FD-COMPHIT
               OPEN I-O FD-COMPHIT
           END-IF

      *    Lista ainda nao carregada nao e erro do cliente: a
      *    triagem segue so com as ocorrencias ja apontadas.
           MOVE 'N' TO WS-LISTA-CARREGADA
           OPEN INPUT FD-LISTAR
           IF WS-FS-LISTAR = '00'
               SET WS-TEM-LISTA TO TRUE
           END-IF

           IF WS-TEM-LISTA
               IF WS-DOC-NUMERO > ZEROS
                   PERFORM PROCURA-DOCUMENTO
               END-IF
               IF WS-NOME-NORM-1 NOT = SPACES
                   MOVE WS-NOME-NORM-1 TO WS-NOME-PROCURADO
                   PERFORM PROCURA-NOME
               END-IF
               IF WS-NOME-NORM-2 NOT = SPACES
                   AND WS-NOME-NORM-2 NOT = WS-NOME-NORM-1
                   MOVE WS-NOME-NORM-2 TO WS-NOME-PROCURADO
                   PERFORM PROCURA-NOME
               END-IF
               CLOSE FD-LISTAR
           END-IF

           PERFORM AVALIA-SITUACAO-CLIENTE
           CLOSE FD-COMPHIT
           GOBACK.

       MONTA-CHAVES-CLIENTE.
      *    Documento pelo tipo de pessoa (o CPF e o CNPJ dividem o
      *    mesmo campo numerico na lista, o tipo desempata) e nomes
      *    normalizados: PF nome completo; PJ razao social e o
      *    representante legal, que responde pela empresa.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-NORM-1
                          WS-NOME-NORM-2
           IF FD-PESSOA-JURIDICA
               MOVE 'J'     TO WS-DOC-TIPO-PESSOA
               MOVE FD-CNPJ TO WS-DOC-NUMERO
               MOVE FD-RAZAO-SOCIAL TO NN-NOME-ENTRADA
               CALL 'NOMENORM' USING NN-NOME-ENTRADA NN-NOME-SAIDA
               MOVE NN-NOME-SAIDA TO WS-NOME-NORM-1
               MOVE FD-REPRESENTANTE-LEGAL TO NN-NOME-ENTRADA
               CALL 'NOMENORM' USING NN-NOME-ENTRADA NN-NOME-SAIDA
               MOVE NN-NOME-SAIDA TO WS-NOME-NORM-2
           ELSE
               MOVE 'F'     TO WS-DOC-TIPO-PESSOA
               MOVE FD-CPF  TO WS-DOC-NUMERO
               STRING FD-PRIMEIRO-NOME DELIMITED BY '  '
                      ' '
                      FD-ULTIMO-NOME   DELIMITED BY '  '
                      INTO WS-NOME-CLIENTE
               MOVE WS-NOME-CLIENTE TO NN-NOME-ENTRADA
               CALL 'NOMENORM' USING NN-NOME-ENTRADA NN-NOME-SAIDA
               MOVE NN-NOME-SAIDA TO WS-NOME-NORM-1
           END-IF
           IF WS-DOC-NUMERO NOT NUMERIC
               MOVE ZEROS TO WS-DOC-NUMERO
           END-IF
           .

       PROCURA-DOCUMENTO.
           MOVE 'D' TO WS-CRITERIO
           MOVE 'N' TO WS-FIM-LISTAR
           MOVE WS-DOC-CLIENTE TO LR-CHAVE-DOCUMENTO
           START FD-LISTAR KEY = LR-CHAVE-DOCUMENTO
               INVALID KEY
                   SET WS-EOF-LISTAR TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LISTAR
               READ FD-LISTAR NEXT RECORD
                   AT END
                       SET WS-EOF-LISTAR TO TRUE
                   NOT AT END
                       IF LR-CHAVE-DOCUMENTO NOT = WS-DOC-CLIENTE
                           SET WS-EOF-LISTAR TO TRUE
                       ELSE
                           PERFORM APONTA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM
           .

       PROCURA-NOME.
           MOVE 'N' TO WS-CRITERIO
           MOVE 'N' TO WS-FIM-LISTAR
           MOVE WS-NOME-PROCURADO TO LR-NOME-NORMALIZADO
           START FD-LISTAR KEY = LR-NOME-NORMALIZADO
               INVALID KEY
                   SET WS-EOF-LISTAR TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-LISTAR
               READ FD-LISTAR NEXT RECORD
                   AT END
                       SET WS-EOF-LISTAR TO TRUE
                   NOT AT END
                       IF LR-NOME-NORMALIZADO NOT = WS-NOME-PROCURADO
                           SET WS-EOF-LISTAR TO TRUE
                       ELSE
                           PERFORM APONTA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM
           .

       APONTA-OCORRENCIA.
      *    A mesma pessoa da lista (tipo, documento e nome) ja
      *    apontada para o cliente nao gera ocorrencia nova - achada
      *    pelo documento e pelo nome na mesma chamada, ou ja
      *    analisada numa triagem anterior.
           MOVE 'N'   TO WS-JA-APONTADA
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE 'N'   TO WS-FIM-COMPHIT
           MOVE FD-CAD-COD-CLIENTE TO HT-COD-CLIENTE
           MOVE ZEROS              TO HT-SEQ
           START FD-COMPHIT KEY NOT < HT-CHAVE
               INVALID KEY
                   SET WS-EOF-COMPHIT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COMPHIT
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-COMPHIT TO TRUE
                   NOT AT END
                       IF HT-COD-CLIENTE NOT = FD-CAD-COD-CLIENTE
                           SET WS-EOF-COMPHIT TO TRUE
                       ELSE
                           MOVE HT-SEQ TO WS-ULTIMA-SEQ
                           IF HT-TIPO-LISTA = LR-TIPO-LISTA
                               AND HT-LR-TIPO-PESSOA = LR-TIPO-PESSOA
                               AND HT-LR-DOCUMENTO = LR-DOCUMENTO
                               AND HT-LR-NOME-NORMALIZADO =
                                   LR-NOME-NORMALIZADO
                               SET WS-OCORRENCIA-EXISTE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-OCORRENCIA-EXISTE
               MOVE SPACES TO FD-COMPHIT-REC
               MOVE FD-CAD-COD-CLIENTE  TO HT-COD-CLIENTE
               COMPUTE HT-SEQ = WS-ULTIMA-SEQ + 1
               MOVE LR-TIPO-LISTA       TO HT-TIPO-LISTA
               MOVE WS-CRITERIO         TO HT-CRITERIO
               MOVE LR-TIPO-PESSOA      TO HT-LR-TIPO-PESSOA
               MOVE LR-DOCUMENTO        TO HT-LR-DOCUMENTO
               MOVE LR-NOME-NORMALIZADO TO HT-LR-NOME-NORMALIZADO
               MOVE LR-DESCRICAO        TO HT-LR-DESCRICAO
               MOVE LR-ORIGEM           TO HT-LR-ORIGEM
               MOVE TG-ORIGEM           TO HT-ORIGEM-TRIAGEM
               MOVE WS-DATA-HOJE        TO HT-DATA-DETECCAO
               SET HT-PENDENTE          TO TRUE
               MOVE ZEROS               TO HT-DATA-DECISAO
               WRITE FD-COMPHIT-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO TG-QTD-NOVAS
               END-WRITE
           END-IF
           .

       AVALIA-SITUACAO-CLIENTE.
      *    Pendente bloqueia ate a analise; sancao confirmada
      *    bloqueia sempre. PEP confirmado nao e impedimento legal -
      *    opera, com o aviso para a diligencia reforcada.
           MOVE 'N' TO WS-FIM-COMPHIT
           MOVE FD-CAD-COD-CLIENTE TO HT-COD-CLIENTE
           MOVE ZEROS              TO HT-SEQ
           START FD-COMPHIT KEY NOT < HT-CHAVE
               INVALID KEY
                   SET WS-EOF-COMPHIT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-COMPHIT
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-COMPHIT TO TRUE
                   NOT AT END
                       IF HT-COD-CLIENTE NOT = FD-CAD-COD-CLIENTE
                           SET WS-EOF-COMPHIT TO TRUE
                       ELSE
                           PERFORM CLASSIFICA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM
           .

       CLASSIFICA-OCORRENCIA.
           EVALUATE TRUE
               WHEN HT-CONFIRMADA AND HT-LISTA-SANCOES
                   SET TG-CLIENTE-BLOQUEADO TO TRUE
                   MOVE 'CONSTA EM LISTA DE SANCOES' TO TG-MOTIVO
               WHEN HT-PENDENTE
                   SET TG-CLIENTE-BLOQUEADO TO TRUE
                   IF TG-MOTIVO = SPACES
                       MOVE 'PENDENTE DE ANALISE DA COMPLIANCE'
                           TO TG-MOTIVO
                   END-IF
               WHEN HT-CONFIRMADA AND HT-LISTA-PEP
                   SET TG-PEP-CONFIRMADO TO TRUE
           END-EVALUATE
           .

       END PROGRAM TRIAGEM.
