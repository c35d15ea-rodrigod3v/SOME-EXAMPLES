      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONSULTA DE ORDEM JUDICIAL (ORDJUD.DAT) ANTES DE
      *          AGIR SOBRE UM CLIENTE OU CONTRATO: percorre as
      *          ordens do cliente pelo caminho alternado e devolve
      *          o cliente retido quando alguma ordem ativa, em
      *          vigor na data de movimento (DATAMOV), proibe a
      *          acao pedida (alcance D/A/C/N/O) e alcanca o
      *          contrato informado - ordem sem contrato vale para o
      *          cliente inteiro. A retencao fica gravada em
      *          ORDJLOG.DAT com o programa que chamou, para o
      *          juridico provar ao juizo que a ordem foi cumprida.
      *          Chamado pelo CREDMNT (devolucao), FINCRED
      *          (aplicacao de credito), FINCOB e FINVARRE (cartas),
      *          FINNEGI (negativacao) e FINCAMP (ofertas), para
      *          todas as pontas aplicarem a mesma regra.
      *          Na noite de ensaio (ENSAIO) a retencao e decidida
      *          igual, mas nao entra no ORDJLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDJCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ORDJUD         ASSIGN TO "ORDJUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OJ-NUM-ORDEM
               ALTERNATE RECORD KEY IS OJ-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDJUD.
           SELECT FD-ORDJLOG        ASSIGN TO "ORDJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDJLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ORDJUD.
       01  FD-ORDJUD-REC.
           COPY ORDJUDREC.

       FD  FD-ORDJLOG.
       01  FD-ORDJLOG-REC.
           COPY ORDJLOGREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-ORDJUD            PIC X(02) VALUE '00'.
         01 WS-FS-ORDJLOG           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-HORA-AGORA           PIC 9(08).
         01 WS-FIM-ORDJUD           PIC X(01).
             88 WS-EOF-ORDJUD               VALUE 'S'.
         01 WS-ORDEM-ALCANCA        PIC X(01).
             88 WS-ORDEM-SEGURA             VALUE 'S'.
         COPY ENSAIOPARM.

       LINKAGE SECTION.
         COPY ORDJCHKPARM.

       PROCEDURE DIVISION USING JD-COD-CLIENTE JD-NUM-CONTRATO
                                 JD-ESCOPO JD-PROGRAMA JD-RESULTADO
                                 JD-NUM-ORDEM JD-TIPO-ORDEM
                                 JD-MOTIVO.
       MAIN-PROCEDURE.
           SET JD-LIBERADO TO TRUE
           MOVE ZEROS  TO JD-NUM-ORDEM
           MOVE SPACES TO JD-TIPO-ORDEM
           MOVE SPACES TO JD-MOTIVO

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

      *    Registro ainda nao criado nao e erro de quem chama: sem
      *    ordem cadastrada o cliente esta liberado.
           OPEN INPUT FD-ORDJUD
           IF WS-FS-ORDJUD = '00'
               PERFORM PROCURA-ORDEM-CLIENTE
               CLOSE FD-ORDJUD
           END-IF

      *    Na noite de ensaio a retencao vale igual, so nao entra
      *    no log.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF JD-RETIDO AND NOT EP-EM-ENSAIO
               PERFORM GRAVA-LOG-RETENCAO
           END-IF
           GOBACK.

       PROCURA-ORDEM-CLIENTE.
      *    Le as ordens do cliente pela chave alternada ate o codigo
      *    mudar; a primeira que segura basta.
           MOVE 'N' TO WS-FIM-ORDJUD
           MOVE JD-COD-CLIENTE TO OJ-COD-CLIENTE
           START FD-ORDJUD KEY NOT < OJ-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-ORDJUD TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ORDJUD
               READ FD-ORDJUD NEXT RECORD
                   AT END
                       SET WS-EOF-ORDJUD TO TRUE
                   NOT AT END
                       IF OJ-COD-CLIENTE NOT = JD-COD-CLIENTE
                           SET WS-EOF-ORDJUD TO TRUE
                       ELSE
                           PERFORM AVALIA-ORDEM
                           IF WS-ORDEM-SEGURA
                               SET JD-RETIDO TO TRUE
                               MOVE OJ-NUM-ORDEM  TO JD-NUM-ORDEM
                               MOVE OJ-TIPO-ORDEM TO JD-TIPO-ORDEM
                               PERFORM MONTA-MOTIVO
                               SET WS-EOF-ORDJUD TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-ORDEM.
      *    Ordem levantada, ainda nao iniciada ou ja vencida nao
      *    segura nada; ordem de um contrato so segura aquele
      *    contrato, a nao ser que a acao seja sobre o cliente
      *    inteiro (contrato zeros na chamada).
           MOVE 'N' TO WS-ORDEM-ALCANCA
           IF OJ-ATIVA
               AND OJ-DATA-INICIO NOT > WS-DATA-HOJE
               AND (OJ-DATA-FIM = ZEROS
                    OR OJ-DATA-FIM NOT < WS-DATA-HOJE)
               AND (OJ-NUM-CONTRATO = ZEROS
                    OR JD-NUM-CONTRATO = ZEROS
                    OR OJ-NUM-CONTRATO = JD-NUM-CONTRATO)
               EVALUATE TRUE
                   WHEN JD-ESCOPO-DEVOLUCAO
                       AND OJ-RETEM-DEVOLUCAO
                       SET WS-ORDEM-SEGURA TO TRUE
                   WHEN JD-ESCOPO-APLICACAO
                       AND OJ-RETEM-APLICACAO
                       SET WS-ORDEM-SEGURA TO TRUE
                   WHEN JD-ESCOPO-COBRANCA
                       AND OJ-RETEM-COBRANCA
                       SET WS-ORDEM-SEGURA TO TRUE
                   WHEN JD-ESCOPO-NEGATIVACAO
                       AND OJ-RETEM-NEGATIVACAO
                       SET WS-ORDEM-SEGURA TO TRUE
                   WHEN JD-ESCOPO-OFERTA
                       AND OJ-RETEM-OFERTA
                       SET WS-ORDEM-SEGURA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       MONTA-MOTIVO.
           EVALUATE TRUE
               WHEN OJ-BLOQUEIO-SALDO
                   STRING 'BLOQUEIO JUDICIAL - ORDEM ' OJ-NUM-ORDEM
                       DELIMITED BY SIZE INTO JD-MOTIVO
               WHEN OJ-RECUPERACAO-JUDICIAL
                   STRING 'RECUPERACAO JUDICIAL - ORDEM '
                          OJ-NUM-ORDEM
                       DELIMITED BY SIZE INTO JD-MOTIVO
               WHEN OTHER
                   STRING 'SUSTACAO JUDICIAL - ORDEM ' OJ-NUM-ORDEM
                       DELIMITED BY SIZE INTO JD-MOTIVO
           END-EVALUATE
           .

       GRAVA-LOG-RETENCAO.
           OPEN EXTEND FD-ORDJLOG
           MOVE WS-FS-ORDJLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-ORDJLOG
               CLOSE FD-ORDJLOG
               OPEN EXTEND FD-ORDJLOG
           END-IF
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE    TO OL-DATA
           MOVE WS-HORA-AGORA   TO OL-HORA
           MOVE JD-PROGRAMA     TO OL-PROGRAMA
           MOVE JD-COD-CLIENTE  TO OL-COD-CLIENTE
           MOVE JD-NUM-CONTRATO TO OL-NUM-CONTRATO
           MOVE JD-NUM-ORDEM    TO OL-NUM-ORDEM
           MOVE JD-ESCOPO       TO OL-ESCOPO
           WRITE FD-ORDJLOG-REC
           CLOSE FD-ORDJLOG
           .

       END PROGRAM ORDJCHK.
