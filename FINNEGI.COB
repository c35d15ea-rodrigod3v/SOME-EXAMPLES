      *          garante que um contrato ja enviado ('I') nao entra de
      *          novo; um contrato que ja saiu na exclusao ('E') pode
      *          voltar se atrasar de novo. Par do FINNEGE (exclusao).
      *          Contrato alcancado por ordem judicial que suspende a
      *          negativacao (ORDJCHK) fica de fora enquanto durar,
      *          como o contrato na janela de uma moratoria regional
      *          (MORACHK) ate o fim da pausa.
      *          O arquivo gerado vai para o diario de interfaces
      *          (GRAVAINT) com contagem e total em atraso.
      *          Na noite de ensaio (ENSAIO) nao sai NEGINC.DAT nem
      *          muda o NEGCTL.DAT: cada inclusao que iria para o
      *          bureau vira uma linha da lista de mudancas
      *          previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FS-INCLUSAO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ORDJCHKPARM.
         COPY MORACHKPARM.
         COPY GRAVAINTPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINNEGI'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).

         01 WS-VR-ATRASO-90         PIC 9(09)V99.
         01 WS-QTD-INCLUSOES        PIC 9(06) VALUE ZEROS.
         01 WS-QTD-RETIDOS          PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EM-MORATORIA     PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

      *    Noite de ensaio (ENSAIO): controle so para leitura,
      *    sem arquivo de inclusao - cada registro que sairia vira
      *    uma linha da lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           MOVE ZEROS TO IN-PARM-QTD IN-PARM-VALOR
           PERFORM ABRE-ARQUIVOS

           IF FS-OK

           CLOSE FD-CADASTRO
           CLOSE FD-NEGCTL
           IF NOT EP-EM-ENSAIO
               CLOSE FD-INCLUSAO
           END-IF
           MOVE 'NEGINC'     TO IN-PARM-INTERFACE
           MOVE 'NEGINC.DAT' TO IN-PARM-ARQUIVO
           PERFORM REGISTRA-INTERFACE

           DISPLAY 'FINNEGI: ' WS-QTD-INCLUSOES ' CONTRATO(S) NO '
                   'ARQUIVO DE INCLUSAO.'
           IF WS-QTD-RETIDOS > ZEROS
               DISPLAY 'FINNEGI: ' WS-QTD-RETIDOS ' CONTRATO(S) '
                       'RETIDO(S) POR ORDEM JUDICIAL (ORDJLOG.DAT).'
           END-IF
           IF WS-QTD-EM-MORATORIA > ZEROS
               DISPLAY 'FINNEGI: ' WS-QTD-EM-MORATORIA ' CONTRATO(S) '
                       'SUSPENSO(S) POR MORATORIA REGIONAL.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.
               OPEN INPUT FD-CADASTRO
           END-IF

           IF EP-EM-ENSAIO
               OPEN INPUT FD-NEGCTL
           ELSE
               OPEN I-O FD-NEGCTL
           END-IF
           IF WS-FS-NEGCTL = '35'
               OPEN OUTPUT FD-NEGCTL
               CLOSE FD-NEGCTL
               IF EP-EM-ENSAIO
                   OPEN INPUT FD-NEGCTL
               ELSE
                   OPEN I-O FD-NEGCTL
               END-IF
           END-IF

           IF NOT EP-EM-ENSAIO
               OPEN OUTPUT FD-INCLUSAO
           END-IF
           .

       AVALIA-CONTRATO.
               END-IF
           END-PERFORM

      *    Contrato na janela de uma moratoria regional nao vai
      *    para o bureau; volta a ser avaliado depois da pausa.
           IF WS-VR-ATRASO-90 > ZEROS
               MOVE FD-NUM-CONTRATO TO MK-NUM-CONTRATO
               CALL 'MORACHK' USING MK-NUM-CONTRATO MK-RESULTADO
                       MK-NUM-MORAT MK-DATA-FIM
               IF MK-SUSPENSO
                   ADD 1 TO WS-QTD-EM-MORATORIA
               ELSE
                   PERFORM CONTROLA-INCLUSAO
               END-IF
           END-IF
           .

      *    So inclui quem ainda nao esta enviado: sem registro de
      *    controle, ou com registro ja baixado ('E') de um atraso
      *    antigo que voltou a acontecer.
      *    Ordem judicial ativa que suspende a negativacao (ORDJCHK)
      *    segura a inclusao; o contrato volta a ser avaliado toda
      *    noite e entra quando a ordem for levantada.
           MOVE FD-NUM-CONTRATO TO NT-NUM-CONTRATO
           READ FD-NEGCTL
               INVALID KEY
                   PERFORM VERIFICA-ORDEM-JUDICIAL
                   IF JD-RETIDO
                       ADD 1 TO WS-QTD-RETIDOS
                   ELSE
                       PERFORM GRAVA-INCLUSAO
                       MOVE FD-NUM-CONTRATO TO NT-NUM-CONTRATO
                       SET NT-INCLUIDO      TO TRUE
                       MOVE WS-DATA-HOJE    TO NT-DATA-INCLUSAO
                       MOVE ZEROS           TO NT-DATA-EXCLUSAO
                       IF NOT EP-EM-ENSAIO
                           WRITE FD-NEGCTL-REC
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF NT-EXCLUIDO
                       PERFORM VERIFICA-ORDEM-JUDICIAL
                       IF JD-RETIDO
                           ADD 1 TO WS-QTD-RETIDOS
                       ELSE
                           PERFORM GRAVA-INCLUSAO
                           SET NT-INCLUIDO   TO TRUE
                           MOVE WS-DATA-HOJE TO NT-DATA-INCLUSAO
                           MOVE ZEROS        TO NT-DATA-EXCLUSAO
                           IF NOT EP-EM-ENSAIO
                               REWRITE FD-NEGCTL-REC
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       VERIFICA-ORDEM-JUDICIAL.
           MOVE FD-COD-CLIENTE  TO JD-COD-CLIENTE
           MOVE FD-NUM-CONTRATO TO JD-NUM-CONTRATO
           MOVE 'N'             TO JD-ESCOPO
           MOVE WS-JOB-NOME     TO JD-PROGRAMA
           CALL 'ORDJCHK' USING JD-COD-CLIENTE JD-NUM-CONTRATO
                                JD-ESCOPO JD-PROGRAMA JD-RESULTADO
                                JD-NUM-ORDEM JD-TIPO-ORDEM JD-MOTIVO
           .

       REGISTRA-INTERFACE.
      *    Arquivo sem trailer: vai contagem e total de controle.
           MOVE 'G'          TO IN-PARM-EVENTO
           MOVE 'N'          TO IN-PARM-TRAILER
           MOVE ZEROS        TO IN-PARM-QTD-TRAILER IN-PARM-VR-TRAILER
           MOVE WS-JOB-NOME  TO IN-PARM-PROGRAMA
           MOVE SPACES       TO IN-PARM-USUARIO
           CALL 'GRAVAINT' USING IN-PARM-EVENTO IN-PARM-INTERFACE
                   IN-PARM-ARQUIVO IN-PARM-QTD IN-PARM-VALOR
                   IN-PARM-TRAILER IN-PARM-QTD-TRAILER
                   IN-PARM-VR-TRAILER IN-PARM-PROGRAMA
                   IN-PARM-USUARIO IN-PARM-TOTAIS
           .

       GRAVA-INCLUSAO.
           MOVE FD-NUM-CONTRATO TO NG-NUM-CONTRATO
           MOVE FD-COD-CLIENTE  TO NG-COD-CLIENTE
           PERFORM BUSCA-DOCUMENTO
           MOVE WS-VR-ATRASO-90 TO NG-VALOR-ATRASO
           MOVE WS-DATA-HOJE    TO NG-DATA-MOVIMENTO
           IF EP-EM-ENSAIO
               PERFORM REGISTRA-ENSAIO-INCLUSAO
           ELSE
               WRITE FD-INCLUSAO-REC
           END-IF
           ADD 1 TO WS-QTD-INCLUSOES
           ADD 1 TO IN-PARM-QTD
           ADD WS-VR-ATRASO-90 TO IN-PARM-VALOR
           .

       REGISTRA-ENSAIO-INCLUSAO.
           MOVE SPACES          TO EP-REGISTRO
           MOVE WS-JOB-NOME     TO EP-PASSO
           MOVE 'A'             TO EP-TIPO
           MOVE FD-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE ZEROS           TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE  TO EP-COD-CLIENTE
           MOVE 'NEGINC'        TO EP-CAMPO
           MOVE 'INCLUSAO'      TO EP-DEPOIS
           MOVE WS-VR-ATRASO-90 TO EP-VALOR
           MOVE 'INCLUSAO NO BUREAU (NEGINC.DAT)'
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       BUSCA-DOCUMENTO.
