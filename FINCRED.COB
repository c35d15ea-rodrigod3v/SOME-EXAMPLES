      *          entrou como credores diversos sair da conta quando
      *          vira carteira. Roda como passo do JOBNOTURNO entre o
      *          FINRET e o FINQUIT, para o contrato que o credito
      *          completou sair quitado na mesma noite. Contrato
      *          alcancado por ordem judicial ativa que suspende a
      *          aplicacao (ORDJCHK) fica de fora e o credito segue
      *          no razao. Na noite de ensaio (ENSAIO) nada e
      *          gravado: saldos, baixas e lancamentos viram linhas
      *          da lista de mudancas previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY ORDJCHKPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCRED'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-QTD-CLIENTES         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-BAIXADAS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-PARCIAIS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-RETIDOS          PIC 9(06) VALUE ZEROS.
         01 WS-VR-TOTAL-APLICADO    PIC 9(11)V99 VALUE ZEROS.
         01 WS-SALDO-ANTERIOR       PIC 9(09)V99.
         01 WS-ED-SALDO             PIC ZZZZZZZZ9,99.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

      *    Noite de ensaio (ENSAIO): razao e mestre so para leitura;
      *    cada aplicacao vira linha da lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               OPEN INPUT FD-CREDCLI
           ELSE
               OPEN I-O FD-CREDCLI
           END-IF
           MOVE WS-FS-CREDCLI TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
                   WS-QTD-BAIXADAS ' PARCELA(S) BAIXADA(S), '
                   WS-QTD-PARCIAIS ' ABATIMENTO(S) PARCIAL(IS). '
                   'TOTAL APLICADO: ' WS-VR-TOTAL-APLICADO
           IF WS-QTD-RETIDOS > ZEROS
               DISPLAY 'FINCRED: ' WS-QTD-RETIDOS ' CONTRATO(S) FORA '
                       'DA APLICACAO POR ORDEM JUDICIAL (ORDJLOG.DAT).'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           GOBACK.

       PROCESSA-CREDITOS.
           IF EP-EM-ENSAIO
               OPEN INPUT FD-CONTRATO
           ELSE
               OPEN I-O FD-CONTRATO
           END-IF
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
                           SET WS-EOF-CONTRATO TO TRUE
                       ELSE
                           IF FD-CONTR-ATIVO
                               PERFORM VERIFICA-ORDEM-JUDICIAL
                               IF JD-RETIDO
                                   ADD 1 TO WS-QTD-RETIDOS
                               ELSE
                                   PERFORM APLICA-CREDITO-CONTRATO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SALDO-CREDITO NOT = CL-SALDO-CREDITO
               MOVE CL-SALDO-CREDITO  TO WS-SALDO-ANTERIOR
               MOVE WS-SALDO-CREDITO  TO CL-SALDO-CREDITO
               MOVE WS-DATA-MOVIMENTO TO CL-DATA-ULT-MOV
               IF EP-EM-ENSAIO
                   PERFORM REGISTRA-ENSAIO-CREDITO
               ELSE
                   REWRITE FD-CREDCLI-REC
               END-IF
           END-IF
           .

       REGISTRA-ENSAIO-CREDITO.
           MOVE SPACES            TO EP-REGISTRO
           MOVE WS-JOB-NOME       TO EP-PASSO
           MOVE 'A'               TO EP-TIPO
           MOVE ZEROS             TO EP-NUM-CONTRATO EP-NUM-PARCELA
           MOVE WS-COD-CLIENTE    TO EP-COD-CLIENTE
           MOVE 'CREDITO'         TO EP-CAMPO
           MOVE WS-SALDO-ANTERIOR TO WS-ED-SALDO
           MOVE WS-ED-SALDO       TO EP-ANTES
           MOVE WS-SALDO-CREDITO  TO WS-ED-SALDO
           MOVE WS-ED-SALDO       TO EP-DEPOIS
           MOVE WS-SALDO-CREDITO  TO EP-VALOR
           MOVE 'SALDO DE CREDITO DO CLIENTE (CREDCLI)'
               TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       VERIFICA-ORDEM-JUDICIAL.
      *    Bloqueio de saldo ou recuperacao judicial: o credito nao
      *    compensa a divida do contrato alcancado pela ordem.
           MOVE WS-COD-CLIENTE  TO JD-COD-CLIENTE
           MOVE FD-NUM-CONTRATO TO JD-NUM-CONTRATO
           MOVE 'A'             TO JD-ESCOPO
           MOVE WS-JOB-NOME     TO JD-PROGRAMA
           CALL 'ORDJCHK' USING JD-COD-CLIENTE JD-NUM-CONTRATO
                                JD-ESCOPO JD-PROGRAMA JD-RESULTADO
                                JD-NUM-ORDEM JD-TIPO-ORDEM JD-MOTIVO
           .

       APLICA-CREDITO-CONTRATO.
           MOVE 'N' TO WS-CONTRATO-MUDOU
           MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           END-PERFORM

           IF WS-CONTRATO-ALTERADO
               IF NOT EP-EM-ENSAIO
                   REWRITE FD-CONTRATO-REC
               END-IF
               PERFORM GRAVA-AUDIT-CONTRATO
           END-IF
           .
               ADD 1 TO WS-QTD-BAIXADAS
               ADD WS-CM-VALOR-APLICADO TO WS-VR-TOTAL-APLICADO
               MOVE 'N' TO WS-CM-PARCIAL
               PERFORM GRAVA-MOVIMENTOS-APLICACAO
           END-IF
           .

           ADD 1 TO WS-QTD-PARCIAIS
           ADD WS-CM-VALOR-APLICADO TO WS-VR-TOTAL-APLICADO
           SET WS-APLICACAO-PARCIAL TO TRUE
           PERFORM GRAVA-MOVIMENTOS-APLICACAO
           .

       GRAVA-MOVIMENTOS-APLICACAO.
      *    Na noite de ensaio o movimento do razao e o lancamento
      *    contabil viram uma so linha da lista de mudancas.
           IF EP-EM-ENSAIO
               MOVE SPACES            TO EP-REGISTRO
               MOVE WS-JOB-NOME       TO EP-PASSO
               MOVE 'M'               TO EP-TIPO
               MOVE FD-NUM-CONTRATO   TO EP-NUM-CONTRATO
               MOVE WS-IND            TO EP-NUM-PARCELA
               MOVE WS-COD-CLIENTE    TO EP-COD-CLIENTE
               MOVE 'CREDMOV'         TO EP-CAMPO
               MOVE WS-CM-VALOR-APLICADO TO EP-VALOR
               IF WS-APLICACAO-PARCIAL
                   MOVE 'APLICACAO PARCIAL (CREDMOV/MOVDIA E+V)'
                       TO EP-DESCRICAO
               ELSE
                   MOVE 'APLICACAO EM PARCELA (CREDMOV/MOVDIA V)'
                       TO EP-DESCRICAO
               END-IF
               MOVE 'G' TO EP-FUNCAO
               CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           ELSE
               PERFORM GRAVA-CREDMOV-APLICACAO
               PERFORM GRAVA-MOVDIA-APLICACAO
           END-IF
           .

       GRAVA-CREDMOV-APLICACAO.
