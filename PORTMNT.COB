      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: PORTABILIDADE DE CREDITO (PORTAB.DAT), nos dois
      *          sentidos. SAIDA - outra instituicao pede para
      *          comprar o contrato do nosso cliente: (S) registra o
      *          pedido e emite o demonstrativo do saldo devedor
      *          oficial (PORTAB.PRT) - valor presente das parcelas
      *          em aberto pela taxa do contrato, sem as regras de
      *          desconto da cotacao de quitacao do FINAN2 -, valido
      *          por cinco dias; (R) registra os recursos recebidos
      *          da proponente, baixa as parcelas em aberto pelo
      *          PAGTOSTAT e encerra o contrato como PORTADO ('T'),
      *          com o termo de quitacao (TERMOQUIT) citando a
      *          instituicao. ENTRADA - compramos o contrato de outra
      *          instituicao: (E) registra a credora original, o
      *          contrato dela, o saldo devedor informado e a conta
      *          para a TED; o contrato da casa nasce no FINAN2
      *          (opcao 1) pelo numero do pedido, com a liberacao ja
      *          pronta em nome da credora, e o FINLIB efetiva o
      *          pedido quando a TED e confirmada. (C)ancela pedido
      *          ainda registrado (retencao do cliente, desistencia)
      *          e (I)ndaga. Recebimento e cancelamento sao do
      *          supervisor; nivel de consulta so indaga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PORTAB         ASSIGN TO "PORTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUM-PORTAB
               ALTERNATE RECORD KEY IS PO-NUM-CONTRATO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PORTAB.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-CADASTRO       ASSIGN TO "CADPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CAD-COD-CLIENTE
               ALTERNATE RECORD KEY IS FD-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-DEMONST        ASSIGN TO "PORTAB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEMONST.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-PORTAB.
       01  FD-PORTAB-REC.
           COPY PORTREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-DEMONST.
       01  FD-DEMONST-REG           PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-PORTAB        PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-DEMONST       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY TRAVAPARM.
         COPY PAGTOSTATPARM.
         COPY TERMOPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'PORTMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-SAIDA              VALUE 'S', 's'.
             88 WS-TRANS-RECEBE             VALUE 'R', 'r'.
             88 WS-TRANS-ENTRADA            VALUE 'E', 'e'.
             88 WS-TRANS-CANCELAR           VALUE 'C', 'c'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
         01 WS-RESPOSTA             PIC X(01).
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-DH-AA              PIC 9(04).
           03 WS-DH-MM              PIC 9(02).
           03 WS-DH-DD              PIC 9(02).
         01 WS-DIAS-HOJE            PIC 9(08).

      *  Prazo de validade do saldo devedor informado a proponente.
         01 WS-PRAZO-VALIDADE       PIC 9(02) VALUE 05.

         01 WS-NUM-PORTAB           PIC 9(06).
         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-DATA-VALIDADE        PIC 9(08).
         01 WS-DATA-VALIDADE-R REDEFINES WS-DATA-VALIDADE.
           03 WS-DV-AA              PIC 9(04).
           03 WS-DV-MM              PIC 9(02).
           03 WS-DV-DD              PIC 9(02).
         01 WS-FIM-PORTAB           PIC X(01).
             88 WS-EOF-PORTAB               VALUE 'S'.
         01 WS-PEDIDO-ABERTO        PIC X(01).
             88 WS-HA-PEDIDO-ABERTO         VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01).
             88 WS-CONTRATO-PORTAVEL        VALUE 'S'.

         01 WS-APURACAO.
           03 WS-IND                PIC 9(03).
           03 WS-DIAS-ATE-VENCTO    PIC S9(08).
           03 WS-FATOR-DESCONTO     PIC 9(04)V9(10).
           03 WS-VR-PRESENTE        PIC 9(07)V99.
           03 WS-VR-NOMINAL         PIC 9(09)V99.
           03 WS-VR-SALDO           PIC 9(09)V99.
           03 WS-QTD-ABERTAS        PIC 9(03).
           03 WS-VR-RECEBIDO        PIC 9(09)V99.
           03 WS-VR-EXCEDENTE       PIC 9(09)V99.

         01 WS-DESCR-SITUACAO       PIC X(30).
         01 WS-DESCR-SENTIDO        PIC X(07).
         01 WS-LINHA-IMPRESSA       PIC X(01).
             88 WS-IMPRIME-DEMONST          VALUE 'S'.

         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

         01 WS-LINHA-PARCELA.
           03 FILLER                PIC X(09) VALUE 'PARCELA  '.
           03 WS-LP-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(07) VALUE '  VENC '.
           03 WS-LP-VENCTO          PIC 9(08).
           03 FILLER                PIC X(09) VALUE '  VALOR  '.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(12) VALUE '  PRESENTE  '.
           03 WS-LP-PRESENTE        PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(08) VALUE SPACES.

         01 WS-ED-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
         01 WS-ED-VALOR-2           PIC ZZZ.ZZZ.ZZ9,99.
         01 WS-ED-TAXA              PIC Z9,9999.
         01 WS-ED-CET               PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    O recebimento regrava o mestre: so com o JOB NOTURNO
      *    parado, como a cessao.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: PORTABILIDADE '
                       'INDISPONIVEL. AGUARDE O TERMINO DA NOITE.'
               GOBACK
           END-IF

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-PORTAB
           IF WS-FS-PORTAB = '35'
               OPEN OUTPUT FD-PORTAB
               CLOSE FD-PORTAB
               OPEN I-O FD-PORTAB
           END-IF
           MOVE WS-FS-PORTAB TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'PORTAB.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           DISPLAY 'PORTABILIDADE  (S)AIDA (R)ECEBE RECURSOS '
                   '(E)NTRADA (C)ANCELA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           IF SN-NIVEL-CONSULTA AND NOT WS-TRANS-CONSULTAR
               DISPLAY 'NIVEL DE CONSULTA: SOMENTE (I)NDAGA.'
               MOVE SPACE TO WS-TRANSACAO
           END-IF
           IF NOT SN-NIVEL-SUPERVISOR
               AND (WS-TRANS-RECEBE OR WS-TRANS-CANCELAR)
               DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               MOVE SPACE TO WS-TRANSACAO
           END-IF

           EVALUATE TRUE
               WHEN WS-TRANS-SAIDA
                   PERFORM REGISTRA-SAIDA
               WHEN WS-TRANS-RECEBE
                   PERFORM RECEBE-RECURSOS-SAIDA
               WHEN WS-TRANS-ENTRADA
                   PERFORM REGISTRA-ENTRADA
               WHEN WS-TRANS-CANCELAR
                   PERFORM CANCELA-PEDIDO
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-PEDIDO
               WHEN WS-TRANSACAO = SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-PORTAB
           GOBACK.

       REGISTRA-SAIDA.
           PERFORM ACEITA-NUMERO-CONTRATO
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FDCONTR.DAT INDISPONIVEL: ' FS-MENSAGEM
           ELSE
               PERFORM LE-CONTRATO-PORTAVEL
               IF WS-CONTRATO-PORTAVEL
                   PERFORM VERIFICA-PEDIDO-ABERTO
                   IF WS-HA-PEDIDO-ABERTO
                       DISPLAY 'JA HA PEDIDO DE PORTABILIDADE '
                               WS-NUM-PORTAB ' EM ABERTO PARA ESTE '
                               'CONTRATO.'
                   ELSE
                       PERFORM ACEITA-E-GRAVA-SAIDA
                   END-IF
               END-IF
               CLOSE FD-CONTRATO
           END-IF
           .

       LE-CONTRATO-PORTAVEL.
      *    So contrato ativo de plano fixo e portavel; a conta do
      *    crediario rotativo nao tem saldo devedor de plano.
           MOVE 'N' TO WS-CONTRATO-OK
           MOVE WS-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FD-CONTA-ROTATIVA
                           DISPLAY 'CONTA DO CREDIARIO ROTATIVO NAO '
                                   'E PORTAVEL.'
                       WHEN NOT FD-CONTR-ATIVO
                           DISPLAY 'SOMENTE CONTRATO ATIVO E '
                                   'PORTAVEL.'
                       WHEN OTHER
                           SET WS-CONTRATO-PORTAVEL TO TRUE
                   END-EVALUATE
           END-READ
           .

       VERIFICA-PEDIDO-ABERTO.
      *    Pedido de saida ainda registrado para o mesmo contrato:
      *    um de cada vez.
           MOVE 'N' TO WS-PEDIDO-ABERTO
           MOVE 'N' TO WS-FIM-PORTAB
           MOVE WS-NUM-CONTRATO TO PO-NUM-CONTRATO
           START FD-PORTAB KEY = PO-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-PORTAB TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-PORTAB
               READ FD-PORTAB NEXT RECORD
                   AT END
                       SET WS-EOF-PORTAB TO TRUE
                   NOT AT END
                       IF PO-NUM-CONTRATO NOT = WS-NUM-CONTRATO
                           SET WS-EOF-PORTAB TO TRUE
                       ELSE
                           IF PO-SAIDA AND PO-REGISTRADO
                               SET WS-HA-PEDIDO-ABERTO TO TRUE
                               MOVE PO-NUM-PORTAB TO WS-NUM-PORTAB
                               SET WS-EOF-PORTAB TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ACEITA-E-GRAVA-SAIDA.
           MOVE SPACES TO FD-PORTAB-REC
           MOVE 'S' TO PO-SENTIDO
           DISPLAY 'INSTITUICAO PROPONENTE'
           PERFORM ACEITA-INSTITUICAO
           DISPLAY 'NUMERO DO PEDIDO/CONTRATO NA PROPONENTE : '
           ACCEPT PO-CONTRATO-IF

           COMPUTE WS-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE + WS-PRAZO-VALIDADE)
           MOVE 'S' TO WS-LINHA-IMPRESSA
           PERFORM ABRE-DEMONSTRATIVO
           PERFORM APURA-SALDO-DEVEDOR
           PERFORM FECHA-DEMONSTRATIVO

           DISPLAY 'SALDO DEVEDOR PARA PORTABILIDADE: ' WS-VR-SALDO
                   ' (' WS-QTD-ABERTAS ' PARCELA(S)) VALIDO ATE '
                   WS-DATA-VALIDADE
           DISPLAY 'CONFIRMA O REGISTRO DO PEDIDO (S/N) : '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
               PERFORM OBTEM-NUMERO-PORTAB
               MOVE WS-NUM-PORTAB    TO PO-NUM-PORTAB
               MOVE WS-NUM-CONTRATO  TO PO-NUM-CONTRATO
               MOVE FD-COD-CLIENTE   TO PO-COD-CLIENTE
               MOVE WS-DATA-HOJE     TO PO-DATA-PEDIDO
               MOVE WS-DATA-VALIDADE TO PO-DATA-VALIDADE
               MOVE WS-VR-SALDO      TO PO-VR-SALDO
               MOVE WS-QTD-ABERTAS   TO PO-QTD-PARC-ABERTAS
               MOVE ZEROS TO PO-AGENCIA-IF PO-CONTA-IF
               MOVE SPACE TO PO-DV-CONTA-IF
               MOVE ZEROS TO PO-VR-EFETIVADO PO-DATA-EFETIVACAO
               MOVE 'R'              TO PO-SITUACAO
               PERFORM CARIMBA-MANUTENCAO
               WRITE FD-PORTAB-REC
                   INVALID KEY
                       REWRITE FD-PORTAB-REC
               END-WRITE
               DISPLAY 'PEDIDO DE PORTABILIDADE ' WS-NUM-PORTAB
                       ' REGISTRADO. DEMONSTRATIVO EM PORTAB.PRT.'
           ELSE
               DISPLAY 'OPERACAO CANCELADA - NENHUM PEDIDO GRAVADO.'
           END-IF
           .

       APURA-SALDO-DEVEDOR.
      *    Saldo devedor oficial da portabilidade: cada parcela em
      *    aberto trazida a valor presente pela taxa do contrato,
      *    dos dias ate o vencimento (mes de 30 dias); parcela ja
      *    vencida entra pelo valor nominal, sem encargos. Nao ha
      *    desconto negociado nem cotacao vigente: o valor e o que
      *    a regra de portabilidade manda informar.
           MOVE ZEROS TO WS-VR-SALDO WS-VR-NOMINAL WS-QTD-ABERTAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                  FD-PARC-STATUS(WS-IND) = 'A'
                   COMPUTE WS-DIAS-ATE-VENCTO =
                       FUNCTION INTEGER-OF-DATE
                           (FD-PARC-VENCTO(WS-IND)) - WS-DIAS-HOJE
                   IF WS-DIAS-ATE-VENCTO > ZEROS
                       COMPUTE WS-FATOR-DESCONTO =
                           (1 + FD-TAXA-JUROS / 100)
                           ** (WS-DIAS-ATE-VENCTO / 30)
                       COMPUTE WS-VR-PRESENTE ROUNDED =
                           FD-PARC-VALOR(WS-IND) / WS-FATOR-DESCONTO
                   ELSE
                       MOVE FD-PARC-VALOR(WS-IND) TO WS-VR-PRESENTE
                   END-IF
                   ADD WS-VR-PRESENTE        TO WS-VR-SALDO
                   ADD FD-PARC-VALOR(WS-IND) TO WS-VR-NOMINAL
                   ADD 1 TO WS-QTD-ABERTAS
                   IF WS-IMPRIME-DEMONST
                       MOVE WS-IND                 TO WS-LP-PARCELA
                       MOVE FD-PARC-VENCTO(WS-IND) TO WS-LP-VENCTO
                       MOVE FD-PARC-VALOR(WS-IND)  TO WS-LP-VALOR
                       MOVE WS-VR-PRESENTE         TO WS-LP-PRESENTE
                       WRITE FD-DEMONST-REG FROM WS-LINHA-PARCELA
                   END-IF
               END-IF
           END-PERFORM
           .

       ABRE-DEMONSTRATIVO.
           OPEN OUTPUT FD-DEMONST
           MOVE SPACES TO FD-DEMONST-REG
           STRING 'DEMONSTRATIVO DE SALDO DEVEDOR PARA PORTABILIDADE'
               DELIMITED BY SIZE INTO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE SPACES TO FD-DEMONST-REG
           STRING 'CONTRATO ' FD-NUM-CONTRATO ' CLIENTE ' FD-CLIENTE
               DELIMITED BY SIZE INTO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE SPACES TO FD-DEMONST-REG
           STRING 'PROPONENTE ' PO-BANCO-IF ' ' PO-NOME-IF
               DELIMITED BY SIZE INTO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE FD-TAXA-JUROS TO WS-ED-TAXA
           MOVE SPACES TO FD-DEMONST-REG
           STRING 'EMITIDO EM ' WS-DATA-HOJE
                  ' VALIDO ATE ' WS-DATA-VALIDADE
                  ' TAXA ' WS-ED-TAXA '% AO MES'
               DELIMITED BY SIZE INTO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE ALL '-' TO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           .

       FECHA-DEMONSTRATIVO.
           MOVE ALL '-' TO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE WS-VR-NOMINAL TO WS-ED-VALOR
           MOVE SPACES TO FD-DEMONST-REG
           STRING 'SOMA NOMINAL DAS PARCELAS EM ABERTO: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE WS-VR-SALDO TO WS-ED-VALOR
           MOVE SPACES TO FD-DEMONST-REG
           STRING 'SALDO DEVEDOR PARA PORTABILIDADE...: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO FD-DEMONST-REG
           WRITE FD-DEMONST-REG
           MOVE SPACES TO FD-DEMONST-REG
           IF FD-CET-ANUAL IS NUMERIC AND FD-CET-ANUAL > ZEROS
               MOVE FD-CET-ANUAL TO WS-ED-CET
               STRING 'CET DO CONTRATO: ' WS-ED-CET '% AO ANO'
                   DELIMITED BY SIZE INTO FD-DEMONST-REG
           ELSE
               MOVE 'CET DO CONTRATO: NAO APURADO NA CONTRATACAO'
                   TO FD-DEMONST-REG
           END-IF
           WRITE FD-DEMONST-REG
           CLOSE FD-DEMONST
           MOVE 'N' TO WS-LINHA-IMPRESSA
           .

       RECEBE-RECURSOS-SAIDA.
           PERFORM ACEITA-NUMERO-PORTAB
           MOVE WS-NUM-PORTAB TO PO-NUM-PORTAB
           READ FD-PORTAB
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF NOT PO-SAIDA OR NOT PO-REGISTRADO
                       PERFORM DESCREVE-PEDIDO
                       DISPLAY 'PEDIDO ' WS-DESCR-SENTIDO ' '
                               WS-DESCR-SITUACAO
                               ' - NAO RECEBE RECURSOS.'
                   ELSE
                       PERFORM EFETIVA-RECEBIMENTO
                   END-IF
           END-READ
           .

       EFETIVA-RECEBIMENTO.
           OPEN I-O FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FDCONTR.DAT INDISPONIVEL: ' FS-MENSAGEM
           ELSE
               MOVE PO-NUM-CONTRATO TO WS-NUM-CONTRATO
               PERFORM LE-CONTRATO-PORTAVEL
               IF WS-CONTRATO-PORTAVEL
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
      *            Recursos chegando depois da validade: o saldo e
      *            reapurado na data de hoje e e esse que vale.
                   IF WS-DATA-HOJE > PO-DATA-VALIDADE
                       MOVE 'N' TO WS-LINHA-IMPRESSA
                       PERFORM APURA-SALDO-DEVEDOR
                       DISPLAY 'SALDO INFORMADO VENCIDO EM '
                               PO-DATA-VALIDADE ' - REAPURADO HOJE: '
                               WS-VR-SALDO
                       MOVE WS-VR-SALDO    TO PO-VR-SALDO
                       MOVE WS-QTD-ABERTAS TO PO-QTD-PARC-ABERTAS
                   END-IF
                   DISPLAY 'SALDO DEVEDOR A RECEBER: ' PO-VR-SALDO
                   DISPLAY 'VALOR RECEBIDO DA PROPONENTE : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-VR-RECEBIDO IS NUMERIC
                       ACCEPT WS-VR-RECEBIDO
                       IF WS-VR-RECEBIDO NOT NUMERIC
                           DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   IF WS-VR-RECEBIDO < PO-VR-SALDO
                       DISPLAY 'VALOR RECEBIDO MENOR QUE O SALDO '
                               'DEVEDOR - PORTABILIDADE NAO '
                               'EFETIVADA.'
                   ELSE
                       COMPUTE WS-VR-EXCEDENTE =
                           WS-VR-RECEBIDO - PO-VR-SALDO
                       IF WS-VR-EXCEDENTE > ZEROS
                           DISPLAY 'EXCEDENTE DE ' WS-VR-EXCEDENTE
                                   ' A DEVOLVER A PROPONENTE.'
                       END-IF
                       DISPLAY 'CONFIRMA A PORTABILIDADE DO CONTRATO '
                               WS-NUM-CONTRATO ' (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           PERFORM ENCERRA-CONTRATO-PORTADO
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   END-IF
               END-IF
               CLOSE FD-CONTRATO
           END-IF
           .

       ENCERRA-CONTRATO-PORTADO.
      *    Todas as parcelas em aberto viram 'G' pelo PAGTOSTAT (a
      *    trilha do PAGTOLOG leva o pagamento para a contabil, como
      *    na liquidacao antecipada do FINAN2) e o contrato sai como
      *    PORTADO - nao QUITADO - com o termo citando a proponente.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P' OR
                  FD-PARC-STATUS(WS-IND) = 'A'
                   MOVE FD-PARC-STATUS(WS-IND) TO PS-STATUS-ATUAL
                   MOVE 'G' TO PS-STATUS-NOVO
                   MOVE FD-NUM-CONTRATO TO PS-NUM-CONTRATO
                   MOVE WS-IND          TO PS-NUM-PARCELA
                   MOVE FD-PARC-VALOR(WS-IND) TO PS-VALOR
                   MOVE SN-USUARIO      TO PS-USUARIO
                   MOVE WS-PROGRAMA     TO PS-PROGRAMA
                   CALL 'PAGTOSTAT' USING PS-STATUS-ATUAL
                           PS-STATUS-NOVO PS-TRANSICAO-VALIDA
                           PS-NUM-CONTRATO PS-NUM-PARCELA PS-VALOR
                           PS-USUARIO PS-PROGRAMA
                   IF PS-TRANSICAO-E-VALIDA
                       MOVE 'G' TO FD-PARC-STATUS(WS-IND)
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'T' TO FD-STATUS-CONTRATO
           REWRITE FD-CONTRATO-REC
           SET AF-PARM-ALTERACAO TO TRUE
           PERFORM GRAVA-AUDIT-CONTRATO

           MOVE WS-VR-RECEBIDO TO PO-VR-EFETIVADO
           MOVE WS-DATA-HOJE   TO PO-DATA-EFETIVACAO
           MOVE 'E'            TO PO-SITUACAO
           PERFORM CARIMBA-MANUTENCAO
           REWRITE FD-PORTAB-REC

      *    O termo le o pedido efetivado em PORTAB.DAT para citar a
      *    instituicao; por isso so depois do REWRITE acima.
           MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
           MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE
           CALL 'TERMOQUIT' USING TQ-NUM-CONTRATO TQ-COD-CLIENTE
           DISPLAY 'CONTRATO ' FD-NUM-CONTRATO ' PORTADO PARA '
                   PO-NOME-IF
           DISPLAY 'TERMO IMPRESSO EM QUITACAO.PRT.'
           .

       REGISTRA-ENTRADA.
           PERFORM ACEITA-CLIENTE
           IF WS-COD-CLIENTE > ZEROS
               MOVE SPACES TO FD-PORTAB-REC
               MOVE 'E' TO PO-SENTIDO
               DISPLAY 'INSTITUICAO CREDORA ORIGINAL'
               PERFORM ACEITA-INSTITUICAO
               DISPLAY 'NUMERO DO CONTRATO NA CREDORA ORIGINAL : '
               PERFORM WITH TEST AFTER UNTIL PO-CONTRATO-IF
                       NOT = SPACES
                   ACCEPT PO-CONTRATO-IF
                   IF PO-CONTRATO-IF = SPACES
                       DISPLAY 'CONTRATO OBRIGATORIO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               DISPLAY 'SALDO DEVEDOR INFORMADO PELA CREDORA : '
               PERFORM WITH TEST AFTER UNTIL PO-VR-SALDO IS NUMERIC
                       AND PO-VR-SALDO > ZEROS
                   ACCEPT PO-VR-SALDO
                   IF PO-VR-SALDO NOT NUMERIC OR PO-VR-SALDO = ZEROS
                       DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               PERFORM ACEITA-VALIDADE-SALDO
               PERFORM ACEITA-CONTA-CREDORA

               DISPLAY 'CONFIRMA O REGISTRO DO PEDIDO (S/N) : '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   PERFORM OBTEM-NUMERO-PORTAB
                   MOVE WS-NUM-PORTAB  TO PO-NUM-PORTAB
                   MOVE ZEROS          TO PO-NUM-CONTRATO
                   MOVE WS-COD-CLIENTE TO PO-COD-CLIENTE
                   MOVE WS-DATA-HOJE   TO PO-DATA-PEDIDO
                   MOVE ZEROS          TO PO-QTD-PARC-ABERTAS
                   MOVE ZEROS TO PO-VR-EFETIVADO PO-DATA-EFETIVACAO
                   MOVE 'R'            TO PO-SITUACAO
                   PERFORM CARIMBA-MANUTENCAO
                   WRITE FD-PORTAB-REC
                       INVALID KEY
                           REWRITE FD-PORTAB-REC
                   END-WRITE
                   DISPLAY 'PEDIDO DE PORTABILIDADE ' WS-NUM-PORTAB
                           ' REGISTRADO.'
                   DISPLAY 'CRIE O CONTRATO NO FINAN2 (NOVO CONTRATO) '
                           'INFORMANDO ESTE PEDIDO.'
               ELSE
                   DISPLAY 'OPERACAO CANCELADA - NENHUM PEDIDO '
                           'GRAVADO.'
               END-IF
           END-IF
           .

       ACEITA-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO.'
                   MOVE ZEROS TO WS-COD-CLIENTE
               NOT INVALID KEY
                   IF FD-CLIENTE-INATIVO
                       DISPLAY 'CLIENTE INATIVO NO CADASTRO.'
                       MOVE ZEROS TO WS-COD-CLIENTE
                   END-IF
           END-READ
           CLOSE FD-CADASTRO
           .

       ACEITA-INSTITUICAO.
           DISPLAY 'CODIGO DO BANCO (3 DIGITOS) : '
           PERFORM WITH TEST AFTER UNTIL PO-BANCO-IF IS NUMERIC
                   AND PO-BANCO-IF > ZEROS
               ACCEPT PO-BANCO-IF
               IF PO-BANCO-IF NOT NUMERIC OR PO-BANCO-IF = ZEROS
                   DISPLAY 'BANCO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'NOME DA INSTITUICAO : '
           PERFORM WITH TEST AFTER UNTIL PO-NOME-IF NOT = SPACES
               ACCEPT PO-NOME-IF
               IF PO-NOME-IF = SPACES
                   DISPLAY 'NOME OBRIGATORIO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CNPJ DA INSTITUICAO (SO NUMEROS) : '
           PERFORM WITH TEST AFTER UNTIL PO-CNPJ-IF IS NUMERIC
                   AND PO-CNPJ-IF > ZEROS
               ACCEPT PO-CNPJ-IF
               IF PO-CNPJ-IF NOT NUMERIC OR PO-CNPJ-IF = ZEROS
                   DISPLAY 'CNPJ INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-VALIDADE-SALDO.
      *    Data-limite do saldo informado pela credora: a TED tem de
      *    sair ate la, senao o saldo muda e o pedido e refeito.
           DISPLAY 'SALDO VALIDO ATE (AAAAMMDD) : '
           PERFORM WITH TEST AFTER UNTIL DV-DATA-E-VALIDA
                   AND WS-DATA-VALIDADE NOT < WS-DATA-HOJE
               ACCEPT WS-DATA-VALIDADE
               IF WS-DATA-VALIDADE NOT NUMERIC
                   SET DV-DATA-E-INVALIDA TO TRUE
               ELSE
                   MOVE WS-DV-DD TO DV-DIA
                   MOVE WS-DV-MM TO DV-MES
                   MOVE WS-DV-AA TO DV-ANO
                   CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                         DV-DATA-VALIDA
               END-IF
               IF DV-DATA-E-INVALIDA
                       OR WS-DATA-VALIDADE < WS-DATA-HOJE
                   DISPLAY 'DATA INVALIDA OU PASSADA. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-DATA-VALIDADE TO PO-DATA-VALIDADE
           .

       ACEITA-CONTA-CREDORA.
      *    Conta da credora original no proprio banco dela, para a
      *    TED da liberacao (o FINLIB a manda como liberacao pronta).
           DISPLAY 'AGENCIA DA CREDORA (SEM DIGITO) : '
           PERFORM WITH TEST AFTER UNTIL PO-AGENCIA-IF IS NUMERIC
                   AND PO-AGENCIA-IF > ZEROS
               ACCEPT PO-AGENCIA-IF
               IF PO-AGENCIA-IF NOT NUMERIC
                   OR PO-AGENCIA-IF = ZEROS
                   DISPLAY 'AGENCIA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CONTA DA CREDORA (SEM DIGITO) : '
           PERFORM WITH TEST AFTER UNTIL PO-CONTA-IF IS NUMERIC
                   AND PO-CONTA-IF > ZEROS
               ACCEPT PO-CONTA-IF
               IF PO-CONTA-IF NOT NUMERIC OR PO-CONTA-IF = ZEROS
                   DISPLAY 'CONTA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'DIGITO DA CONTA : '
           ACCEPT PO-DV-CONTA-IF
           .

       CANCELA-PEDIDO.
           PERFORM ACEITA-NUMERO-PORTAB
           MOVE WS-NUM-PORTAB TO PO-NUM-PORTAB
           READ FD-PORTAB
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
      *            Entrada com contrato ja criado segue pelo caminho
      *            normal: cancela-se a liberacao (LIBMNT) e o
      *            contrato (FINAN2).
                   IF NOT PO-REGISTRADO
                       PERFORM DESCREVE-PEDIDO
                       DISPLAY 'PEDIDO ' WS-DESCR-SITUACAO
                               ' - NAO PODE SER CANCELADO.'
                   ELSE
                       PERFORM MOSTRA-PEDIDO
                       DISPLAY 'CONFIRMA O CANCELAMENTO (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           MOVE 'X' TO PO-SITUACAO
                           PERFORM CARIMBA-MANUTENCAO
                           REWRITE FD-PORTAB-REC
                           DISPLAY 'PEDIDO ' PO-NUM-PORTAB
                                   ' CANCELADO.'
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   END-IF
           END-READ
           .

       CONSULTA-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO (0=PELO CONTRATO) : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-PORTAB IS NUMERIC
               ACCEPT WS-NUM-PORTAB
               IF WS-NUM-PORTAB NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-NUM-PORTAB > ZEROS
               MOVE WS-NUM-PORTAB TO PO-NUM-PORTAB
               READ FD-PORTAB
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM MOSTRA-PEDIDO
               END-READ
           ELSE
               PERFORM ACEITA-NUMERO-CONTRATO
               MOVE 'N' TO WS-FIM-PORTAB
               MOVE WS-NUM-CONTRATO TO PO-NUM-CONTRATO
               START FD-PORTAB KEY = PO-NUM-CONTRATO
                   INVALID KEY
                       DISPLAY 'NENHUM PEDIDO PARA ESTE CONTRATO.'
                       SET WS-EOF-PORTAB TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-PORTAB
                   READ FD-PORTAB NEXT RECORD
                       AT END
                           SET WS-EOF-PORTAB TO TRUE
                       NOT AT END
                           IF PO-NUM-CONTRATO NOT = WS-NUM-CONTRATO
                               SET WS-EOF-PORTAB TO TRUE
                           ELSE
                               PERFORM MOSTRA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       MOSTRA-PEDIDO.
           PERFORM DESCREVE-PEDIDO
           MOVE PO-VR-SALDO     TO WS-ED-VALOR
           MOVE PO-VR-EFETIVADO TO WS-ED-VALOR-2
           DISPLAY 'PEDIDO...: ' PO-NUM-PORTAB ' ' WS-DESCR-SENTIDO
                   '  DE ' PO-DATA-PEDIDO
           DISPLAY 'CONTRATO.: ' PO-NUM-CONTRATO
                   '  CLIENTE: ' PO-COD-CLIENTE
           DISPLAY 'INSTITUIC: ' PO-BANCO-IF ' ' PO-NOME-IF
           DISPLAY 'CNPJ.....: ' PO-CNPJ-IF
                   '  CONTRATO NELA: ' PO-CONTRATO-IF
           DISPLAY 'SALDO....: ' WS-ED-VALOR
                   '  VALIDO ATE ' PO-DATA-VALIDADE
           IF PO-ENTRADA
               DISPLAY 'CONTA TED: AG ' PO-AGENCIA-IF
                       ' CONTA ' PO-CONTA-IF '-' PO-DV-CONTA-IF
           END-IF
           IF PO-EFETIVADO
               DISPLAY 'EFETIVADO: ' WS-ED-VALOR-2
                       '  EM ' PO-DATA-EFETIVACAO
           END-IF
           DISPLAY 'SITUACAO.: ' PO-SITUACAO ' ' WS-DESCR-SITUACAO
           IF PO-USUARIO NOT = SPACES
               DISPLAY 'ULT.MANUT: ' PO-USUARIO ' EM '
                       PO-DATA-MANUTENCAO
           END-IF
           .

       DESCREVE-PEDIDO.
           IF PO-SAIDA
               MOVE 'SAIDA'   TO WS-DESCR-SENTIDO
           ELSE
               MOVE 'ENTRADA' TO WS-DESCR-SENTIDO
           END-IF
           EVALUATE TRUE
               WHEN PO-REGISTRADO
                   MOVE 'REGISTRADO' TO WS-DESCR-SITUACAO
               WHEN PO-CONTRATO-CRIADO
                   MOVE 'CONTRATO CRIADO - AGUARDA TED'
                       TO WS-DESCR-SITUACAO
               WHEN PO-EFETIVADO
                   MOVE 'EFETIVADO' TO WS-DESCR-SITUACAO
               WHEN PO-CANCELADO
                   MOVE 'CANCELADO' TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

       ACEITA-NUMERO-CONTRATO.
           DISPLAY 'NUMERO DO CONTRATO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
                   AND WS-NUM-CONTRATO > ZEROS
               ACCEPT WS-NUM-CONTRATO
               IF WS-NUM-CONTRATO NOT NUMERIC
                   OR WS-NUM-CONTRATO = ZEROS
                   DISPLAY 'CONTRATO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-NUMERO-PORTAB.
           DISPLAY 'NUMERO DO PEDIDO DE PORTABILIDADE : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-PORTAB IS NUMERIC
                   AND WS-NUM-PORTAB > ZEROS
               ACCEPT WS-NUM-PORTAB
               IF WS-NUM-PORTAB NOT NUMERIC OR WS-NUM-PORTAB = ZEROS
                   DISPLAY 'PEDIDO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       OBTEM-NUMERO-PORTAB.
      *    Serie PORTAB de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie CESSAO; semeada em 1 na primeira vez.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           MOVE 'PORTAB' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'PORTAB' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-PORTAB
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       CARIMBA-MANUTENCAO.
           MOVE SN-USUARIO   TO PO-USUARIO
           MOVE WS-DATA-HOJE TO PO-DATA-MANUTENCAO
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT), jornal de
      *    atualizacao para o roll-forward do FINREST e o arquivo de
      *    parcelas (FDPARC.DAT), como nos demais programas que
      *    gravam FDCONTR.DAT.
           MOVE SN-USUARIO  TO AF-PARM-USUARIO
           MOVE WS-PROGRAMA TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'R'       TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM PORTMNT.
