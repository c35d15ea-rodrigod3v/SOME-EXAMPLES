      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ACOMPANHAMENTO DO PROTESTO EM CARTORIO
      *          (PROTESTO.DAT): o FINPROT aponta o titulo na central
      *          de protesto e o registro fica como enviado; daqui em
      *          diante o retorno do cartorio chega em papel. (1)
      *          Registra o protesto lavrado (cartorio, protocolo,
      *          data); enquanto o titulo esta so apontado o FINCOB
      *          segura o encaminhamento juridico da parcela. (2)
      *          Lanca custas de cartorio, somadas a ULTIMA parcela
      *          em aberto (por conta do devedor, com auditoria, como
      *          as custas judiciais do JURMNT). (3) Registra a
      *          retirada/sustacao do titulo. (4) Confirma o
      *          cancelamento do protesto pedido pelo FINPROT com a
      *          carta de anuencia, ou a baixa da desistencia. (5)
      *          Relatorio dos titulos em cartorio com custas
      *          (PROTESTO.PRT). Toda mudanca de situacao vira linha
      *          de historico em PROTLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PROTESTO       ASSIGN TO "PROTESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PROTESTO.
           SELECT FD-PROTLOG        ASSIGN TO "PROTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROTLOG.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-RELATO         ASSIGN TO "PROTESTO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-PROTESTO.
       01  FD-PROTESTO-REC.
           COPY PROTREC.

       FD  FD-PROTLOG.
       01  FD-PROTLOG-REC.
           03 PN-NUM-CONTRATO       PIC 9(08).
           03 PN-NUM-PARCELA        PIC 9(03).
           03 PN-DATA               PIC 9(08).
           03 PN-HORA               PIC 9(08).
           03 PN-STATUS             PIC X(01).
           03 PN-OPERADOR           PIC X(08).
           03 PN-NOTA               PIC X(30).

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-PROTESTO      PIC X(02) VALUE '00'.
           03 WS-FS-PROTLOG       PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'PROTMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-NUM-PARCELA          PIC 9(03).
         01 WS-IND                  PIC 999.
         01 WS-ULT-ABERTA           PIC 999.
         01 WS-VR-CUSTA             PIC 9(07)V99.
         01 WS-DATA-INFORMADA       PIC 9(08).
         01 WS-NOTA                 PIC X(30).

         01 WS-FIM-PROTESTO         PIC X(01).
             88 WS-EOF-PROTESTO             VALUE 'S'.
         01 WS-QTD-TITULOS          PIC 9(04) VALUE ZEROS.
         01 WS-VR-TOTAL-TITULOS     PIC 9(09)V99 VALUE ZEROS.
         01 WS-VR-TOTAL-CUSTAS      PIC 9(09)V99 VALUE ZEROS.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LT-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LT-PARCELA         PIC 999.
           03 FILLER                PIC X(05) VALUE ' SIT '.
           03 WS-LT-STATUS          PIC X(01).
           03 FILLER                PIC X(07) VALUE ' VALOR '.
           03 WS-LT-VALOR           PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(08) VALUE ' CUSTAS '.
           03 WS-LT-CUSTAS          PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE ' PROT '.
           03 WS-LT-PROTOCOLO       PIC X(15).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LT-DATA            PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    As custas regravam o mestre: so abre com o JOB NOTURNO
      *    parado, como o JURMNT.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: PROTESTO '
                       'INDISPONIVEL. AGUARDE O TERMINO DA NOITE.'
               GOBACK
           END-IF

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN I-O FD-PROTESTO
           IF WS-FS-PROTESTO = '35'
               OPEN OUTPUT FD-PROTESTO
               CLOSE FD-PROTESTO
               OPEN I-O FD-PROTESTO
           END-IF

           DISPLAY 'PROTESTO - 1-PROTESTADO  2-CUSTAS  3-RETIRADA  '
                   '4-CANCELAMENTO  5-RELATORIO'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           IF WS-OPCAO = 5
               PERFORM RELATORIO-PROTESTO
           ELSE
               IF SN-NIVEL-CONSULTA
                   DISPLAY 'NIVEL DE CONSULTA: SOMENTE O RELATORIO '
                           '(OPCAO 5).'
               ELSE
                   DISPLAY 'INFORME O NUMERO DO CONTRATO : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-NUM-CONTRATO IS NUMERIC
                       ACCEPT WS-NUM-CONTRATO
                       IF WS-NUM-CONTRATO NOT NUMERIC
                           DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   DISPLAY 'INFORME O NUMERO DA PARCELA : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-NUM-PARCELA IS NUMERIC
                       ACCEPT WS-NUM-PARCELA
                       IF WS-NUM-PARCELA NOT NUMERIC
                           DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   MOVE WS-NUM-CONTRATO TO PO-NUM-CONTRATO
                   MOVE WS-NUM-PARCELA  TO PO-NUM-PARCELA
                   READ FD-PROTESTO
                       INVALID KEY
                           DISPLAY 'PARCELA NAO FOI ENVIADA A '
                                   'PROTESTO.'
                       NOT INVALID KEY
                           EVALUATE WS-OPCAO
                               WHEN 2
                                   PERFORM LANCA-CUSTAS
                               WHEN 3
                                   PERFORM REGISTRA-RETIRADA
                               WHEN 4
                                   PERFORM CONFIRMA-CANCELAMENTO
                               WHEN OTHER
                                   PERFORM REGISTRA-PROTESTO
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF

           CLOSE FD-PROTESTO
           GOBACK.

       REGISTRA-PROTESTO.
           IF NOT PO-ENVIADO
               DISPLAY 'TITULO NAO ESTA APONTADO (STATUS ' PO-STATUS
                       ').'
           ELSE
               DISPLAY 'CARTORIO : '
               ACCEPT PO-CARTORIO
               DISPLAY 'NUMERO DO PROTOCOLO : '
               ACCEPT PO-NUM-PROTOCOLO
               PERFORM ACEITA-DATA
               MOVE WS-DATA-INFORMADA TO PO-DATA-PROTESTO
               SET PO-PROTESTADO TO TRUE
               REWRITE FD-PROTESTO-REC
               MOVE 'TITULO PROTESTADO' TO WS-NOTA
               PERFORM GRAVA-PROTLOG
               DISPLAY 'PROTESTO REGISTRADO: O FINCOB LIBERA O '
                       'ENCAMINHAMENTO JURIDICO DA PARCELA.'
           END-IF
           .

       ACEITA-DATA.
      *    Data em branco ou zero vale a data do movimento.
           DISPLAY 'DATA (AAAAMMDD, 0 = HOJE) : '
           PERFORM WITH TEST AFTER UNTIL WS-DATA-INFORMADA IS NUMERIC
               ACCEPT WS-DATA-INFORMADA
               IF WS-DATA-INFORMADA NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-DATA-INFORMADA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-INFORMADA
           END-IF
           .

       LANCA-CUSTAS.
           IF PO-RETIRADO OR PO-CANCELADO
               DISPLAY 'TITULO FORA DO CARTORIO - CUSTAS FECHADAS.'
           ELSE
               DISPLAY 'VALOR DAS CUSTAS (EX: 0000150,00) : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-VR-CUSTA IS NUMERIC
                       AND WS-VR-CUSTA > ZEROS
                   ACCEPT WS-VR-CUSTA
                   IF WS-VR-CUSTA NOT NUMERIC
                           OR WS-VR-CUSTA = ZEROS
                       DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               PERFORM SOMA-CUSTA-NA-DIVIDA
           END-IF
           .

       SOMA-CUSTA-NA-DIVIDA.
      *    A custa de cartorio e do devedor: soma na ULTIMA parcela
      *    em aberto do contrato, com a trilha de sempre, e acumula
      *    no titulo - mesma regra das custas judiciais do JURMNT.
           OPEN I-O FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'PROTMNT: ' FS-MENSAGEM
           ELSE
               MOVE WS-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
                       MOVE ZEROS TO WS-ULT-ABERTA
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > FD-NUM-PARCELAS
                           IF FD-PARC-STATUS(WS-IND) = 'P' OR
                              FD-PARC-STATUS(WS-IND) = 'A'
                               MOVE WS-IND TO WS-ULT-ABERTA
                           END-IF
                       END-PERFORM
                       IF WS-ULT-ABERTA = ZEROS
                           DISPLAY 'CONTRATO SEM PARCELA EM ABERTO '
                                   '- CUSTA NAO LANCADA NA DIVIDA.'
                       ELSE
                           ADD WS-VR-CUSTA
                               TO FD-PARC-VALOR(WS-ULT-ABERTA)
                           REWRITE FD-CONTRATO-REC
                           PERFORM GRAVA-AUDIT-CONTRATO
                           ADD WS-VR-CUSTA TO PO-VR-CUSTAS
                           REWRITE FD-PROTESTO-REC
                           MOVE 'CUSTAS DE CARTORIO NA DIVIDA'
                               TO WS-NOTA
                           PERFORM GRAVA-PROTLOG
                           DISPLAY 'CUSTAS DE ' WS-VR-CUSTA
                                   ' SOMADAS A PARCELA '
                                   WS-ULT-ABERTA ' (ACUMULADO '
                                   PO-VR-CUSTAS ').'
                       END-IF
               END-READ
               CLOSE FD-CONTRATO
           END-IF
           .

       REGISTRA-RETIRADA.
      *    Retirada pelo credor ou sustacao por ordem judicial: o
      *    titulo sai do cartorio sem pagamento e a parcela volta
      *    ao fluxo normal de cobranca.
           IF PO-ENVIADO OR PO-PROTESTADO
               DISPLAY 'MOTIVO DA RETIRADA/SUSTACAO : '
               ACCEPT WS-NOTA
               IF WS-NOTA = SPACES
                   MOVE 'TITULO RETIRADO DO CARTORIO' TO WS-NOTA
               END-IF
               SET PO-RETIRADO TO TRUE
               MOVE WS-DATA-HOJE TO PO-DATA-CANCELAMENTO
               REWRITE FD-PROTESTO-REC
               PERFORM GRAVA-PROTLOG
               DISPLAY 'RETIRADA REGISTRADA.'
           ELSE
               DISPLAY 'TITULO NAO ESTA EM CARTORIO (STATUS '
                       PO-STATUS ').'
           END-IF
           .

       CONFIRMA-CANCELAMENTO.
           IF PO-ANUENCIA OR PO-DESISTENCIA
               PERFORM ACEITA-DATA
               MOVE WS-DATA-INFORMADA TO PO-DATA-CANCELAMENTO
               SET PO-CANCELADO TO TRUE
               REWRITE FD-PROTESTO-REC
               MOVE 'CANCELAMENTO CONFIRMADO' TO WS-NOTA
               PERFORM GRAVA-PROTLOG
               DISPLAY 'CANCELAMENTO CONFIRMADO: TITULO BAIXADO NO '
                       'CARTORIO.'
           ELSE
               DISPLAY 'NAO HA CANCELAMENTO PEDIDO PARA O TITULO '
                       '(STATUS ' PO-STATUS ').'
           END-IF
           .

       GRAVA-PROTLOG.
      *    Mesmo padrao de EXTEND com criacao na primeira gravacao
      *    do JURLOG.
           OPEN EXTEND FD-PROTLOG
           MOVE WS-FS-PROTLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-PROTLOG
               CLOSE FD-PROTLOG
               OPEN EXTEND FD-PROTLOG
           END-IF
           MOVE PO-NUM-CONTRATO TO PN-NUM-CONTRATO
           MOVE PO-NUM-PARCELA  TO PN-NUM-PARCELA
           MOVE WS-DATA-HOJE    TO PN-DATA
           ACCEPT PN-HORA FROM TIME
           MOVE PO-STATUS       TO PN-STATUS
           MOVE SN-USUARIO      TO PN-OPERADOR
           MOVE WS-NOTA         TO PN-NOTA
           WRITE FD-PROTLOG-REC
           CLOSE FD-PROTLOG
           .

       RELATORIO-PROTESTO.
      *    Titulos ainda em cartorio ou com cancelamento pendente de
      *    confirmacao.
           OPEN OUTPUT FD-RELATO
           MOVE SPACES TO FD-RELATO-REG
           STRING 'TITULOS EM CARTORIO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO FD-RELATO-REG
           WRITE FD-RELATO-REG

           MOVE 'N'   TO WS-FIM-PROTESTO
           MOVE ZEROS TO PO-CHAVE
           START FD-PROTESTO KEY NOT < PO-CHAVE
               INVALID KEY
                   SET WS-EOF-PROTESTO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-PROTESTO
               READ FD-PROTESTO NEXT RECORD
                   AT END
                       SET WS-EOF-PROTESTO TO TRUE
                   NOT AT END
                       IF NOT PO-RETIRADO AND NOT PO-CANCELADO
                           PERFORM LISTA-UM-TITULO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO FD-RELATO-REG
           STRING WS-QTD-TITULOS ' TITULO(S), VALOR TOTAL '
                  WS-VR-TOTAL-TITULOS ' CUSTAS ' WS-VR-TOTAL-CUSTAS
               DELIMITED BY SIZE INTO FD-RELATO-REG
           WRITE FD-RELATO-REG
           CLOSE FD-RELATO
           DISPLAY WS-QTD-TITULOS ' TITULO(S) EM CARTORIO. RELATORIO '
                   'EM PROTESTO.PRT.'
           .

       LISTA-UM-TITULO.
           ADD 1               TO WS-QTD-TITULOS
           ADD PO-VALOR-TITULO TO WS-VR-TOTAL-TITULOS
           ADD PO-VR-CUSTAS    TO WS-VR-TOTAL-CUSTAS
           MOVE PO-NUM-CONTRATO  TO WS-LT-CONTRATO
           MOVE PO-NUM-PARCELA   TO WS-LT-PARCELA
           MOVE PO-STATUS        TO WS-LT-STATUS
           MOVE PO-VALOR-TITULO  TO WS-LT-VALOR
           MOVE PO-VR-CUSTAS     TO WS-LT-CUSTAS
           MOVE PO-NUM-PROTOCOLO TO WS-LT-PROTOCOLO
           IF PO-PROTESTADO
               MOVE PO-DATA-PROTESTO TO WS-LT-DATA
           ELSE
               MOVE PO-DATA-ENVIO    TO WS-LT-DATA
           END-IF
           WRITE FD-RELATO-REG FROM WS-LINHA-TITULO
           DISPLAY WS-LINHA-TITULO
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT) para o
      *    REWRITE feito por este programa.
           SET AF-PARM-ALTERACAO TO TRUE
           MOVE SN-USUARIO TO AF-PARM-USUARIO
           MOVE 'PROTMNT'  TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
      *    Jornal de atualizacao para o roll-forward do FINREST.
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'R'       TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
      *    Mantem o arquivo de parcelas (FDPARC.DAT) em dia com o
      *    plano recem-gravado deste contrato.
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM PROTMNT.
