      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: BATIMENTO DIARIO DE VALORES: no fim da noite, soma
      *          as QUATRO visoes do mesmo dinheiro do dia e acusa
      *          divergencia com RETURN-CODE 8 - o vazamento de
      *          valor aparece na manha seguinte, nao semanas
      *          depois. Visao 1: transicoes com dinheiro de
      *          sai do saldo contabil sem fechar as parcelas; a
      *          amortizacao extraordinaria recalcula juros e o
      *          abate parcial do modo ENCURTA nem gera movimento).
      *          Visao 4: o PIX recebido no dia (PIXMOV.DAT, gravado
      *          pelo FINPIX) quebrado por destino - baixa, credito
      *          de cliente, parcial, suspensao e tolerancia - com o
      *          total baixado conferido contra as baixas 'G' do
      *          FINPIX em PAGTOLOG.DAT; diferenca e divergencia.
      *          Relatorio em FINBATIM.PRT; dia desviado por
      *          competencia fechada (FINCTB) sai avisado, pois os
      *          lancamentos carregam outra data.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-CHAVE
               FILE STATUS IS WS-FS-BATSALDO.
           SELECT FD-PIXMOV         ASSIGN TO "PIXMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIXMOV.
           SELECT FD-RELATO         ASSIGN TO "FINBATIM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.
           03 BT-DATA               PIC 9(08).
           03 BT-SALDO              PIC 9(13)V99.

       FD  FD-PIXMOV.
       01  FD-PIXMOV-REC.
           COPY PIXMOVREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(90).

           03 WS-FS-CONTABIL      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-BATSALDO      PIC X(02) VALUE '00'.
           03 WS-FS-PIXMOV        PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
             88 WS-HA-SALDO-ANTERIOR        VALUE 'S'.
         01 WS-SALDO-ESPERADO       PIC S9(13)V99.

      *  Visao 4: PIX do dia por destino, e as baixas do FINPIX
      *  segundo o PAGTOLOG.
         01 WS-VISAO-PIX.
           03 WS-V4-RECEBIDO        PIC 9(13)V99 VALUE ZEROS.
           03 WS-V4-BAIXADO         PIC 9(13)V99 VALUE ZEROS.
           03 WS-V4-CREDITO         PIC 9(13)V99 VALUE ZEROS.
           03 WS-V4-PARCIAL         PIC 9(13)V99 VALUE ZEROS.
           03 WS-V4-SUSPENSO        PIC 9(13)V99 VALUE ZEROS.
           03 WS-V4-ABSORVIDO       PIC S9(13)V99 VALUE ZEROS.
           03 WS-V4-PAGTOLOG        PIC 9(13)V99 VALUE ZEROS.
           03 WS-V4-QTD             PIC 9(06) VALUE ZEROS.
         01 WS-DIF-4                PIC S9(13)V99.

         01 WS-DIF-1-2              PIC S9(13)V99.
         01 WS-DIF-3                PIC S9(13)V99.
         01 WS-DIVERGIU             PIC X(01) VALUE 'N'.
           PERFORM SOMA-PAGTOLOG-DIA
           PERFORM SOMA-MOVDIA-DIA
           PERFORM SOMA-CONTABIL-DIA
           PERFORM SOMA-PIXMOV-DIA
           PERFORM SOMA-SALDO-PARCELAS
           PERFORM LE-SALDO-ANTERIOR
           PERFORM CONFRONTA-VISOES
                               WHEN 'G'
                                   ADD PL-VALOR TO WS-V1-TOTAL
                                   SUBTRACT PL-VALOR FROM WS-V1-SINAL
                                   IF PL-PROGRAMA = 'FINPIX'
                                       ADD PL-VALOR TO WS-V4-PAGTOLOG
                                   END-IF
                               WHEN 'C'
                                   ADD PL-VALOR TO WS-V1-TOTAL
                                   SUBTRACT PL-VALOR FROM WS-V1-SINAL
           END-IF
           .

       SOMA-PIXMOV-DIA.
      *    O dinheiro do PIX ja esta na visao 1 pelas baixas e pelos
      *    movimentos 'E'/'X' que o FINPIX gera; aqui ele e somado
      *    pela ponta do PSP, um registro por PIX recebido.
           MOVE 'N' TO WS-FIM-LOG
           OPEN INPUT FD-PIXMOV
           MOVE WS-FS-PIXMOV TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-LOG TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-LOG
               READ FD-PIXMOV
                   AT END
                       SET WS-EOF-LOG TO TRUE
                   NOT AT END
                       IF PV-DATA-MOVIMENTO = WS-DATA-MOVIMENTO
                           AND PV-VALOR-PAGO IS NUMERIC
                           ADD 1               TO WS-V4-QTD
                           ADD PV-VALOR-PAGO   TO WS-V4-RECEBIDO
                           ADD PV-VR-BAIXADO   TO WS-V4-BAIXADO
                           ADD PV-VR-CREDITO   TO WS-V4-CREDITO
                           ADD PV-VR-PARCIAL   TO WS-V4-PARCIAL
                           ADD PV-VR-SUSPENSO  TO WS-V4-SUSPENSO
                           ADD PV-VR-ABSORVIDO TO WS-V4-ABSORVIDO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PIXMOV = '00' OR WS-FS-PIXMOV = '10'
               CLOSE FD-PIXMOV
           END-IF
           .

       SOMA-SALDO-PARCELAS.
           MOVE 'N' TO WS-FIM-LOG
           OPEN INPUT FD-PARCELA
               WRITE FD-RELATO-REG
           END-IF

           PERFORM CONFRONTA-VISAO-PIX

           IF WS-TEM-AJUSTE = 'S'
               MOVE 'AVISO: HA LANCAMENTO DESVIADO DE COMPETENCIA '
                   TO FD-RELATO-REG
           CLOSE FD-RELATO
           .

       CONFRONTA-VISAO-PIX.
           IF WS-V4-QTD = ZEROS AND WS-V4-PAGTOLOG = ZEROS
               MOVE 'SEM PIX RECEBIDO NO DIA - VISAO 4 VAZIA.'
                   TO FD-RELATO-REG
               WRITE FD-RELATO-REG
           ELSE
               MOVE 'PIX RECEBIDO NO DIA (PIXMOV)............'
                   TO WS-LV-ROTULO
               MOVE WS-V4-RECEBIDO TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               MOVE '  BAIXADO EM PARCELA....................'
                   TO WS-LV-ROTULO
               MOVE WS-V4-BAIXADO TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               MOVE '  CREDITO DE CLIENTE....................'
                   TO WS-LV-ROTULO
               MOVE WS-V4-CREDITO TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               MOVE '  PAGAMENTO PARCIAL.....................'
                   TO WS-LV-ROTULO
               MOVE WS-V4-PARCIAL TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               MOVE '  EM SUSPENSAO..........................'
                   TO WS-LV-ROTULO
               MOVE WS-V4-SUSPENSO TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               MOVE '  ABSORVIDO NA TOLERANCIA...............'
                   TO WS-LV-ROTULO
               MOVE WS-V4-ABSORVIDO TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               MOVE 'BAIXAS DO FINPIX (PAGTOLOG)............'
                   TO WS-LV-ROTULO
               MOVE WS-V4-PAGTOLOG TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR

      *        A baixa que o FINPIX diz ter feito tem de estar no
      *        historico de transicoes, centavo a centavo; e o PIX
      *        recebido tem de fechar com a soma dos destinos.
               COMPUTE WS-DIF-4 = WS-V4-BAIXADO - WS-V4-PAGTOLOG
               MOVE 'DIFERENCA PIX BAIXADO X PAGTOLOG........'
                   TO WS-LV-ROTULO
               MOVE WS-DIF-4 TO WS-LV-VALOR
               WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
               IF WS-DIF-4 NOT = ZEROS
                   SET WS-HA-DIVERGENCIA TO TRUE
               END-IF
               COMPUTE WS-DIF-4 = WS-V4-RECEBIDO - WS-V4-BAIXADO
                   - WS-V4-CREDITO - WS-V4-PARCIAL - WS-V4-SUSPENSO
                   - WS-V4-ABSORVIDO
               IF WS-DIF-4 NOT = ZEROS
                   MOVE 'DIFERENCA PIX RECEBIDO X DESTINOS.......'
                       TO WS-LV-ROTULO
                   MOVE WS-DIF-4 TO WS-LV-VALOR
                   WRITE FD-RELATO-REG FROM WS-LINHA-VALOR
                   SET WS-HA-DIVERGENCIA TO TRUE
               END-IF
           END-IF
           .

       END PROGRAM FINBATIM.
