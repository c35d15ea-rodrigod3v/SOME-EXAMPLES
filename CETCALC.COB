      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CALCULO DO CUSTO EFETIVO TOTAL (CET) DE UMA OPERACAO:
      *          TAXA INTERNA DE RETORNO DO VALOR LIBERADO CONTRA O
      *          FLUXO REAL DE PARCELAS, NA CONVENCAO DE DIAS CORRIDOS
      *          SOBRE 365 - SOMA( PARCELA / (1+CET) ** (DIAS/365) )
      *          IGUAL AO VALOR LIBERADO. CET ANUAL ACHADO POR
      *          BISSECAO (A FUNCAO E DECRESCENTE NA TAXA) E O MENSAL
      *          EQUIVALENTE (1+CET) ** (1/12) - 1. USADO NA SIMULACAO,
      *          NA CEDULA E NA COTACAO DE QUITACAO DO FINAN2, EM VEZ
      *          DE CADA DOCUMENTO ESTIMAR O CUSTO POR CONTA PROPRIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CETCALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 WS-CALCULO.
      *    Faixa de busca da taxa anual (fracao): de zero ate o maior
      *    CET anual que o campo de retorno representa (99.999,99%).
           03 WS-TAXA-MIN           PIC 9(03)V9(10).
           03 WS-TAXA-MAX           PIC 9(03)V9(10).
           03 WS-TAXA-MEIO          PIC 9(03)V9(10).
           03 WS-TAXA-MENSAL        PIC 9(03)V9(10).
           03 WS-VPL                PIC S9(11)V9(08).
           03 WS-FATOR              PIC 9(15)V9(10).
           03 WS-DESCONTO           PIC 9(01)V9(14).
           03 WS-PRAZO-ANOS         PIC 9(03)V9(10).
           03 WS-DIAS-BASE          PIC 9(08).
           03 WS-DIAS-FLUXO         PIC S9(08).
           03 WS-IND                PIC 9(03).
           03 WS-ITERACAO           PIC 9(03).

       LINKAGE SECTION.
         COPY CETPARM.

       PROCEDURE DIVISION USING CE-DATA-BASE CE-VR-LIBERADO
                                 CE-QTD-FLUXOS CE-FLUXOS
                                 CE-CET-MENSAL CE-CET-ANUAL CE-STATUS.
       MAIN-PROCEDURE.
           SET CE-CALCULO-OK TO TRUE
           MOVE ZEROS TO CE-CET-MENSAL CE-CET-ANUAL

           IF CE-QTD-FLUXOS = ZEROS OR CE-QTD-FLUXOS > 420
                   OR CE-VR-LIBERADO = ZEROS
               SET CE-CALCULO-ERRO TO TRUE
               GOBACK
           END-IF

           COMPUTE WS-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(CE-DATA-BASE)

      *    Parcelas somadas sem desconto nao cobrem o liberado: nao
      *    ha custo a apurar (operacao a taxa zero ou subsidiada), o
      *    CET sai zerado.
           MOVE ZEROS TO WS-TAXA-MEIO
           PERFORM CALCULA-VPL
           IF WS-VPL NOT > ZEROS
               GOBACK
           END-IF

           MOVE ZEROS     TO WS-TAXA-MIN
           MOVE 999,9999  TO WS-TAXA-MAX
           MOVE WS-TAXA-MAX TO WS-TAXA-MEIO
           PERFORM CALCULA-VPL
           IF WS-VPL > ZEROS
               SET CE-CALCULO-ERRO TO TRUE
               MOVE 99,9999   TO CE-CET-MENSAL
               MOVE 99999,99  TO CE-CET-ANUAL
               GOBACK
           END-IF

           PERFORM VARYING WS-ITERACAO FROM 1 BY 1
                   UNTIL WS-ITERACAO > 60
               COMPUTE WS-TAXA-MEIO = (WS-TAXA-MIN + WS-TAXA-MAX) / 2
               PERFORM CALCULA-VPL
               IF WS-VPL > ZEROS
                   MOVE WS-TAXA-MEIO TO WS-TAXA-MIN
               ELSE
                   MOVE WS-TAXA-MEIO TO WS-TAXA-MAX
               END-IF
           END-PERFORM

           COMPUTE WS-TAXA-MEIO = (WS-TAXA-MIN + WS-TAXA-MAX) / 2
           COMPUTE WS-TAXA-MENSAL =
               ((1 + WS-TAXA-MEIO) ** (1 / 12)) - 1
           COMPUTE CE-CET-ANUAL ROUNDED = WS-TAXA-MEIO * 100
           COMPUTE CE-CET-MENSAL ROUNDED = WS-TAXA-MENSAL * 100

           GOBACK.

       CALCULA-VPL.
      *    Valor presente das parcelas a taxa anual WS-TAXA-MEIO menos
      *    o valor liberado: positivo enquanto a taxa esta abaixo do
      *    CET, negativo acima dele.
           COMPUTE WS-VPL = ZEROS - CE-VR-LIBERADO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > CE-QTD-FLUXOS
               COMPUTE WS-DIAS-FLUXO =
                   FUNCTION INTEGER-OF-DATE(CE-FLX-DATA(WS-IND))
                   - WS-DIAS-BASE
               IF WS-DIAS-FLUXO < ZEROS
                   MOVE ZEROS TO WS-DIAS-FLUXO
               END-IF
               COMPUTE WS-PRAZO-ANOS = WS-DIAS-FLUXO / 365
      *        Fator de capitalizacao que estoura o campo (taxa alta
      *        em prazo longo) desconta a parcela a praticamente zero.
      *        Taxa zero nao passa pela potencia: fator e 1.
               IF WS-TAXA-MEIO = ZEROS
                   MOVE 1 TO WS-FATOR
               ELSE
                   COMPUTE WS-FATOR =
                       (1 + WS-TAXA-MEIO) ** WS-PRAZO-ANOS
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-FATOR
                   END-COMPUTE
               END-IF
               IF WS-FATOR > ZEROS
                   COMPUTE WS-DESCONTO = 1 / WS-FATOR
               ELSE
                   MOVE ZEROS TO WS-DESCONTO
               END-IF
               COMPUTE WS-VPL = WS-VPL
                   + CE-FLX-VALOR(WS-IND) * WS-DESCONTO
           END-PERFORM
           .

       END PROGRAM CETCALC.
