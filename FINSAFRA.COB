      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ANALISE DE SAFRA (VINTAGE) DA CARTEIRA: agrupa os
      *          contratos da posicao da noite (POSCART.DAT, gravada
      *          pelo FINPOSI) pelo MES da data de contratacao e
      *          mostra, por safra, o volume originado, a quantidade
      *          e o percentual do saldo em aberto hoje vencido ha mais
      *          de 30, 60 e 90 dias - o triangulo de maturacao em
      *          que uma safra deteriorando salta aos olhos, que e
      *          exatamente a pergunta do comite de credito na hora
      *          de apertar as taxas no FINTAXA. Sai em SAFRA.PRT e
      *          na tela, datado pela posicao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.
           SELECT FD-RELATO         ASSIGN TO "SAFRA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(110).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-POSCART       PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.

         01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.

         01 WS-SAFRA-CONTRATO       PIC 9(06).

      *  Ate 120 safras (10 anos de originacao mensal).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT FD-POSCART
           MOVE WS-FS-POSCART TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINSAFRA: POSCART.DAT - ' FS-MENSAGEM
           ELSE
               PERFORM UNTIL WS-EOF-POSICAO
                   READ FD-POSCART NEXT RECORD
                       AT END
                           SET WS-EOF-POSICAO TO TRUE
                       NOT AT END
                           MOVE PK-DATA-POSICAO TO WS-DATA-HOJE
                           PERFORM ACUMULA-CONTRATO-SAFRA
                   END-READ
               END-PERFORM
               CLOSE FD-POSCART
               PERFORM ORDENA-SAFRAS
               PERFORM IMPRIME-TRIANGULO
           END-IF
       ACUMULA-CONTRATO-SAFRA.
      *    Toda originacao conta no volume da safra (inclusive o que
      *    depois quitou, cancelou ou renegociou - safra e historia
      *    de originacao); o atraso vem so do saldo em aberto, pelas
      *    faixas de atraso da posicao: acima de 30 dias sao as
      *    faixas 2 a 5, acima de 60 as 3 a 5, acima de 90 as 4 e 5.
           IF PK-DATA-CONTRATACAO NOT NUMERIC
               OR PK-DATA-CONTRATACAO = ZEROS
      *        Contrato legado sem data de contratacao nao tem
      *        safra: fica fora do triangulo.
               CONTINUE
           ELSE
               MOVE PK-DATA-CONTRATACAO(1:6) TO WS-SAFRA-CONTRATO
               PERFORM LOCALIZA-SAFRA
               IF WS-SF-ACHADA > ZEROS
                   ADD 1        TO WS-SF-QTD(WS-SF-ACHADA)
                   ADD PK-VALOR TO WS-SF-VOLUME(WS-SF-ACHADA)
                   ADD PK-SALDO-ABERTO TO WS-SF-SALDO(WS-SF-ACHADA)
                   ADD PK-AF-VALOR(2) PK-AF-VALOR(3) PK-AF-VALOR(4)
                       PK-AF-VALOR(5) TO WS-SF-VENC30(WS-SF-ACHADA)
                   ADD PK-AF-VALOR(3) PK-AF-VALOR(4) PK-AF-VALOR(5)
                       TO WS-SF-VENC60(WS-SF-ACHADA)
                   ADD PK-AF-VALOR(4) PK-AF-VALOR(5)
                       TO WS-SF-VENC90(WS-SF-ACHADA)
               END-IF
           END-IF
           .
