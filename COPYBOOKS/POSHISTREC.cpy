      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the month-end position history
      *          (POSHIST.DAT), chave competencia AAAAMM + contrato:
      *          a ultima posicao noturna (POSCART.DAT) de cada mes,
      *          guardada pelo FINPOSI na primeira noite do mes
      *          seguinte, antes de regravar a posicao. So o que a
      *          matriz de rolagem (FINROLL) precisa: situacao, faixa
      *          e pior atraso, saldos, produto e agente. Reexecucao
      *          regrava a competencia.
      ******************************************************************
           03 HP-CHAVE.
               05 HP-COMPETENCIA             PIC 9(06).
               05 HP-NUM-CONTRATO            PIC 9(08).
           03 HP-DATA-POSICAO                PIC 9(08).
           03 HP-COD-CLIENTE                 PIC 9(06).
           03 HP-STATUS-CONTRATO             PIC X(01).
               88 HP-CONTR-ATIVO                 VALUE 'A'.
               88 HP-CONTR-RENEGOCIADO           VALUE 'R'.
               88 HP-CONTR-QUITADO               VALUE 'Q'.
               88 HP-CONTR-PREJUIZO              VALUE 'P'.
               88 HP-CONTR-CEDIDO                VALUE 'D'.
           03 HP-COD-PRODUTO                 PIC 9(03).
           03 HP-OBJETO                      PIC X(20).
           03 HP-COD-AGENTE                  PIC 9(04).
      *    Faixa de atraso da posicao: 0 em dia; 1 ate 30, 2 ate 60,
      *    3 ate 90, 4 ate 180 e 5 acima de 180 dias.
           03 HP-FAIXA-ATRASO                PIC 9(01).
           03 HP-MAIOR-ATRASO                PIC 9(05).
           03 HP-RATING                      PIC X(02).
           03 HP-SALDO-ABERTO                PIC 9(09)V99.
           03 HP-SALDO-VENCIDO               PIC 9(09)V99.
