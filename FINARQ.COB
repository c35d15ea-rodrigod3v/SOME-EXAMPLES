      * Date:
      * Purpose: ARQUIVAMENTO DE CONTRATOS MORTOS: move para o arquivo
      *          morto (FDCONARQ.DAT, mesmo layout FINANREC) os
      *          contratos cancelados, quitados, renegociados ou
      *          portados ha mais de N anos (variavel de ambiente
      *          FINARQ-ANOS, padrao 2) e os remove do mestre vivo -
      *          cada registro carrega as 420 posicoes de parcela, entao
      *          contrato morto custa o mesmo espaco e tempo de
      *          varredura que um vivo em toda passada noturna. Como o
      *          contrato nao guarda a data de quitacao/cancelamento, a
      *          idade e medida pelo ultimo vencimento do plano (ou pela
      *          data de contratacao quando o plano nao tem
      *          vencimentos). O relatorio de controle (FINARQ.PRT)
      *          fecha contagem e valor movidos e as contagens finais
      *          dos dois arquivos. A consulta de contrato arquivado e o
      *          FINARQV.
      * Tectonics: cobc
      ******************************************************************
           03 FILLER                PIC X(15) VALUE ' ARQUIVADO ('.
           03 WS-LM-STATUS          PIC X(01).
           03 FILLER                PIC X(09) VALUE ') VALOR '.
           03 WS-LM-VALOR           PIC ZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-TOTAL.
           03 WS-LT-ROTULO          PIC X(30).
                       NOT AT END
                           IF FD-CONTR-CANCELADO OR FD-CONTR-QUITADO
                               OR FD-CONTR-RENEGOCIADO
                               OR FD-CONTR-PORTADO
                               PERFORM AVALIA-ARQUIVAMENTO
                           END-IF
                   END-READ
