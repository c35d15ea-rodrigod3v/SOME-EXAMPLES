      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the merchant sales control
      *          (LOJVENDA.DAT), uma linha por venda importada pelo
      *          FINLOJI, chave = referencia tirada da serie LOJVENDA
      *          de NUMCTL.DAT, que vai no LT-NUM-CONTRATO do detalhe
      *          do FINLOTE.DAT (o campo de referencia da agencia) e
      *          liga a venda ao contrato que o FINAN2 gravou ou ao
      *          rejeito do FINREJ.DAT. Chaves alternadas: lojista +
      *          cupom (venda repetida e o extrato por lojista) e o
      *          contrato gerado (um contrato nao e atribuido a duas
      *          vendas). Situacao: 'E' enviada no lote, 'A' aceita
      *          (contrato gravado), 'R' rejeitada - na importacao
      *          (origem 'L') ou no lote noturno (origem 'F', motivo
      *          do FINREJ). Desconto/comissao e liquido sao
      *          calculados na importacao, pelo acordo vigente na
      *          venda; a data do extrato marca a venda ja repassada
      *          ao lojista (zeros = ainda nao saiu no FINLOJE).
      ******************************************************************
           03 VN-NUM-REFERENCIA              PIC 9(08).
           03 VN-CHAVE-VENDA.
               05 VN-COD-LOJISTA             PIC 9(04).
               05 VN-REF-VENDA               PIC X(10).
           03 VN-SEQ-ARQUIVO                 PIC 9(06).
           03 VN-DATA-VENDA                  PIC 9(08).
           03 VN-DATA-IMPORTACAO             PIC 9(08).
           03 VN-CPF                         PIC 9(11).
           03 VN-COD-CLIENTE                 PIC 9(06).
           03 VN-VALOR                       PIC 9(06)V99.
           03 VN-NUM-PARCELAS                PIC 9(02).
           03 VN-SITUACAO                    PIC X(01).
               88 VN-ENVIADA                     VALUE 'E'.
               88 VN-ACEITA                      VALUE 'A'.
               88 VN-REJEITADA                   VALUE 'R'.
           03 VN-ORIGEM-REJ                  PIC X(01).
               88 VN-REJ-IMPORTACAO              VALUE 'L'.
               88 VN-REJ-LOTE                    VALUE 'F'.
           03 VN-MOTIVO-REJ                  PIC 9(02).
           03 VN-DESCR-MOTIVO                PIC X(30).
           03 VN-NUM-CONTRATO                PIC 9(08).
           03 VN-VR-ACORDO                   PIC 9(07)V99.
           03 VN-VR-LIQUIDO                  PIC 9(07)V99.
           03 VN-DATA-EXTRATO                PIC 9(08).
