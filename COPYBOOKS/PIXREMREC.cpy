      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the PIX charge file sent to the
      *          PSP (PIXREM.DAT), gravado pelo FINPIXC: um detalhe
      *          por cobranca a registrar ('I', parcela aberta dentro
      *          da janela de vencimento) ou a remover ('C', parcela
      *          que deixou de estar em aberto - paga no balcao, no
      *          boleto, renegociada ou cancelada), para o PSP nao
      *          aceitar PIX de uma parcela que ja nao se deve. O
      *          header/trailer sao montados pelo FINPIXC em
      *          WORKING-STORAGE e gravados FROM sobre esta mesma
      *          area (primeiro byte 'H'/'D'/'T').
      ******************************************************************
           03 PQ-TIPO-REG                    PIC X(01).
               88 PQ-REG-HEADER                  VALUE 'H'.
               88 PQ-REG-DETALHE                 VALUE 'D'.
               88 PQ-REG-TRAILER                 VALUE 'T'.
           03 PQ-OPERACAO                    PIC X(01).
               88 PQ-OPER-INCLUSAO               VALUE 'I'.
               88 PQ-OPER-REMOCAO                VALUE 'C'.
           03 PQ-TXID                        PIC X(26).
           03 PQ-NUM-CONTRATO                PIC 9(08).
           03 PQ-NUM-PARCELA                 PIC 9(03).
           03 PQ-PARC-VENCTO                 PIC 9(08).
           03 PQ-DATA-EXPIRACAO              PIC 9(08).
           03 PQ-PARC-VALOR                  PIC 9(05)V99.
           03 PQ-TIPO-PESSOA                 PIC X(01).
           03 PQ-DOCUMENTO                   PIC 9(14).
           03 PQ-NOME-DEVEDOR                PIC X(41).
