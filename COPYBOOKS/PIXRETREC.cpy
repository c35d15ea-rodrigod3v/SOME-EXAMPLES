      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the PSP daily PIX settlement
      *          file (PIXRET.DAT) lido pelo FINPIX - um detalhe por
      *          PIX recebido na conta, com o TXID da cobranca
      *          (brancos quando o pagador usou a chave sem
      *          cobranca), o identificador fim a fim (E2E), o valor,
      *          a data/hora do credito e o documento do pagador. O
      *          arquivo comeca com o header 'H' (data de geracao e
      *          sequencia, base do guarda de replay em RETCTL.DAT) e
      *          fecha com o trailer 'T' (quantidade e valor total),
      *          lidos pelas visoes de controle do proprio FINPIX.
      ******************************************************************
           03 PY-TIPO-REG                    PIC X(01).
               88 PY-REG-HEADER                  VALUE 'H'.
               88 PY-REG-DETALHE                 VALUE 'D'.
               88 PY-REG-TRAILER                 VALUE 'T'.
           03 PY-TXID                        PIC X(26).
           03 PY-E2E-ID                      PIC X(32).
           03 PY-VALOR-PAGO                  PIC 9(05)V99.
           03 PY-DATA-PAGTO                  PIC 9(08).
           03 PY-HORA-PAGTO                  PIC 9(06).
           03 PY-DOC-PAGADOR                 PIC 9(14).
           03 PY-NOME-PAGADOR                PIC X(30).
