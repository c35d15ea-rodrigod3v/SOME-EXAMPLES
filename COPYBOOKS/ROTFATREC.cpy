      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the revolving account invoice
      *          history (ROTFAT.DAT), chave conta + numero da
      *          fatura (= numero da parcela no contrato
      *          companheiro). Gravado pelo FINROT no fechamento:
      *          saldo anterior, pagamentos, compras, juros, total e
      *          pagamento minimo. Total = saldo anterior -
      *          pagamentos + juros + compras.
      ******************************************************************
           03 RF-CHAVE.
               05 RF-NUM-CONTA               PIC 9(08).
               05 RF-NUM-FATURA              PIC 9(03).
           03 RF-DATA-CORTE                  PIC 9(08).
           03 RF-DATA-VENCTO                 PIC 9(08).
           03 RF-VR-SALDO-ANTERIOR           PIC 9(07)V99.
           03 RF-VR-PAGAMENTOS               PIC 9(07)V99.
           03 RF-VR-COMPRAS                  PIC 9(07)V99.
           03 RF-QTD-COMPRAS                 PIC 9(03).
           03 RF-VR-JUROS                    PIC 9(07)V99.
           03 RF-VR-TOTAL                    PIC 9(07)V99.
           03 RF-VR-MINIMO                   PIC 9(07)V99.
