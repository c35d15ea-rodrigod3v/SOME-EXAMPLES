      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the notary protest registry
      *          (PROTESTO.DAT), chave contrato + parcela: o degrau
      *          entre o aviso final do FINCOB e o juridico. O
      *          FINPROT seleciona a parcela, envia o titulo a
      *          central de protesto (PROTREM.DAT) e grava o
      *          registro como 'E' (enviado); o PROTMNT registra o
      *          protesto lavrado ('P' - cartorio, protocolo, data),
      *          as custas de cartorio (somadas a divida do devedor,
      *          como as custas do JURMNT) e a retirada ('R'). Paga a
      *          parcela, o FINPROT pede a desistencia do titulo
      *          ainda nao protestado ('D') ou emite a carta de
      *          anuencia e o pedido de cancelamento do protestado
      *          ('A'); o PROTMNT confirma o cancelamento no
      *          cartorio ('C'). Existindo registro, a parcela nao
      *          volta a ser enviada.
      ******************************************************************
           03 PO-CHAVE.
               05 PO-NUM-CONTRATO            PIC 9(08).
               05 PO-NUM-PARCELA             PIC 9(03).
           03 PO-COD-CLIENTE                 PIC 9(06).
           03 PO-VENCTO                      PIC 9(08).
           03 PO-VALOR-TITULO                PIC 9(05)V99.
           03 PO-STATUS                      PIC X(01).
               88 PO-ENVIADO                     VALUE 'E'.
               88 PO-PROTESTADO                  VALUE 'P'.
               88 PO-RETIRADO                    VALUE 'R'.
               88 PO-DESISTENCIA                 VALUE 'D'.
               88 PO-ANUENCIA                    VALUE 'A'.
               88 PO-CANCELADO                   VALUE 'C'.
           03 PO-DATA-ENVIO                  PIC 9(08).
           03 PO-NUM-REMESSA                 PIC 9(06).
           03 PO-CARTORIO                    PIC X(20).
           03 PO-NUM-PROTOCOLO               PIC X(15).
           03 PO-DATA-PROTESTO               PIC 9(08).
           03 PO-VR-CUSTAS                   PIC 9(07)V99.
           03 PO-DATA-ANUENCIA               PIC 9(08).
           03 PO-DATA-CANCELAMENTO           PIC 9(08).
