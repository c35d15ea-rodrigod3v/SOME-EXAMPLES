      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the outbound notification queue
      *          (NOTIFQ.DAT, LINE SEQUENTIAL, so gravacao): uma linha
      *          por aviso e por canal autorizado, gravada pelo
      *          NOTIFICA a pedido do FINAVISO, FINCOB, FINVARRE e
      *          TERMOQUIT. O FINNOTE numera cada linha (serie NOTIF
      *          de NUMCTL.DAT), grava o arquivo do remetente
      *          (NOTIFREM.DAT, mesmo leiaute com header e trailer) e
      *          esvazia a fila; o numero volta no retorno do
      *          remetente (FINNOTR).
      ******************************************************************
           03 NQ-TIPO-REG                    PIC X(01).
               88 NQ-REG-HEADER                  VALUE 'H'.
               88 NQ-REG-DETALHE                 VALUE 'D'.
               88 NQ-REG-TRAILER                 VALUE 'T'.
           03 NQ-NUM-AVISO                   PIC 9(10).
           03 NQ-DATA                        PIC 9(08).
           03 NQ-HORA                        PIC 9(08).
           03 NQ-PROGRAMA                    PIC X(08).
           03 NQ-COD-CLIENTE                 PIC 9(06).
           03 NQ-NUM-CONTRATO                PIC 9(08).
           03 NQ-TIPO-AVISO                  PIC X(01).
           03 NQ-CANAL                       PIC X(01).
               88 NQ-CANAL-EMAIL                 VALUE 'E'.
               88 NQ-CANAL-SMS                   VALUE 'S'.
           03 NQ-DESTINO                     PIC X(60).
           03 NQ-MENSAGEM                    PIC X(100).
