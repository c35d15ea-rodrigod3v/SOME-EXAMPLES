      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the notification sender return
      *          file (NOTIFRET.DAT) lido pelo FINNOTR - um detalhe
      *          por evento de um aviso enviado no NOTIFREM.DAT: o
      *          numero do aviso, cliente, canal e o evento - (E)
      *          entregue, (D) devolvido (e-mail ou celular
      *          inexistente), (O) opt-out pedido pelo cliente na
      *          propria mensagem. Comeca com o header 'H' (data de
      *          geracao e sequencia, base do guarda de replay em
      *          RETCTL.DAT) e fecha com o trailer 'T' (quantidade).
      ******************************************************************
           03 NZ-TIPO-REG                    PIC X(01).
               88 NZ-REG-HEADER                  VALUE 'H'.
               88 NZ-REG-DETALHE                 VALUE 'D'.
               88 NZ-REG-TRAILER                 VALUE 'T'.
           03 NZ-NUM-AVISO                   PIC 9(10).
           03 NZ-COD-CLIENTE                 PIC 9(06).
           03 NZ-CANAL                       PIC X(01).
               88 NZ-CANAL-EMAIL                 VALUE 'E'.
               88 NZ-CANAL-SMS                   VALUE 'S'.
           03 NZ-EVENTO                      PIC X(01).
               88 NZ-ENTREGUE                    VALUE 'E'.
               88 NZ-DEVOLVIDO                   VALUE 'D'.
               88 NZ-OPT-OUT                     VALUE 'O'.
           03 NZ-DATA-EVENTO                 PIC 9(08).
           03 NZ-HORA-EVENTO                 PIC 9(06).
