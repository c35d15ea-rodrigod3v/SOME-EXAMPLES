      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma NOTIFICA (aviso por
      *>          e-mail/SMS): quem chama informa a funcao - (V)erifica
      *>          so diz se o cliente tem canal autorizado, (E)nfileira
      *>          grava o aviso na fila NOTIFQ.DAT para cada canal
      *>          autorizado -, cliente, contrato, o tipo do aviso -
      *>          (L)embrete de vencimento, (C)arta de cobranca,
      *>          (Q)uitacao -, o proprio nome e o texto. Devolve o
      *>          canal: N nenhum, E e-mail, S SMS, A ambos.
      *>***************************************************************
       01 NE-FUNCAO                          PIC X(01).
           88 NE-VERIFICA                            VALUE 'V'.
           88 NE-ENFILEIRA                           VALUE 'E'.
       01 NE-COD-CLIENTE                     PIC 9(06).
       01 NE-NUM-CONTRATO                    PIC 9(08).
       01 NE-TIPO-AVISO                      PIC X(01).
           88 NE-AVISO-LEMBRETE                      VALUE 'L'.
           88 NE-AVISO-COBRANCA                      VALUE 'C'.
           88 NE-AVISO-QUITACAO                      VALUE 'Q'.
       01 NE-PROGRAMA                        PIC X(08).
       01 NE-MENSAGEM                        PIC X(100).
       01 NE-RESULTADO                       PIC X(01).
           88 NE-SEM-CANAL                           VALUE 'N'.
           88 NE-CANAL-EMAIL                         VALUE 'E'.
           88 NE-CANAL-SMS                           VALUE 'S'.
           88 NE-CANAL-AMBOS                         VALUE 'A'.
