      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the report delivery register
      *          (RPTENTR.DAT), chave destinatario + relatorio + data
      *          da geracao: uma linha por geracao distribuida pelo
      *          FINDIST a um destinatario do catalogo - o pacote em
      *          que ela saiu e quantas copias, ou o bloqueio quando
      *          o relatorio e confidencial e o destinatario nao tem
      *          o nivel exigido. A entrega e confirmada no ENTRMNT
      *          (quem recebeu, quando e o operador que registrou);
      *          o que continua pendente aparece la como nao
      *          entregue. A chave tambem impede a mesma geracao de
      *          ir duas vezes ao mesmo destinatario.
      ******************************************************************
           03 RE-CHAVE.
               05 RE-DEST-TIPO               PIC X(01).
               05 RE-DEST-CODIGO             PIC X(08).
               05 RE-RELATORIO               PIC X(08).
               05 RE-DATA-GERACAO            PIC 9(08).
           03 RE-DATA-PACOTE                 PIC 9(08).
           03 RE-ARQUIVO-PACOTE              PIC X(30).
           03 RE-COPIAS                      PIC 9(02).
           03 RE-SITUACAO                    PIC X(01).
               88 RE-PENDENTE                    VALUE 'P'.
               88 RE-ENTREGUE                    VALUE 'E'.
               88 RE-BLOQUEADO                   VALUE 'B'.
           03 RE-DATA-ENTREGA                PIC 9(08).
           03 RE-HORA-ENTREGA                PIC 9(08).
           03 RE-OPER-ENTREGA                PIC X(08).
           03 RE-RECEBEDOR                   PIC X(20).
           03 FILLER                         PIC X(10) VALUE SPACES.
