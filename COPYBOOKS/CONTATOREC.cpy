      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the electronic contact file
      *          (CONTATO.DAT), chave codigo do cliente: e-mail e
      *          celular do cliente com o consentimento para receber
      *          avisos por eles (lembrete de vencimento, carta de
      *          cobranca, termo de quitacao). Cada canal tem a sua
      *          situacao: branco = sem consentimento, A = autorizado
      *          (data do consentimento), O = opt-out pedido pelo
      *          cliente, D = devolvido pelo remetente (endereco
      *          inexistente). So o canal 'A' recebe aviso (NOTIFICA);
      *          o opt-out e a devolucao chegam pelo CONTMNT ou pelo
      *          retorno do remetente (FINNOTR), com a origem (B =
      *          balcao, T = telefone, C = carta, R = retorno do
      *          remetente). Registrar o canal de novo no CONTMNT
      *          limpa a devolucao, como o CADPF limpa a marca do
      *          CORRMNT quando o endereco muda.
      ******************************************************************
           03 EE-COD-CLIENTE                 PIC 9(06).
           03 EE-EMAIL                       PIC X(60).
           03 EE-EMAIL-SITUACAO              PIC X(01).
               88 EE-EMAIL-SEM-CONSENT           VALUE ' '.
               88 EE-EMAIL-AUTORIZADO            VALUE 'A'.
               88 EE-EMAIL-OPT-OUT               VALUE 'O'.
               88 EE-EMAIL-DEVOLVIDO             VALUE 'D'.
           03 EE-EMAIL-DATA-CONSENT          PIC 9(08).
           03 EE-EMAIL-DATA-SITUACAO         PIC 9(08).
           03 EE-EMAIL-ORIGEM                PIC X(01).
           03 EE-CELULAR.
               05 EE-CEL-DDD                 PIC 9(02).
               05 EE-CEL-NUMERO              PIC 9(09).
           03 EE-CEL-SITUACAO                PIC X(01).
               88 EE-CEL-SEM-CONSENT             VALUE ' '.
               88 EE-CEL-AUTORIZADO              VALUE 'A'.
               88 EE-CEL-OPT-OUT                 VALUE 'O'.
               88 EE-CEL-DEVOLVIDO               VALUE 'D'.
           03 EE-CEL-DATA-CONSENT            PIC 9(08).
           03 EE-CEL-DATA-SITUACAO           PIC 9(08).
           03 EE-CEL-ORIGEM                  PIC X(01).
      *    Ultima entrega confirmada pelo remetente (qualquer canal)
      *    e quantidade de avisos entregues.
           03 EE-DATA-ULT-ENTREGA            PIC 9(08).
           03 EE-QTD-ENTREGAS                PIC 9(05).
           03 EE-USUARIO                     PIC X(08).
           03 EE-DATA-ATUALIZACAO            PIC 9(08).
