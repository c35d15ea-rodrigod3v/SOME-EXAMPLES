      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the re-registration control
      *          file (RECAD.DAT), chave codigo do cliente: a ultima
      *          vez que o cadastro do cliente foi confirmado no
      *          CADPF (inclusao, alteracao ou confirmacao sem
      *          alteracao), por quem, e o vencimento da proxima
      *          confirmacao, calculado todo mes pelo FINRECAD
      *          conforme o risco (RECADPARM.DAT). Guarda tambem a
      *          ultima carta-convite enviada, para a carta nao sair
      *          todo mes. Arquivo a parte porque o registro do
      *          CADPF.DAT tem tamanho fixo (auditoria, jornal e
      *          LAYOUT001 dependem dele).
      ******************************************************************
           03 RA-COD-CLIENTE                 PIC 9(06).
      *    Zeros = cliente legado, nunca confirmado.
           03 RA-DATA-CONFIRMACAO            PIC 9(08).
      *    Como a confirmacao foi feita: I = inclusao, A = alteracao,
      *    C = confirmacao sem alteracao (dados conferidos com o
      *    cliente).
           03 RA-FORMA                       PIC X(01).
               88 RA-FORMA-INCLUSAO              VALUE 'I'.
               88 RA-FORMA-ALTERACAO             VALUE 'A'.
               88 RA-FORMA-CONFIRMACAO           VALUE 'C'.
           03 RA-USUARIO                     PIC X(08).
      *    Vencimento da proxima confirmacao (zeros = ainda nao
      *    calculado; a confirmacao no CADPF zera e o FINRECAD
      *    recalcula). Classe de risco que deu o prazo: F = pessoa
      *    fisica, J = pessoa juridica, E = exposicao alta.
           03 RA-DATA-VENCIMENTO             PIC 9(08).
           03 RA-CLASSE-RISCO                PIC X(01).
               88 RA-RISCO-PF                    VALUE 'F'.
               88 RA-RISCO-PJ                    VALUE 'J'.
               88 RA-RISCO-EXPOSICAO             VALUE 'E'.
           03 RA-DATA-ULTIMA-CARTA           PIC 9(08).
           03 RA-QTD-CARTAS                  PIC 9(03).
