      *          dobro uma noite inteira de titulos); o
      *          reprocessamento legitimo e liberado pela variavel de
      *          ambiente FINRET-REPROCESSA com a sequencia a
      *          reprocessar, e fica carimbado no registro. O
      *          arquivo de liquidacao PIX do PSP (FINPIX) usa a
      *          mesma protecao sob o codigo de banco reservado 999;
      *          o retorno do remetente dos avisos por e-mail/SMS
      *          (FINNOTR), sob o 998; o arquivo de ligacoes da URA
      *          (FINURAR), sob o 997.
      ******************************************************************
           03 RL-CHAVE.
               05 RL-COD-BANCO               PIC 9(03).
                   88 RL-ARQUIVO-PIX                 VALUE 999.
                   88 RL-ARQUIVO-AVISO               VALUE 998.
                   88 RL-ARQUIVO-URA                 VALUE 997.
               05 RL-SEQ-ARQUIVO             PIC 9(06).
           03 RL-DATA-GERACAO                PIC 9(08).
           03 RL-DATA-POSTAGEM               PIC 9(08).
