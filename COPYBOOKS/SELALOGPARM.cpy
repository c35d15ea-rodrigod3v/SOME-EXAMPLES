      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: LINKAGE parameters do subprograma SELALOG (selo
      *          encadeado das trilhas AUDITFIN, AUDITCAD, PAGTOLOG,
      *          TAXALOG e UPDJRN). O segundo parametro do CALL e o
      *          proprio registro do log, com o selo (sequencia e
      *          valor encadeado) nos 18 ultimos bytes. Funcoes:
      *          'S' sela o registro antes do WRITE (proxima
      *              sequencia, valor a partir do ultimo selo do
      *              controle SELOCTL.DAT) e deixa o controle do log
      *              preso;
      *          'F' logo depois do WRITE: grava o controle e o
      *              solta para a proxima sessao;
      *          'C' confere um registro lido: devolve a sequencia e
      *              o valor gravados e o valor recalculado a partir
      *              de SL-VALOR-ANT, sem tocar no controle;
      *          'E' reencadeia: recalcula a partir de SL-VALOR-ANT
      *              e grava o valor novo no registro;
      *          'L' le o controle: ultimo selo, base (selo do
      *              ultimo registro que saiu do arquivo ativo) e o
      *              tamanho do log;
      *          'B' registra a base nova depois de um corte
      *              (LOGHOUSE para o .ARC, FINBKP no jornal);
      *          'R' registra ultimo selo e base de uma resselagem
      *              autorizada (FINLGPD), com data e programa.
      ******************************************************************
       01 SL-PARM.
           03 SL-FUNCAO                      PIC X(01).
               88 SL-FUNCAO-SELAR                VALUE 'S'.
               88 SL-FUNCAO-LIBERAR              VALUE 'F'.
               88 SL-FUNCAO-CONFERIR             VALUE 'C'.
               88 SL-FUNCAO-REENCADEAR           VALUE 'E'.
               88 SL-FUNCAO-LER                  VALUE 'L'.
               88 SL-FUNCAO-BASE                 VALUE 'B'.
               88 SL-FUNCAO-RESSELO              VALUE 'R'.
           03 SL-LOG                         PIC X(08).
           03 SL-TAMANHO                     PIC 9(05).
           03 SL-SEQUENCIA                   PIC 9(09).
           03 SL-VALOR-ANT                   PIC 9(09).
           03 SL-VALOR                       PIC 9(09).
           03 SL-VALOR-GRAVADO               PIC 9(09).
           03 SL-BASE-SEQ                    PIC 9(09).
           03 SL-BASE-VALOR                  PIC 9(09).
           03 SL-PROGRAMA                    PIC X(08).
           03 SL-SITUACAO                    PIC X(01).
               88 SL-OK                          VALUE '0'.
               88 SL-SEM-SELO                    VALUE '1'.
               88 SL-LOG-DESCONHECIDO            VALUE '8'.
               88 SL-FALHA-CONTROLE              VALUE '9'.
