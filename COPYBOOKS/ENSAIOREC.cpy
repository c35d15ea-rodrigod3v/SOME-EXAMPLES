      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do arquivo de mudancas previstas
      *          (ENSAIO.DAT) da noite em modo de ensaio: uma linha
      *          por mudanca que um passo faria se a noite fosse
      *          real - status de contrato ou parcela, estagio de
      *          cobranca, rating/provisao, saldo, carta, aviso,
      *          lancamento contabil, registro de arquivo de saida -
      *          mais as marcas de inicio/fim de cada passo e dos
      *          passos que nao sabem ensaiar. Zerado a cada ensaio
      *          e lido pelo FINENSR para o relatorio de mudancas.
      ******************************************************************
           03 ES-DATA                        PIC 9(08).
           03 ES-HORA                        PIC 9(08).
           03 ES-DADOS.
               05 ES-PASSO                   PIC X(08).
               05 ES-TIPO                    PIC X(01).
                   88 ES-INICIO-PASSO            VALUE 'I'.
                   88 ES-FIM-PASSO               VALUE 'F'.
                   88 ES-PASSO-NAO-ENSAIADO      VALUE 'N'.
                   88 ES-MUDA-CONTRATO           VALUE 'C'.
                   88 ES-MUDA-PARCELA            VALUE 'P'.
                   88 ES-MUDA-ESTAGIO            VALUE 'E'.
                   88 ES-CARTA-AVISO             VALUE 'L'.
                   88 ES-LANCAMENTO              VALUE 'M'.
                   88 ES-REGISTRO-ARQUIVO        VALUE 'A'.
               05 ES-NUM-CONTRATO            PIC 9(08).
               05 ES-NUM-PARCELA             PIC 9(03).
               05 ES-COD-CLIENTE             PIC 9(06).
               05 ES-CAMPO                   PIC X(10).
               05 ES-ANTES                   PIC X(14).
               05 ES-DEPOIS                  PIC X(14).
               05 ES-VALOR                   PIC 9(09)V99.
               05 ES-DESCRICAO               PIC X(40).
