      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do arquivo de parametro das regras de
      *          monitoramento de operacoes suspeitas (COAFPARM.DAT,
      *          LINE SEQUENTIAL, um registro so), lido pelo FINCOAF
      *          e semeado na primeira execucao (mesma tecnica do
      *          TOLPARM do FINRET): limite de recebimento em especie,
      *          percentual do limite que abre a faixa logo abaixo
      *          dele (fracionamento), quantidade minima de recibos
      *          para caracterizar fracionamento, meses desde a
      *          contratacao em que a liquidacao antecipada alerta e
      *          quantidade minima de creditos por excedente no mes
      *          para o alerta de devolucao. O compliance ajusta
      *          editando o arquivo, sem recompilar.
      ******************************************************************
           03 CF-VR-LIMITE-ESPECIE           PIC 9(09)V99.
           03 CF-PCT-FAIXA                   PIC 9(03).
           03 CF-QTD-FRACIONAMENTO           PIC 9(03).
           03 CF-MESES-LIQUIDACAO            PIC 9(03).
           03 CF-QTD-EXCEDENTES              PIC 9(03).
