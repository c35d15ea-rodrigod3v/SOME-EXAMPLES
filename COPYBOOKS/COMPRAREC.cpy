      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the portfolio purchase batch
      *          file (COMPRA.DAT), chave = numero do lote (serie
      *          COMPRA de NUMCTL.DAT): cada arquivo de cedente
      *          importado pelo COMPMNT vira um lote numerado - o
      *          cedente, o arquivo, quantos contratos vieram, quantos
      *          entraram no mestre e quantos foram rejeitados, o
      *          saldo em aberto adquirido e o preco pago - para o
      *          contador conciliar preco x saldo (eventos '3'/'4'/'5'
      *          do PLANOCTA). Os contratos do lote ficam com origem
      *          ADQUIRIDO ('A') no mestre, apontando o lote, e cada
      *          referencia do cedente fica em COMPRDET.DAT para nao
      *          ser comprada duas vezes.
      ******************************************************************
           03 KP-NUM-LOTE                    PIC 9(06).
           03 KP-DATA-COMPRA                 PIC 9(08).
           03 KP-CNPJ-CEDENTE                PIC 9(14).
           03 KP-NOME-CEDENTE                PIC X(40).
           03 KP-DATA-BASE                   PIC 9(08).
           03 KP-ARQUIVO                     PIC X(40).
           03 KP-QTD-LIDOS                   PIC 9(05).
           03 KP-QTD-ACEITOS                 PIC 9(05).
           03 KP-QTD-REJEITADOS              PIC 9(05).
           03 KP-VR-SALDO-ADQUIRIDO          PIC 9(12)V99.
           03 KP-VR-PRECO-PAGO               PIC 9(12)V99.
           03 KP-OPERADOR                    PIC X(08).
