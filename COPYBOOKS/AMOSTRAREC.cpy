      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the audit sample register
      *          (AMOSTRA.DAT), chave numero da amostra (serie AMOSTRA
      *          de NUMCTL.DAT) + sequencia: a sequencia zero e o
      *          cabecalho - metodo, periodo, semente, tamanho,
      *          populacao e o arquivo de dossies impresso - e cada
      *          sequencia seguinte e um contrato sorteado, com o
      *          estrato e o valor da hora do sorteio. Gravado pelo
      *          FINAMOS e nunca regravado: com a semente e o periodo
      *          a amostra pode ser refeita e conferida, e a lista
      *          guardada responde depois as excecoes do auditor.
      ******************************************************************
           03 AM-CHAVE.
               05 AM-NUM-AMOSTRA             PIC 9(06).
               05 AM-SEQUENCIA               PIC 9(05).
           03 AM-TIPO-REGISTRO               PIC X(01).
               88 AM-CABECALHO                   VALUE 'C'.
               88 AM-ITEM                        VALUE 'I'.
           03 AM-DADOS                       PIC X(200).
      *    Cabecalho (sequencia zero). Metodo: (A)leatoria simples,
      *    (E)stratificada por produto/faixa de valor/situacao ou
      *    unidade (M)onetaria, com o intervalo de selecao em reais.
           03 AM-DADOS-CABECALHO REDEFINES AM-DADOS.
               05 AM-METODO                  PIC X(01).
                   88 AM-ALEATORIA               VALUE 'A'.
                   88 AM-ESTRATIFICADA           VALUE 'E'.
                   88 AM-UNIDADE-MONETARIA       VALUE 'M'.
               05 AM-DATA-INICIO             PIC 9(08).
               05 AM-DATA-FIM                PIC 9(08).
               05 AM-SEMENTE                 PIC 9(10).
               05 AM-TAMANHO-PEDIDO          PIC 9(05).
               05 AM-QTD-POPULACAO           PIC 9(07).
               05 AM-VR-POPULACAO            PIC 9(13)V99.
               05 AM-QTD-SELECIONADA         PIC 9(05).
               05 AM-VR-SELECIONADO          PIC 9(13)V99.
               05 AM-INTERVALO               PIC 9(11)V99.
               05 AM-DESCRICAO               PIC X(40).
               05 AM-ARQUIVO-DOSSIE          PIC X(30).
               05 AM-USUARIO                 PIC X(08).
               05 AM-DATA-GERACAO            PIC 9(08).
               05 AM-HORA-GERACAO            PIC 9(08).
               05 FILLER                     PIC X(19).
      *    Item sorteado: estrato (produto, faixa de valor 1 a 4 e
      *    situacao do contrato) e valor financiado no sorteio; na
      *    unidade monetaria, o ponto acumulado que caiu no contrato.
           03 AM-DADOS-ITEM REDEFINES AM-DADOS.
               05 AM-NUM-CONTRATO            PIC 9(08).
               05 AM-ESTRATO.
                   07 AM-EST-PRODUTO         PIC 9(03).
                   07 AM-EST-FAIXA           PIC 9(01).
                   07 AM-EST-SITUACAO        PIC X(01).
               05 AM-VALOR                   PIC 9(08)V99.
               05 AM-PONTO-SELECAO           PIC 9(13)V99.
               05 FILLER                     PIC X(162).
