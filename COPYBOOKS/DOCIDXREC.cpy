      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the customer document archive
      *          index (DOCIDX.DAT), chave contrato+documento, chave
      *          alternativa pelo cliente (com duplicatas): um
      *          registro por documento entregue ao cliente - cedula,
      *          carne, folha de simulacao, cotacao de quitacao,
      *          cartas de cobranca, aviso de vencimento, termo de
      *          quitacao, recibo do caixa, demonstrativo anual -
      *          gravado pelo DOCARQ quando o documento fecha. As
      *          linhas do documento ficam em DOCLIN.DAT pelo mesmo
      *          numero; o DOCREPR lista e reimprime como 2a via.
      *          Documento sem contrato (simulacao de balcao) fica
      *          com contrato zeros e e achado pelo cliente.
      ******************************************************************
           03 DI-CHAVE.
               05 DI-NUM-CONTRATO            PIC 9(08).
               05 DI-NUM-DOC                 PIC 9(08).
           03 DI-COD-CLIENTE                 PIC 9(06).
           03 DI-TIPO                        PIC X(08).
           03 DI-TITULO                      PIC X(40).
           03 DI-DATA-MOVIMENTO              PIC 9(08).
           03 DI-DATA-EMISSAO                PIC 9(08).
           03 DI-HORA-EMISSAO                PIC 9(08).
           03 DI-PROGRAMA                    PIC X(08).
           03 DI-QTD-LINHAS                  PIC 9(05).
           03 DI-QTD-REIMPRESSOES            PIC 9(03).
           03 DI-DATA-ULT-REIMP              PIC 9(08).
           03 DI-USUARIO-ULT-REIMP           PIC X(08).
