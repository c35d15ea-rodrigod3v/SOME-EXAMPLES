      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the seller's portfolio file
      *          (arquivo padrao do cedente) lido pelo COMPMNT numa
      *          compra de carteira - header com o CNPJ e o nome do
      *          cedente e a data-base, para cada contrato vendido
      *          um registro 'C' (devedor, condicoes do contrato e o
      *          preco pago por ele) seguido dos seus registros 'P'
      *          (o cronograma restante, parcela a parcela, paga ou
      *          em aberto), e trailer com as quantidades de
      *          contratos e de parcelas e o total dos precos.
      ******************************************************************
           03 KC-TIPO-REG                    PIC X(01).
               88 KC-REG-HEADER                  VALUE 'H'.
               88 KC-REG-CONTRATO                VALUE 'C'.
               88 KC-REG-PARCELA                 VALUE 'P'.
               88 KC-REG-TRAILER                 VALUE 'T'.
           03 KC-DADOS                       PIC X(259).
           03 KC-HEADER REDEFINES KC-DADOS.
               05 KC-H-CNPJ-CEDENTE          PIC 9(14).
               05 KC-H-NOME-CEDENTE          PIC X(40).
               05 KC-H-DATA-BASE             PIC 9(08).
               05 FILLER                     PIC X(197).
           03 KC-CONTRATO REDEFINES KC-DADOS.
      *        Referencia do contrato no cedente: chave da compra,
      *        repete nos registros 'P' do mesmo contrato.
               05 KC-REF-CEDENTE             PIC X(20).
               05 KC-TIPO-PESSOA             PIC X(01).
               05 KC-CPF                     PIC 9(11).
               05 KC-CNPJ                    PIC 9(14).
               05 KC-PRIMEIRO-NOME           PIC X(20).
               05 KC-ULTIMO-NOME             PIC X(20).
               05 KC-RAZAO-SOCIAL            PIC X(40).
               05 KC-DATA-NASC               PIC 9(08).
               05 KC-DDD                     PIC 9(02).
               05 KC-TELEFONE                PIC 9(09).
               05 KC-CEP                     PIC X(08).
               05 KC-OBJETO                  PIC X(20).
               05 KC-VALOR                   PIC 9(08)V99.
               05 KC-TAXA-JUROS              PIC 9(02)V9(04).
               05 KC-METODO-AMORT            PIC X(01).
               05 KC-DATA-CONTRATACAO        PIC 9(08).
               05 KC-NUM-PARCELAS            PIC 9(03).
      *        Preco pago ao cedente por este contrato.
               05 KC-PRECO                   PIC 9(08)V99.
               05 FILLER                     PIC X(48).
           03 KC-PARCELA REDEFINES KC-DADOS.
               05 KC-P-REF-CEDENTE           PIC X(20).
               05 KC-P-NUM-PARCELA           PIC 9(03).
               05 KC-P-VENCTO                PIC 9(08).
               05 KC-P-VALOR                 PIC 9(07)V99.
               05 KC-P-SITUACAO              PIC X(01).
                   88 KC-P-PAGA                  VALUE 'G'.
                   88 KC-P-ABERTA                VALUE 'P'.
               05 KC-P-DATA-PAGTO            PIC 9(08).
               05 FILLER                     PIC X(210).
           03 KC-TRAILER REDEFINES KC-DADOS.
               05 KC-T-QTD-CONTRATOS         PIC 9(06).
               05 KC-T-QTD-PARCELAS          PIC 9(08).
               05 KC-T-VR-PRECOS             PIC 9(12)V99.
               05 FILLER                     PIC X(231).
