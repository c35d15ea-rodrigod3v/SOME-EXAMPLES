      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the phone self-service (URA)
      *          daily extract (URAEXT.DAT), gravado pelo FINURAE no
      *          fim da noite para o provedor da URA: um detalhe 'D'
      *          por contrato ativo com parcela em aberto, chave
      *          CPF/CNPJ + contrato, com a proxima parcela a vencer,
      *          o atraso atualizado (multa e mora do ENCPARM.DAT)
      *          para o dia seguinte, o saldo para quitacao e a
      *          cotacao vigente do FINAN2; logo depois do contrato,
      *          um 'B' por titulo em aberto de TITULOS.DAT com o
      *          nosso-numero e o valor do boleto. O header/trailer
      *          sao montados pelo FINURAE em WORKING-STORAGE e
      *          gravados FROM sobre esta mesma area (primeiro byte
      *          'H'/'D'/'B'/'T'), como no ASSEXP do FINASSE.
      ******************************************************************
           03 UE-TIPO-REG                    PIC X(01).
               88 UE-REG-HEADER                  VALUE 'H'.
               88 UE-REG-CONTRATO                VALUE 'D'.
               88 UE-REG-TITULO                  VALUE 'B'.
               88 UE-REG-TRAILER                 VALUE 'T'.
           03 UE-TIPO-PESSOA                 PIC X(01).
           03 UE-DOCUMENTO                   PIC 9(14).
           03 UE-NUM-CONTRATO                PIC 9(08).
           03 UE-DADOS                       PIC X(110).
           03 UE-DADOS-CONTRATO REDEFINES UE-DADOS.
               05 UE-COD-CLIENTE             PIC 9(06).
               05 UE-NOME-DEVEDOR            PIC X(20).
      *        Proxima parcela pendente a vencer (zeros se so resta
      *        parcela em atraso).
               05 UE-PROX-PARCELA            PIC 9(03).
               05 UE-PROX-VENCTO             PIC 9(08).
               05 UE-PROX-VALOR              PIC 9(07)V99.
      *        Parcelas vencidas: valor de face e valor atualizado
      *        com multa e mora ate a data de referencia do header.
               05 UE-QTD-PARC-ATRASO         PIC 9(03).
               05 UE-VR-ATRASO               PIC 9(09)V99.
               05 UE-VR-ATRASO-ATUALIZADO    PIC 9(09)V99.
      *        Quitacao: soma das parcelas em aberto e, havendo
      *        cotacao do FINAN2 ainda valida, o menor valor cotado
      *        e a validade (zeros sem cotacao vigente).
               05 UE-VR-SALDO-QUITACAO       PIC 9(09)V99.
               05 UE-VR-COTACAO              PIC 9(09)V99.
               05 UE-VALIDADE-COTACAO        PIC 9(08).
               05 UE-QTD-TITULOS             PIC 9(03).
               05 FILLER                     PIC X(06).
           03 UE-DADOS-TITULO REDEFINES UE-DADOS.
               05 UE-B-NUM-PARCELA           PIC 9(03).
               05 UE-B-NOSSO-NUMERO          PIC 9(10).
               05 UE-B-COD-BANCO             PIC 9(03).
               05 UE-B-VENCTO                PIC 9(08).
               05 UE-B-VALOR                 PIC 9(07)V99.
               05 UE-B-TIPO-VIA              PIC X(01).
               05 FILLER                     PIC X(76).
