      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do arquivo de parametro do contrato com a
      *          adquirente de cartao (MDRPARM.DAT, LINE SEQUENTIAL,
      *          um registro so), lido pelo FINCART e semeado na
      *          primeira execucao (mesma tecnica do TOLPARM do
      *          FINRET): taxa de desconto (MDR) percentual do debito,
      *          do credito a vista e do credito parcelado; prazo em
      *          dias, a partir da venda, para o credito do debito e
      *          de cada parcela do credito; e a tolerancia de valor
      *          entre o liquido esperado e o pago pela adquirente. O
      *          back office ajusta editando o arquivo, sem
      *          recompilar.
      ******************************************************************
           03 MD-PCT-DEBITO                  PIC 9(03)V9(04).
           03 MD-PCT-CREDITO                 PIC 9(03)V9(04).
           03 MD-PCT-PARCELADO               PIC 9(03)V9(04).
           03 MD-PRAZO-DEBITO                PIC 9(03).
           03 MD-PRAZO-CREDITO               PIC 9(03).
           03 MD-TOLERANCIA                  PIC 9(03)V99.
