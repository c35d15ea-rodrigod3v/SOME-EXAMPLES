      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the commission clawback
      *          register (ESTCOM.DAT), chave contrato: contrato que
      *          ficou inadimplente numa das primeiras parcelas
      *          (AGQPARM.DAT) e teve estornada a comissao ja paga ao
      *          agente ate a data de referencia. Gravado pelo FINAGQ
      *          com a competencia de comissao em que o estorno e
      *          descontado; o FINCOM da competencia o lista em linha
      *          propria no demonstrativo. Um contrato so e estornado
      *          uma vez.
      ******************************************************************
           03 EK-NUM-CONTRATO                PIC 9(08).
           03 EK-COD-AGENTE                  PIC 9(04).
           03 EK-COMPETENCIA                 PIC 9(06).
           03 EK-DATA-APURACAO               PIC 9(08).
           03 EK-DATA-REFERENCIA             PIC 9(08).
           03 EK-PARCELA-INADIMPLENTE        PIC 9(03).
           03 EK-VR-ESTORNO                  PIC 9(09)V99.
