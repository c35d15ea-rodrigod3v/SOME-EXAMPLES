           03 LT-COD-CLIENTE         PIC 9(06).
           03 LT-CLIENTE             PIC X(20).
           03 LT-OBJETO              PIC X(20).
           03 LT-VALOR               PIC 9(08)V99.
           03 LT-TAXA-JUROS          PIC 9(02)V9(04).
           03 LT-METODO-AMORT        PIC X(01).
           03 LT-NUM-PARCELAS        PIC 99.
      *    legado pelo texto de LT-OBJETO. Codigo informado e
      *    validado contra o mestre (motivo de rejeicao 07).
           03 LT-COD-PRODUTO         PIC 9(03).
      *    So no header: filial que gerou o lote (FILIAL.DAT); todos
      *    os contratos do lote saem carimbados com ela. Zeros/
      *    branco = lote sem filial.
           03 LT-COD-FILIAL          PIC 9(03).
