      *    telefonica (FINLISTA); espacos/'N' fica de fora.
           03 OP-COBRADOR                    PIC X(01).
               88 OP-E-COBRADOR                  VALUE 'S'.
      *    Filial em que o operador esta lotado (FILIAL.DAT); zeros
      *    no operador legado (sem filial: enxerga todas). E dela
      *    que sai a filial carimbada no contrato, no recibo e no
      *    fechamento de caixa.
           03 OP-COD-FILIAL                  PIC 9(03).
           03 FILLER                         PIC X(08) VALUE SPACES.
