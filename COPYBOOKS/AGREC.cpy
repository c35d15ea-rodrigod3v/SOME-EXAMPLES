      *          vendeu o que vivia num caderno. O codigo do agente
      *          vai no contrato (balcao e lote) e a apuracao mensal
      *          e o FINCOM, com estorno de comissao quando a parcela
      *          e estornada. O FINAGQ mede a qualidade do que cada
      *          agente origina e pode suspende-lo; agente suspenso
      *          nao entra em contrato novo ate ser reativado no
      *          FINAGEN.
      ******************************************************************
           03 AG-COD-AGENTE                  PIC 9(04).
           03 AG-NOME                        PIC X(30).
           03 AG-PCT-COMISSAO                PIC 9(02)V99.
      *    Situacao: 'S' suspenso (FINAGQ, por inadimplencia da
      *    primeira parcela acima do limite, ou manual no FINAGEN);
      *    qualquer outro valor - inclusive branco dos registros
      *    antigos - e agente ativo.
           03 AG-SITUACAO                    PIC X(01).
               88 AG-SUSPENSO                    VALUE 'S'.
           03 AG-DATA-SUSPENSAO              PIC 9(08).
