           03 PT-SITUACAO                    PIC X(01).
               88 PT-ATIVO                       VALUE 'A'.
               88 PT-INATIVO                     VALUE 'I'.
      *    Teto do custo efetivo total anual (percentual ao ano)
      *    aceito na entrada de contrato do produto; zeros = sem teto.
           03 PT-CET-MAXIMO                  PIC 9(05)V99.
      *    Comprometimento maximo da renda do cliente (RENDA.DAT)
      *    com parcelas, em percentual; zeros = produto sem a
      *    critica de renda.
           03 PT-PCT-RENDA-MAX               PIC 9(03)V99.
      *    Tarifa de cadastro cobrada no contrato novo do produto,
      *    por tipo de cliente (pessoa fisica / juridica do CADPF);
      *    na entrada o operador escolhe se ela e financiada junto
      *    ou paga no balcao. Zeros = produto sem tarifa.
           03 PT-TARIFA-PF                   PIC 9(05)V99.
           03 PT-TARIFA-PJ                   PIC 9(05)V99.
      *    Produto cujo bem financiado precisa de seguro com apolice
      *    registrada na garantia (FINGAR); o FINAPOL cobra a
      *    apolice pendente no checklist de formalizacao.
           03 PT-EXIGE-APOLICE               PIC X(01).
               88 PT-EXIGE-SEGURO-BEM            VALUE 'S'.
