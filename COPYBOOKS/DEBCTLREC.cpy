      *          ocorrencia do banco), e a recusada fica fora do
      *          canal de debito, caindo no fluxo normal de
      *          FINATRA/FINCOB. Mesma ideia do COBCTL da cobranca.
      *          Parcela acima do teto do layout do banco ja nasce
      *          recusada aqui, com a ocorrencia 'VL', sem ir ao banco.
      ******************************************************************
           03 DC-CHAVE.
               05 DC-NUM-CONTRATO            PIC 9(08).
