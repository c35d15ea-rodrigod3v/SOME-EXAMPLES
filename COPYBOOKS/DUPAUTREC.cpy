      *          de NUMCTL.DAT): controle quatro-olhos das operacoes
      *          destrutivas parametrizadas - CANCELA (cancelamento
      *          de contrato), ESTORNO (estorno de pagamento acima do
      *          valor de DUPL-ESTORNO), CADMERGE (fusao de cadastros)
      *          e PURGA (remocao fisica de cliente). O supervisor
      *          que inicia a operacao vira solicitante de um
      *          pendente ('P'); um SEGUNDO supervisor, pelo proprio
