      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the PIX charge registry
      *          (PIXCOB.DAT), chave TXID: uma cobranca PIX com
      *          vencimento por parcela, gerada pelo FINPIXC e
      *          registrada no PSP pelo arquivo PIXREM.DAT, do mesmo
      *          jeito que o TITULOS.DAT guarda um titulo por parcela
      *          para o boleto. O TXID carrega contrato e parcela
      *          mais uma sequencia da serie PIXTXID de NUMCTL.DAT,
      *          e e por ele que o FINPIX casa a liquidacao do PSP
      *          (PIXRET.DAT) com a parcela exata, imune a
      *          repactuacao ou correcao depois do registro. Chave
      *          alternada por contrato+parcela para o FINPIXC reusar
      *          a cobranca ativa em vez de emitir TXID novo a cada
      *          noite para a mesma parcela.
      ******************************************************************
           03 PX-TXID.
               05 PX-TXID-PREFIXO            PIC X(05).
               05 PX-TXID-CONTRATO           PIC 9(08).
               05 PX-TXID-PARCELA            PIC 9(03).
               05 PX-TXID-SEQ                PIC 9(10).
           03 PX-CHAVE-PARCELA.
               05 PX-NUM-CONTRATO            PIC 9(08).
               05 PX-NUM-PARCELA             PIC 9(03).
           03 PX-PARC-VENCTO                 PIC 9(08).
           03 PX-VALOR-ENVIADO               PIC 9(05)V99.
           03 PX-DATA-GERACAO                PIC 9(08).
      *    Ultimo dia em que o PSP aceita o pagamento da cobranca
      *    (vencimento + dias de validade do parametro do FINPIXC).
           03 PX-DATA-EXPIRACAO              PIC 9(08).
           03 PX-STATUS                      PIC X(01).
               88 PX-ATIVA                       VALUE 'A'.
               88 PX-LIQUIDADA                   VALUE 'G'.
               88 PX-CANCELADA                   VALUE 'C'.
           03 PX-DATA-BAIXA                  PIC 9(08).
      *    Identificador fim a fim (E2E) do pagamento que liquidou
      *    a cobranca, para o FINPIX reconhecer o mesmo PIX chegando
      *    de novo num arquivo reenviado pelo PSP.
           03 PX-E2E-ID                      PIC X(32).
