           03 SU-NOSSO-NUMERO                PIC 9(10).
           03 SU-NUM-CONTRATO                PIC 9(08).
           03 SU-PARC-VENCTO                 PIC 9(08).
           03 SU-VALOR-PAGO                  PIC 9(07)V99.
           03 SU-DATA-PAGTO                  PIC 9(08).
           03 SU-MOTIVO                      PIC X(28).
           03 SU-STATUS                      PIC X(01).
           03 SU-RESOLVIDO-POR               PIC X(08).
           03 SU-CONTRATO-APLICADO           PIC 9(08).
           03 SU-PARCELA-APLICADA            PIC 9(03).
      *    Canal que trouxe o credito: retorno de boleto do FINRET
      *    ('B'; brancos nos itens anteriores ao PIX) ou liquidacao
      *    PIX do FINPIX ('P'), com o TXID e o identificador fim a
      *    fim do PIX para a devolucao ao pagador pelo PSP.
           03 SU-ORIGEM                      PIC X(01).
               88 SU-ORIGEM-BOLETO               VALUE 'B', ' '.
               88 SU-ORIGEM-PIX                  VALUE 'P'.
           03 SU-TXID                        PIC X(26).
           03 SU-E2E-ID                      PIC X(32).
