      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the payroll-deduction send
      *          control (CSGCTL.DAT), chave contrato+parcela: a
      *          memoria do FINCSG entre os meses - parcela ja
      *          enviada ao empregador ('E') nao e reenviada; o
      *          retorno marca descontada em folha ('D') ou nao
      *          descontada ('N', com o motivo do empregador). So a
      *          nao descontada volta ao boleto: o FINREM pula as
      *          parcelas de contrato consignado que nao estejam aqui
      *          como 'N'. Parcela acima do teto do layout do
      *          empregador ja nasce 'N' aqui, com o motivo 'VL'.
      ******************************************************************
           03 CG-CHAVE.
               05 CG-NUM-CONTRATO            PIC 9(08).
               05 CG-NUM-PARCELA             PIC 9(03).
           03 CG-COD-CONVENIO                PIC 9(04).
           03 CG-COMPETENCIA                 PIC 9(06).
           03 CG-DATA-ENVIO                  PIC 9(08).
           03 CG-SITUACAO                    PIC X(01).
               88 CG-ENVIADO                     VALUE 'E'.
               88 CG-DESCONTADO                  VALUE 'D'.
               88 CG-NAO-DESCONTADO              VALUE 'N'.
           03 CG-MOTIVO                      PIC X(02).
           03 CG-DATA-RETORNO                PIC 9(08).
