      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the agency assignment history
      *          (ASSCTL.DAT), chave contrato + data de inicio, caminho
      *          alternado pela assessoria WITH DUPLICATES: um
      *          registro por periodo em que o contrato esteve com
      *          uma assessoria externa. Gravado ATIVO pelo FINASSE na
      *          atribuicao (faixa e atraso do dia, saldo em atraso
      *          entregue, data limite pelo prazo da assessoria) e
      *          fechado na devolucao com a data e o motivo ('P'
      *          prazo vencido, 'J' caso juridico aberto, 'Q' contrato
      *          regularizado, 'E' contrato fora da cobranca, 'I'
      *          assessoria inativada). O periodo inicio-fim e o que
      *          o FINASSH usa para creditar a assessoria pelo que
      *          entrou em PAGTOLOG.DAT enquanto o contrato era dela.
      ******************************************************************
           03 AX-CHAVE.
               05 AX-NUM-CONTRATO            PIC 9(08).
               05 AX-DATA-INICIO             PIC 9(08).
           03 AX-COD-ASSESSORIA              PIC 9(03).
           03 AX-COD-CLIENTE                 PIC 9(06).
           03 AX-FAIXA                       PIC 9(01).
           03 AX-DIAS-ATRASO                 PIC 9(05).
           03 AX-SALDO-ATRIBUIDO             PIC 9(09)V99.
           03 AX-DATA-LIMITE                 PIC 9(08).
           03 AX-SITUACAO                    PIC X(01).
               88 AX-ATIVA                       VALUE 'A'.
               88 AX-DEVOLVIDA                   VALUE 'D'.
           03 AX-DATA-FIM                    PIC 9(08).
           03 AX-MOTIVO-DEVOLUCAO            PIC X(01).
               88 AX-DEVOLUCAO-PRAZO             VALUE 'P'.
               88 AX-DEVOLUCAO-JURIDICO          VALUE 'J'.
               88 AX-DEVOLUCAO-REGULARIZADO      VALUE 'Q'.
               88 AX-DEVOLUCAO-ENCERRADO         VALUE 'E'.
               88 AX-DEVOLUCAO-INATIVADA         VALUE 'I'.
