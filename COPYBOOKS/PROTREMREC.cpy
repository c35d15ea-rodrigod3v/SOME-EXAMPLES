      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the file sent to the protest
      *          central (PROTREM.DAT), gravado pelo FINPROT: um
      *          detalhe por titulo a apontar ('A', parcela vencida
      *          selecionada para protesto), por desistencia ('D',
      *          titulo ainda nao protestado cuja parcela foi paga) ou
      *          por cancelamento ('C', titulo protestado cuja
      *          parcela foi paga - vai com o protocolo do cartorio e
      *          a carta de anuencia sai em ANUENCIA.PRT). O
      *          header/trailer sao montados pelo FINPROT em
      *          WORKING-STORAGE e gravados FROM sobre esta mesma
      *          area (primeiro byte 'H'/'D'/'T').
      ******************************************************************
           03 PE-TIPO-REG                    PIC X(01).
               88 PE-REG-HEADER                  VALUE 'H'.
               88 PE-REG-DETALHE                 VALUE 'D'.
               88 PE-REG-TRAILER                 VALUE 'T'.
           03 PE-OPERACAO                    PIC X(01).
               88 PE-OPER-APONTAMENTO            VALUE 'A'.
               88 PE-OPER-DESISTENCIA            VALUE 'D'.
               88 PE-OPER-CANCELAMENTO           VALUE 'C'.
           03 PE-NUM-CONTRATO                PIC 9(08).
           03 PE-NUM-PARCELA                 PIC 9(03).
           03 PE-PARC-VENCTO                 PIC 9(08).
           03 PE-PARC-VALOR                  PIC 9(05)V99.
           03 PE-NUM-PROTOCOLO               PIC X(15).
           03 PE-TIPO-PESSOA                 PIC X(01).
           03 PE-DOCUMENTO                   PIC 9(14).
           03 PE-NOME-DEVEDOR                PIC X(41).
           03 PE-RUA                         PIC X(15).
           03 PE-BAIRRO                      PIC X(15).
           03 PE-CIDADE                      PIC X(15).
           03 PE-UF                          PIC X(02).
           03 PE-CEP                         PIC X(08).
