      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the parameter master audit log
      *          (PARAMLOG.DAT, EXTEND): uma linha por mudanca em
      *          PARAM.DAT - quem, quando, por qual programa, o
      *          parametro e a vigencia, valor antes e depois. A
      *          semeadura automatica do PARAMGET e a importacao dos
      *          arquivos antigos tambem deixam linha, para nenhum
      *          valor em vigor ficar sem origem.
      ******************************************************************
           03 PL-DATA                        PIC 9(08).
           03 PL-HORA                        PIC 9(08).
           03 PL-USUARIO                     PIC X(08).
           03 PL-PROGRAMA                    PIC X(08).
           03 PL-OPERACAO                    PIC X(01).
               88 PL-INCLUSAO                    VALUE 'I'.
               88 PL-ALTERACAO                   VALUE 'A'.
               88 PL-EXCLUSAO                    VALUE 'E'.
               88 PL-SEMEADURA                   VALUE 'S'.
               88 PL-IMPORTACAO                  VALUE 'M'.
           03 PL-NOME                        PIC X(12).
           03 PL-DATA-VIGENCIA               PIC 9(08).
           03 PL-VALOR-ANTES                 PIC 9(09)V9(04).
           03 PL-VALOR-DEPOIS                PIC 9(09)V9(04).
