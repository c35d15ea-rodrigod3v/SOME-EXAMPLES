      ******************************************************************
       01 JN-PARM-ARQUIVO                    PIC X(08).
       01 JN-PARM-OPERACAO                   PIC X(01).
       01 JN-PARM-IMAGEM                     PIC X(8000).
