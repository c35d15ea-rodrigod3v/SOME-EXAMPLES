      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: LINKAGE parameters do subprograma OPERFIL (filial
      *>          do operador): o chamador informa o codigo do
      *>          operador e recebe a filial dele no OPERADOR.DAT.
      *>          Operador inexistente ou cadastrado antes das
      *>          filiais volta 000 (sem filial) - quem chama decide
      *>          o que fazer com isso, em vez de o sign-on mudar a
      *>          interface de todos os programas que o chamam.
      *>***************************************************************
       01 OF-OPERADOR                        PIC X(08).
       01 OF-COD-FILIAL                      PIC 9(03).
