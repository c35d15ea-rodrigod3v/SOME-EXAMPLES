      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the moratorium opt-out list
      *          (MORAOPT.DAT), chave moratoria+cliente: o cliente da
      *          regiao atingida que prefere seguir pagando em dia
      *          avisa o balcao (MORAMNT) e o FINMORA nao mexe em
      *          nenhum contrato dele. So vale enquanto a moratoria
      *          ainda nao foi aplicada.
      ******************************************************************
           03 MO-CHAVE.
               05 MO-NUM-MORAT               PIC 9(06).
               05 MO-COD-CLIENTE             PIC 9(06).
           03 MO-DATA                        PIC 9(08).
           03 MO-USUARIO                     PIC X(08).
           03 MO-MOTIVO                      PIC X(40).
