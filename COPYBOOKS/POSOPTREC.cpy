      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the positive-registry opt-out
      *          file (POSOPT.DAT), chave codigo do cliente: o
      *          cliente que pediu para sair do cadastro positivo
      *          (POSMNT) fica 'O' e os contratos dele deixam de ir
      *          no arquivo mensal do FINCPOS - o que ja tinha sido
      *          informado a uma gestora sai com um registro de
      *          exclusao. Reincluido ('R') volta a ser informado na
      *          competencia seguinte. Sem registro = cliente
      *          participa (a inclusao no cadastro e automatica).
      ******************************************************************
           03 OX-COD-CLIENTE                 PIC 9(06).
           03 OX-SITUACAO                    PIC X(01).
               88 OX-OPT-OUT                     VALUE 'O'.
               88 OX-REINCLUIDO                  VALUE 'R'.
           03 OX-DATA-OPT-OUT                PIC 9(08).
           03 OX-DATA-REINCLUSAO             PIC 9(08).
      *    Canal do pedido: B = balcao, T = telefone, C = carta,
      *    G = comunicado da propria gestora.
           03 OX-CANAL                       PIC X(01).
               88 OX-CANAL-VALIDO                VALUE 'B' 'T' 'C' 'G'.
           03 OX-USUARIO                     PIC X(08).
