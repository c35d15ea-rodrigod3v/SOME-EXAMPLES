      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the contract-to-funding-source
      *          allocation file (ALOCFTE.DAT), chave numero do
      *          contrato - um contrato esta em no maximo uma fonte
      *          por vez; chave alternativa fonte + cliente (com
      *          duplicatas) para ler a carteira de uma fonte e a
      *          concentracao de cada devedor nela.
      *          Guarda o saldo e o pior atraso da ultima apuracao
      *          (alocacao ou FINFONTE) e, quando o contrato deixa
      *          de ser elegivel, a sinalizacao: recompra pendente
      *          ('R' - atraso ou saida da carteira ativa) ou
      *          substituicao pendente ('S' - regra de produto,
      *          prazo ou concentracao), com o motivo e a data. A
      *          baixa (FONTMNT) grava o valor da recompra ou o
      *          contrato que entrou no lugar; contrato liquidado
      *          sai sozinho ('L').
      ******************************************************************
           03 FA-NUM-CONTRATO                PIC 9(08).
           03 FA-CHAVE-FONTE.
               05 FA-COD-FONTE               PIC 9(03).
               05 FA-COD-CLIENTE             PIC 9(06).
           03 FA-DATA-ALOCACAO               PIC 9(08).
           03 FA-VR-SALDO-ALOCACAO           PIC 9(09)V99.
           03 FA-VR-SALDO-ATUAL              PIC 9(09)V99.
           03 FA-PIOR-ATRASO                 PIC 9(05).
           03 FA-DATA-APURACAO               PIC 9(08).
           03 FA-SITUACAO                    PIC X(01).
               88 FA-ALOCADO                     VALUE 'A'.
               88 FA-RECOMPRA-PENDENTE           VALUE 'R'.
               88 FA-SUBSTITUICAO-PENDENTE       VALUE 'S'.
               88 FA-NA-FONTE                    VALUE 'A' 'R' 'S'.
               88 FA-BAIXADO                     VALUE 'B'.
               88 FA-LIQUIDADO                   VALUE 'L'.
           03 FA-DATA-SINAL                  PIC 9(08).
           03 FA-MOTIVO                      PIC X(30).
           03 FA-DATA-BAIXA                  PIC 9(08).
           03 FA-VR-RECOMPRA                 PIC 9(09)V99.
           03 FA-CONTRATO-SUBSTITUTO         PIC 9(08).
           03 FA-OPERADOR                    PIC X(08).
