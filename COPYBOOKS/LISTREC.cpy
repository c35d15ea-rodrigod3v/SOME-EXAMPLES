      *          LISTMNT no proprio item, e a montagem da noite
      *          seguinte le os desfechos: quem atendeu ontem
      *          descansa um dia, quem nao atendeu sobe na lista.
      *          Cada item traz ainda a data da ultima ligacao do
      *          cliente na URA sobre o contrato (ocorrencia 'U' do
      *          FINURAR), para o cobrador saber o que ele ja ouviu.
      ******************************************************************
           03 LS-CHAVE.
               05 LS-DATA                    PIC 9(08).
               88 LS-NAO-ATENDEU                 VALUE 'N'.
           03 LS-DATA-RESULTADO              PIC 9(08).
           03 LS-OPER-RESULTADO              PIC X(08).
           03 LS-DATA-ULT-URA                PIC 9(08).
