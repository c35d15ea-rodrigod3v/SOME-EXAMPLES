      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the customer income registry
      *          (RENDA.DAT), chave codigo do cliente + sequencia da
      *          fonte: uma linha por fonte de renda comprovada do
      *          cliente - renda mensal, origem (salario, beneficio,
      *          pro-labore, autonomo, aluguel/outros), o documento
      *          que a comprova e a data desse comprovante. A renda
      *          do cliente e a soma das fontes ativas; o FINAN2
      *          compara com ela o comprometimento das parcelas em
      *          aberto mais a do contrato novo, contra o percentual
      *          maximo do produto (PRODUTO.DAT). Fonte nao e
      *          excluida - inativa-se (RENDMNT) e sai da soma.
      ******************************************************************
           03 RD-CHAVE.
               05 RD-COD-CLIENTE             PIC 9(06).
               05 RD-SEQ-FONTE               PIC 9(02).
           03 RD-VR-RENDA                    PIC 9(09)V99.
           03 RD-FONTE                       PIC X(01).
               88 RD-FONTE-SALARIO               VALUE 'S'.
               88 RD-FONTE-BENEFICIO             VALUE 'B'.
               88 RD-FONTE-PRO-LABORE            VALUE 'P'.
               88 RD-FONTE-AUTONOMO              VALUE 'A'.
               88 RD-FONTE-OUTRAS                VALUE 'O'.
               88 RD-FONTE-VALIDA                VALUE 'S', 'B', 'P',
                                                       'A', 'O'.
      *    Empregador, orgao pagador ou descricao livre da fonte.
           03 RD-DESCR-FONTE                 PIC X(30).
           03 RD-TIPO-COMPROV                PIC X(01).
               88 RD-COMPROV-HOLERITE            VALUE 'H'.
               88 RD-COMPROV-EXTRATO-BENEF       VALUE 'B'.
               88 RD-COMPROV-DECL-IR             VALUE 'I'.
               88 RD-COMPROV-EXTRATO-BANCO       VALUE 'E'.
               88 RD-COMPROV-DECORE              VALUE 'D'.
               88 RD-COMPROV-VALIDO              VALUE 'H', 'B', 'I',
                                                       'E', 'D'.
           03 RD-DATA-COMPROV                PIC 9(08).
           03 RD-SITUACAO                    PIC X(01).
               88 RD-ATIVA                       VALUE 'A'.
               88 RD-INATIVA                     VALUE 'I'.
           03 RD-USUARIO                     PIC X(08).
           03 RD-DATA-MANUTENCAO             PIC 9(08).
