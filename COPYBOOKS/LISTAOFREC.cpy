      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the official PEP and sanctions
      *          list files (PEP.TXT e SANCOES.TXT) lidos pelo
      *          FINSANC - header com o tipo da lista ('P' PEP, 'S'
      *          sancoes), a fonte e a data de referencia da lista;
      *          um detalhe por pessoa listada (documento zero quando
      *          a lista nao traz CPF/CNPJ) e trailer com a quantidade
      *          de detalhes. Arquivo que nao fecha no trailer nao e
      *          carregado.
      ******************************************************************
           03 LO-TIPO-REG                    PIC X(01).
               88 LO-REG-HEADER                  VALUE 'H'.
               88 LO-REG-DETALHE                 VALUE 'D'.
               88 LO-REG-TRAILER                 VALUE 'T'.
           03 LO-DADOS                       PIC X(119).
           03 LO-HEADER REDEFINES LO-DADOS.
               05 LO-H-TIPO-LISTA            PIC X(01).
               05 LO-H-ORIGEM                PIC X(10).
               05 LO-H-DATA-REFERENCIA       PIC 9(08).
               05 FILLER                     PIC X(100).
           03 LO-DETALHE REDEFINES LO-DADOS.
               05 LO-TIPO-PESSOA             PIC X(01).
                   88 LO-PESSOA-FISICA           VALUE 'F'.
                   88 LO-PESSOA-JURIDICA         VALUE 'J'.
               05 LO-DOCUMENTO               PIC 9(14).
               05 LO-NOME                    PIC X(60).
               05 LO-DESCRICAO               PIC X(40).
               05 FILLER                     PIC X(04).
           03 LO-TRAILER REDEFINES LO-DADOS.
               05 LO-T-QTD-DETALHES          PIC 9(07).
               05 FILLER                     PIC X(112).
