      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the restrictive-list master
      *          (LISTAR.DAT) carregado pelo FINSANC a partir dos
      *          arquivos oficiais: lista de pessoas politicamente
      *          expostas ('P') e lista de sancoes ('S'). Chave tipo
      *          da lista + sequencia da carga (a recarga de uma
      *          lista apaga e regrava so as entradas dela); chaves
      *          alternativas tipo de pessoa + CPF/CNPJ e nome
      *          normalizado (NOMENORM), ambas com duplicatas, para
      *          a triagem (TRIAGEM) achar o cliente pelo documento
      *          ou pelo nome. Entrada sem documento na lista oficial
      *          fica com tipo de pessoa em branco e documento zero.
      ******************************************************************
           03 LR-CHAVE.
               05 LR-TIPO-LISTA              PIC X(01).
                   88 LR-LISTA-PEP               VALUE 'P'.
                   88 LR-LISTA-SANCOES           VALUE 'S'.
               05 LR-SEQUENCIA               PIC 9(07).
           03 LR-CHAVE-DOCUMENTO.
               05 LR-TIPO-PESSOA             PIC X(01).
               05 LR-DOCUMENTO               PIC 9(14).
           03 LR-NOME-NORMALIZADO            PIC X(60).
           03 LR-NOME                        PIC X(60).
      *    Cargo/orgao do PEP ou programa/motivo da sancao, como
      *    veio no arquivo oficial.
           03 LR-DESCRICAO                   PIC X(40).
           03 LR-ORIGEM                      PIC X(10).
           03 LR-DATA-REFERENCIA             PIC 9(08).
           03 LR-DATA-CARGA                  PIC 9(08).
