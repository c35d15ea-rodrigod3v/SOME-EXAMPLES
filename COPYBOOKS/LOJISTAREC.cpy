      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the partner merchant master
      *          (LOJISTA.DAT), chave codigo do lojista: nome e CNPJ
      *          da loja parceira do crediario e o acordo comercial
      *          - desconto ('D', o lojista recebe o valor vendido
      *          menos o percentual) ou comissao ('C', recebe o valor
      *          mais o percentual) - aplicado no extrato de repasse
      *          do FINLOJE. Condicoes padrao das vendas que a loja
      *          manda no arquivo diario (VENDAS<cccc>.DAT): produto
      *          quando a venda vem sem codigo, taxa (zeros = tabela
      *          do FINAN2), metodo, dias ate o 1o vencimento e o
      *          agente de venda que responde pela loja. Guarda a
      *          sequencia do ultimo arquivo de vendas importado pelo
      *          FINLOJI, para o mesmo arquivo nunca entrar duas
      *          vezes. Lojista nao e excluido - inativa-se (LOJAMNT)
      *          e o arquivo dele deixa de ser importado.
      ******************************************************************
           03 LJ-COD-LOJISTA                 PIC 9(04).
           03 LJ-NOME                        PIC X(30).
           03 LJ-CNPJ                        PIC 9(14).
           03 LJ-TIPO-ACORDO                 PIC X(01).
               88 LJ-ACORDO-DESCONTO             VALUE 'D'.
               88 LJ-ACORDO-COMISSAO             VALUE 'C'.
           03 LJ-PCT-ACORDO                  PIC 9(02)V99.
           03 LJ-COD-PRODUTO                 PIC 9(03).
           03 LJ-TAXA-JUROS                  PIC 9(02)V9(04).
           03 LJ-METODO-AMORT                PIC X(01).
           03 LJ-DIAS-1A-VENCTO              PIC 9(03).
           03 LJ-COD-AGENTE                  PIC 9(04).
           03 LJ-ULT-SEQ-VENDAS              PIC 9(06).
           03 LJ-SITUACAO                    PIC X(01).
               88 LJ-ATIVO                       VALUE 'A'.
               88 LJ-INATIVO                     VALUE 'I'.
