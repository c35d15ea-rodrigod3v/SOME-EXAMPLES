      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the funding-source master
      *          (FONTE.DAT), chave codigo da fonte: quem financia a
      *          parte da carteira alocada a ela (linha de credito
      *          bancaria ou fundo de recebiveis - FIDC), o limite
      *          total que aceita e as regras de elegibilidade que o
      *          financiador impoe ao contrato - produtos aceitos
      *          (zeros em todas as posicoes = qualquer produto),
      *          pior atraso maximo em dias, prazo maximo em
      *          parcelas (zeros = sem limite) e concentracao maxima
      *          por devedor, em percentual do limite da fonte
      *          (zeros = sem limite). Contrato que deixa de atender
      *          a regra e sinalizado pelo FINFONTE para recompra
      *          (problema de credito) ou substituicao (regra).
      *          Fonte nao e excluida - inativa-se (FONTMNT), e
      *          nenhum contrato novo e alocado a ela.
      ******************************************************************
           03 FE-COD-FONTE                   PIC 9(03).
           03 FE-NOME                        PIC X(30).
           03 FE-TIPO                        PIC X(01).
               88 FE-LINHA-BANCARIA              VALUE 'B'.
               88 FE-FIDC                        VALUE 'F'.
           03 FE-VR-LIMITE                   PIC 9(11)V99.
           03 FE-PRODUTOS.
               05 FE-PRODUTO OCCURS 10 TIMES PIC 9(03).
           03 FE-MAX-DIAS-ATRASO             PIC 9(04).
           03 FE-MAX-PRAZO                   PIC 9(03).
           03 FE-PCT-CONC-DEVEDOR            PIC 9(03)V99.
           03 FE-DATA-INCLUSAO               PIC 9(08).
           03 FE-OPERADOR                    PIC X(08).
           03 FE-SITUACAO                    PIC X(01).
               88 FE-ATIVA                       VALUE 'A'.
               88 FE-INATIVA                     VALUE 'I'.
