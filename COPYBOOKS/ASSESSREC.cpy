      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the outsourced collection
      *          agency master (ASSESSOR.DAT), chave codigo da
      *          assessoria: nome, CNPJ, percentual de honorario
      *          sobre o valor recuperado, e a regra de atribuicao
      *          usada pelo FINASSE - faixa de atraso inicial/final
      *          (as faixas do FINAGE: 1 = 1-30, 2 = 31-60, 3 =
      *          61-90, 4 = 91-180, 5 = 180+ dias) e ate cinco UFs
      *          atendidas (todas em branco = qualquer UF) - mais o
      *          prazo maximo em dias que um contrato fica com ela
      *          antes de ser devolvido. Guarda tambem a sequencia do
      *          ultimo arquivo de resultado importado (FINASSR), para
      *          o mesmo arquivo nunca entrar duas vezes. Assessoria
      *          nao e excluida - inativa-se (ASSMNT), e o FINASSE
      *          devolve a carteira dela na noite seguinte.
      ******************************************************************
           03 AS-COD-ASSESSORIA              PIC 9(03).
           03 AS-NOME                        PIC X(30).
           03 AS-CNPJ                        PIC 9(14).
           03 AS-PCT-HONORARIO               PIC 9(02)V99.
           03 AS-FAIXA-INICIAL               PIC 9(01).
           03 AS-FAIXA-FINAL                 PIC 9(01).
           03 AS-UFS.
               05 AS-UF                      PIC X(02) OCCURS 5 TIMES.
           03 AS-PRAZO-DIAS                  PIC 9(03).
           03 AS-ULT-SEQ-RETORNO             PIC 9(06).
           03 AS-SITUACAO                    PIC X(01).
               88 AS-ATIVA                       VALUE 'A'.
               88 AS-INATIVA                     VALUE 'I'.
