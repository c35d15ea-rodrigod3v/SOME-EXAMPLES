      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the branch master file
      *          (FILIAL.DAT), chave codigo da filial: nome, cidade,
      *          UF e situacao. O codigo da filial e carimbado no
      *          contrato na criacao (FD-COD-FILIAL), no operador
      *          (OP-COD-FILIAL), nos recibos e fechamentos do caixa
      *          (CX-COD-FILIAL) e no header do lote (LT-COD-FILIAL).
      *          Filial 000 e reservada: registro legado, anterior
      *          ao cadastro de filiais ("SEM FILIAL" nos
      *          relatorios). Mantido pelo FILMNT; filial nao e
      *          excluida fisicamente - inativa-se.
      ******************************************************************
           03 FL-COD-FILIAL                  PIC 9(03).
           03 FL-NOME                        PIC X(30).
           03 FL-CIDADE                      PIC X(30).
           03 FL-UF                          PIC X(02).
           03 FL-SITUACAO                    PIC X(01).
               88 FL-ATIVA                       VALUE 'A'.
               88 FL-INATIVA                     VALUE 'I'.
           03 FILLER                         PIC X(14) VALUE SPACES.
