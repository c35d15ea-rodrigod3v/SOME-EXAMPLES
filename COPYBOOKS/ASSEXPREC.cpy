      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the file sent to each
      *          collection agency (ASSEXP<ccc>.DAT, ccc = codigo da
      *          assessoria), gravado pelo FINASSE no lugar da
      *          planilha: a carteira inteira atribuida a assessoria,
      *          com atraso e saldo em atraso do dia ('I'), mais os
      *          contratos devolvidos na noite ('D', com o motivo),
      *          que ela deve parar de cobrar. O header/trailer sao
      *          montados pelo FINASSE em WORKING-STORAGE e gravados
      *          FROM sobre esta mesma area (primeiro byte
      *          'H'/'D'/'T').
      ******************************************************************
           03 AJ-TIPO-REG                    PIC X(01).
               88 AJ-REG-HEADER                  VALUE 'H'.
               88 AJ-REG-DETALHE                 VALUE 'D'.
               88 AJ-REG-TRAILER                 VALUE 'T'.
           03 AJ-OPERACAO                    PIC X(01).
               88 AJ-OPER-CARTEIRA               VALUE 'I'.
               88 AJ-OPER-DEVOLUCAO              VALUE 'D'.
           03 AJ-NUM-CONTRATO                PIC 9(08).
           03 AJ-COD-CLIENTE                 PIC 9(06).
           03 AJ-TIPO-PESSOA                 PIC X(01).
           03 AJ-DOCUMENTO                   PIC 9(14).
           03 AJ-NOME-DEVEDOR                PIC X(41).
           03 AJ-TELEFONE                    PIC 9(13).
           03 AJ-RUA                         PIC X(15).
           03 AJ-BAIRRO                      PIC X(15).
           03 AJ-CIDADE                      PIC X(15).
           03 AJ-UF                          PIC X(02).
           03 AJ-CEP                         PIC X(08).
           03 AJ-DIAS-ATRASO                 PIC 9(05).
           03 AJ-QTD-PARC-ATRASO             PIC 9(03).
           03 AJ-SALDO-ATRASO                PIC 9(09)V99.
           03 AJ-DATA-ATRIBUICAO             PIC 9(08).
           03 AJ-DATA-LIMITE                 PIC 9(08).
           03 AJ-MOTIVO-DEVOLUCAO            PIC X(01).
