      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the positive-registry bureau
      *          master (GESTORA.DAT), chave codigo da gestora de
      *          banco de dados do cadastro positivo: nome e CNPJ do
      *          bureau. Guarda a competencia (AAAAMM) do ultimo
      *          arquivo mensal gerado pelo FINCPOS - um arquivo por
      *          gestora por competencia - e a sequencia do ultimo
      *          retorno importado, para o mesmo arquivo nunca entrar
      *          duas vezes. Gestora nao e excluida - inativa-se
      *          (GESTMNT) e deixa de receber arquivo.
      ******************************************************************
           03 GT-COD-GESTORA                 PIC 9(03).
           03 GT-NOME                        PIC X(30).
           03 GT-CNPJ                        PIC 9(14).
           03 GT-ULT-COMPETENCIA             PIC 9(06).
           03 GT-ULT-SEQ-RETORNO             PIC 9(06).
           03 GT-SITUACAO                    PIC X(01).
               88 GT-ATIVA                       VALUE 'A'.
               88 GT-INATIVA                     VALUE 'I'.
