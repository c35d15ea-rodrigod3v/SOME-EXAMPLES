      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the payroll-deduction employer
      *          master (CONVENIO.DAT), chave codigo do convenio:
      *          nome e CNPJ do empregador, dia de corte da folha
      *          (a remessa de desconto do mes so sai a partir desse
      *          dia), percentual maximo do salario liquido que pode
      *          ficar comprometido com parcelas consignadas (a
      *          margem consignavel criticada na entrada do contrato
      *          pelo FINAN2) e o prazo maximo aceito pelo empregador.
      *          Guarda a competencia (AAAAMM) da ultima remessa
      *          gerada pelo FINCSG - uma remessa por convenio por
      *          mes - e a sequencia do ultimo retorno importado,
      *          para o mesmo arquivo nunca entrar duas vezes.
      *          Convenio nao e excluido - inativa-se (CONVMNT), e
      *          nenhum contrato novo entra nele.
      ******************************************************************
           03 CV-COD-CONVENIO                PIC 9(04).
           03 CV-NOME                        PIC X(30).
           03 CV-CNPJ                        PIC 9(14).
           03 CV-DIA-CORTE                   PIC 9(02).
           03 CV-PCT-MARGEM                  PIC 9(02)V99.
           03 CV-PRAZO-MAXIMO                PIC 9(03).
           03 CV-ULT-COMPETENCIA             PIC 9(06).
           03 CV-ULT-SEQ-RETORNO             PIC 9(06).
           03 CV-SITUACAO                    PIC X(01).
               88 CV-ATIVO                       VALUE 'A'.
               88 CV-INATIVO                     VALUE 'I'.
