      *    com contrato vivo quebrava o BUSCA-CLIENTE do FINAN2;
      *    agora o registro e inativado ('I') e so some numa purga
      *    supervisionada. Branco (registro legado) vale ativo.
      *    'X' = anonimizado pelo FINLGPD (LGPD: inativo alem da
      *    guarda legal, sem obrigacao em aberto) - dados pessoais
      *    trocados por token, conta como inativo para todo mundo
      *    e o CADPF nao deixa alterar.
           03 FD-SITUACAO-CLIENTE                 PIC X(01).
               88 FD-CLIENTE-INATIVO                  VALUE 'I' 'X'.
               88 FD-CLIENTE-ANONIMIZADO              VALUE 'X'.
      *    Data de nascimento (AAAAMMDD; zeros em registro legado ou
      *    pessoa juridica), usada na faixa etaria do seguro
      *    prestamista do FINAN2.
      *    como proponente (postada pelo FINBURC a partir do arquivo
      *    de resposta): restricao ativa sim/nao e a data da
      *    resposta. Branco/zeros = nunca consultado; o FINAN2 exige
      *    resposta sem restricao e dentro da validade (BUREAU-DIAS)
      *    para contrato novo.
           03 FD-BUREAU-RESTRICAO                 PIC X(01).
               88 FD-BUR-COM-RESTRICAO                VALUE 'S'.
