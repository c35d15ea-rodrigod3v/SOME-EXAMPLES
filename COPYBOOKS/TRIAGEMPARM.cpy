      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma TRIAGEM (triagem de um
      *>          cliente do CADPF contra as listas de PEP e de
      *>          sancoes): alem do registro do cadastro (CADPFREC),
      *>          quem chama ('C' CADPF, 'F' FINAN2, 'M' retriagem
      *>          mensal). Devolve se o cliente esta bloqueado pela
      *>          compliance (ocorrencia pendente ou sancao
      *>          confirmada), quantas ocorrencias novas a chamada
      *>          gravou em COMPHIT.DAT, se e PEP confirmado e o
      *>          motivo em texto. Sem LISTAR.DAT carregada a
      *>          triagem so avalia as ocorrencias ja gravadas.
      *>***************************************************************
       01 TG-ORIGEM                          PIC X(01).
           88 TG-ORIGEM-CADASTRO                     VALUE 'C'.
           88 TG-ORIGEM-CONTRATO                     VALUE 'F'.
           88 TG-ORIGEM-MENSAL                       VALUE 'M'.
       01 TG-RESULTADO                       PIC X(01).
           88 TG-CLIENTE-LIBERADO                    VALUE 'L'.
           88 TG-CLIENTE-BLOQUEADO                   VALUE 'B'.
       01 TG-QTD-NOVAS                       PIC 9(03).
       01 TG-PEP                             PIC X(01).
           88 TG-PEP-CONFIRMADO                      VALUE 'S'.
       01 TG-MOTIVO                          PIC X(40).
