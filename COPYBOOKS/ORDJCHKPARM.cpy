      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma ORDJCHK (consulta de
      *>          ordem judicial ativa em ORDJUD.DAT): quem chama
      *>          informa cliente, contrato (zeros = a acao e sobre
      *>          o cliente inteiro e qualquer ordem dele segura),
      *>          o alcance da acao - (D)evolucao, (A)plicacao de
      *>          credito, (C)obranca, (N)egativacao, (O)ferta - e
      *>          o proprio nome. Devolve L liberado ou R retido,
      *>          com a ordem, o tipo e o motivo em texto; a
      *>          retencao ja sai gravada em ORDJLOG.DAT.
      *>***************************************************************
       01 JD-COD-CLIENTE                     PIC 9(06).
       01 JD-NUM-CONTRATO                    PIC 9(08).
       01 JD-ESCOPO                          PIC X(01).
           88 JD-ESCOPO-DEVOLUCAO                    VALUE 'D'.
           88 JD-ESCOPO-APLICACAO                    VALUE 'A'.
           88 JD-ESCOPO-COBRANCA                     VALUE 'C'.
           88 JD-ESCOPO-NEGATIVACAO                  VALUE 'N'.
           88 JD-ESCOPO-OFERTA                       VALUE 'O'.
       01 JD-PROGRAMA                        PIC X(08).
       01 JD-RESULTADO                       PIC X(01).
           88 JD-LIBERADO                            VALUE 'L'.
           88 JD-RETIDO                              VALUE 'R'.
       01 JD-NUM-ORDEM                       PIC 9(08).
       01 JD-TIPO-ORDEM                      PIC X(01).
       01 JD-MOTIVO                          PIC X(40).
