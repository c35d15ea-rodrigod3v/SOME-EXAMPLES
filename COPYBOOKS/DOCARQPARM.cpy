      *>***************************************************************
      *> Author: RODRIGO ORLANDO
      *> Purpose: parametros do subprograma DOCARQ (arquivo de
      *>          documentos do cliente): 'A' abre o documento (tipo,
      *>          titulo, contrato, cliente e programa emissor) e
      *>          devolve o numero; 'L' guarda uma linha, a mesma que
      *>          acabou de ser impressa; 'F' fecha e indexa o
      *>          documento por contrato e cliente. Na noite de
      *>          ensaio nada e guardado e o numero volta zeros.
      *>***************************************************************
       01 DQ-FUNCAO                          PIC X(01).
       01 DQ-TIPO                            PIC X(08).
       01 DQ-TITULO                          PIC X(40).
       01 DQ-NUM-CONTRATO                    PIC 9(08).
       01 DQ-COD-CLIENTE                     PIC 9(06).
       01 DQ-PROGRAMA                        PIC X(08).
       01 DQ-LINHA                           PIC X(132).
       01 DQ-NUM-DOC                         PIC 9(08).
