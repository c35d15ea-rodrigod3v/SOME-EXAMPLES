      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the gestora's positive-registry
      *          return (POSRET<ggg>.DAT) lido pelo FINCPOS - header
      *          com o codigo da gestora, a sequencia do arquivo e a
      *          competencia da remessa respondida; um detalhe por
      *          contrato/competencia informado, com a ocorrencia, e
      *          trailer com a quantidade de detalhes. Ocorrencia
      *          '00' = aceito; as demais = rejeitado, e o registro
      *          volta no arquivo do mes seguinte.
      ******************************************************************
           03 QT-TIPO-REG                    PIC X(01).
               88 QT-REG-HEADER                  VALUE 'H'.
               88 QT-REG-DETALHE                 VALUE 'D'.
               88 QT-REG-TRAILER                 VALUE 'T'.
           03 QT-DADOS                       PIC X(79).
           03 QT-HEADER REDEFINES QT-DADOS.
               05 QT-H-COD-GESTORA           PIC 9(03).
               05 QT-H-SEQUENCIA             PIC 9(06).
               05 QT-H-REMESSA               PIC 9(06).
               05 QT-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(56).
           03 QT-DETALHE REDEFINES QT-DADOS.
               05 QT-NUM-CONTRATO            PIC 9(08).
               05 QT-COMPETENCIA             PIC 9(06).
               05 QT-OCORRENCIA              PIC X(02).
                   88 QT-ACEITO                  VALUE '00'.
                   88 QT-DOCUMENTO-INVALIDO      VALUE '01'.
                   88 QT-NOME-DIVERGENTE         VALUE '02'.
                   88 QT-CONTRATO-DESCONHECIDO   VALUE '03'.
                   88 QT-DADOS-INCONSISTENTES    VALUE '04'.
               05 FILLER                     PIC X(63).
           03 QT-TRAILER REDEFINES QT-DADOS.
               05 QT-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(73).
