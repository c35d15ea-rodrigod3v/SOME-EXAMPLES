      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: LINKAGE parameters do subprograma GRAVAINT (diario de
      *          interfaces). O chamador informa o evento (R/G/E), o
      *          codigo da interface no INTERF.DAT, o arquivo, a
      *          contagem e o total de controle que apurou no detalhe
      *          e, se o arquivo tem trailer, o que o trailer
      *          declara; o GRAVAINT compara os dois e devolve em
      *          IN-PARM-TOTAIS o veredicto gravado no diario.
      ******************************************************************
       01 IN-PARM-EVENTO                     PIC X(01).
           88 IN-PARM-RECEBIDO                   VALUE 'R'.
           88 IN-PARM-GERADO                     VALUE 'G'.
           88 IN-PARM-ENVIADO                    VALUE 'E'.
       01 IN-PARM-INTERFACE                  PIC X(08).
       01 IN-PARM-ARQUIVO                    PIC X(16).
       01 IN-PARM-QTD                        PIC 9(07).
       01 IN-PARM-VALOR                      PIC 9(13)V99.
       01 IN-PARM-TRAILER                    PIC X(01).
           88 IN-PARM-COM-TRAILER                VALUE 'S'.
       01 IN-PARM-QTD-TRAILER                PIC 9(07).
       01 IN-PARM-VR-TRAILER                 PIC 9(13)V99.
       01 IN-PARM-PROGRAMA                   PIC X(08).
       01 IN-PARM-USUARIO                    PIC X(08).
       01 IN-PARM-TOTAIS                     PIC X(01).
           88 IN-PARM-TOTAIS-CONFEREM            VALUE 'C'.
           88 IN-PARM-TOTAIS-DIVERGEM            VALUE 'D'.
