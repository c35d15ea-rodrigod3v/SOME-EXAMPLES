      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do diario de interfaces
      *          (INTFLOG.DAT, sequencial, so acrescenta), gravado
      *          pelo subprograma GRAVAINT: um evento por arquivo
      *          recebido ('R', quando o programa que o consome o
      *          le), gerado ('G', quando o programa que o produz o
      *          fecha) ou confirmado como enviado ('E', pelo INTFMNT
      *          ou pelo REMPROT), com contagem de registros e total
      *          de controle apurados no detalhe e, quando o arquivo
      *          tem trailer, o que o trailer declarava.
      ******************************************************************
           03 IG-COD-INTERFACE               PIC X(08).
           03 IG-NOME-ARQUIVO                PIC X(16).
           03 IG-EVENTO                      PIC X(01).
               88 IG-RECEBIDO                    VALUE 'R'.
               88 IG-GERADO                      VALUE 'G'.
               88 IG-ENVIADO                     VALUE 'E'.
           03 IG-DATA-MOVIMENTO              PIC 9(08).
           03 IG-DATA                        PIC 9(08).
           03 IG-HORA                        PIC 9(08).
           03 IG-QTD-REGISTROS               PIC 9(07).
           03 IG-VR-CONTROLE                 PIC 9(13)V99.
           03 IG-QTD-TRAILER                 PIC 9(07).
           03 IG-VR-TRAILER                  PIC 9(13)V99.
           03 IG-TOTAIS                      PIC X(01).
               88 IG-TOTAIS-CONFEREM             VALUE 'C'.
               88 IG-TOTAIS-DIVERGEM             VALUE 'D'.
               88 IG-SEM-TRAILER                 VALUE 'N'.
           03 IG-PROGRAMA                    PIC X(08).
           03 IG-USUARIO                     PIC X(08).
