      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: LINKAGE parameters do subprograma ENSAIO (noite em
      *          modo de ensaio). 'C' consulta se a execucao corrente
      *          e ensaio (variavel NOTURNO-ENSAIO, posta pelo
      *          JOBNOTURNO com NOTURNO-MODO=ENSAIO); 'G' acrescenta
      *          em ENSAIO.DAT a mudanca que o passo faria - no
      *          lugar da gravacao que ele deixou de fazer; 'Z' zera
      *          o arquivo no inicio do ensaio.
      ******************************************************************
       01 EP-FUNCAO                          PIC X(01).
           88 EP-CONSULTA                        VALUE 'C'.
           88 EP-GRAVA                           VALUE 'G'.
           88 EP-ZERA                            VALUE 'Z'.
       01 EP-SITUACAO                        PIC X(01).
           88 EP-EM-ENSAIO                       VALUE 'S'.
      *> Mudanca prevista, no mesmo leiaute de ES-DADOS (ENSAIOREC).
       01 EP-REGISTRO.
           03 EP-PASSO                       PIC X(08).
           03 EP-TIPO                        PIC X(01).
           03 EP-NUM-CONTRATO                PIC 9(08).
           03 EP-NUM-PARCELA                 PIC 9(03).
           03 EP-COD-CLIENTE                 PIC 9(06).
           03 EP-CAMPO                       PIC X(10).
           03 EP-ANTES                       PIC X(14).
           03 EP-DEPOIS                      PIC X(14).
           03 EP-VALOR                       PIC 9(09)V99.
           03 EP-DESCRICAO                   PIC X(40).
