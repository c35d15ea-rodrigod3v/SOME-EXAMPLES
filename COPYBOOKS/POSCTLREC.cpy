      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the positive-registry send
      *          control (POSCTL.DAT), chave gestora+contrato+
      *          competencia: a memoria do FINCPOS entre os meses.
      *          Cada contrato informado a uma gestora numa
      *          competencia fica aqui enviado ('E') ate o retorno
      *          marcar aceito ('A') ou rejeitado ('R', com a
      *          ocorrencia da gestora). O rejeitado volta no arquivo
      *          do mes seguinte com a sua competencia original,
      *          remontado do mestre (dado corrigido sai corrigido).
      *          O evento diz o que foi informado: branco = contrato
      *          em curso; Q/R/D/P/T/C = evento de encerramento
      *          (quitacao, renegociacao, cessao, prejuizo,
      *          portabilidade, cancelamento); X = exclusao por
      *          opt-out do cliente.
      ******************************************************************
           03 QC-CHAVE.
               05 QC-COD-GESTORA             PIC 9(03).
               05 QC-NUM-CONTRATO            PIC 9(08).
               05 QC-COMPETENCIA             PIC 9(06).
           03 QC-EVENTO                      PIC X(01).
               88 QC-EVENTO-EM-CURSO             VALUE ' '.
               88 QC-EVENTO-ENCERRAMENTO         VALUE 'Q' 'R' 'D'
                                                       'P' 'T' 'C'.
               88 QC-EVENTO-EXCLUSAO             VALUE 'X'.
      *    Competencia do arquivo em que o registro saiu por ultimo
      *    (a propria competencia, ou a de um reenvio).
           03 QC-REMESSA                     PIC 9(06).
           03 QC-DATA-ENVIO                  PIC 9(08).
           03 QC-QTD-ENVIOS                  PIC 9(02).
           03 QC-SITUACAO                    PIC X(01).
               88 QC-ENVIADO                     VALUE 'E'.
               88 QC-ACEITO                      VALUE 'A'.
               88 QC-REJEITADO                   VALUE 'R'.
           03 QC-OCORRENCIA                  PIC X(02).
           03 QC-DATA-RETORNO                PIC 9(08).
