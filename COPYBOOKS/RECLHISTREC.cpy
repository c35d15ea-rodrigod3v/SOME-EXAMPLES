      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the complaint status history
      *          (RECLHIST.DAT), chave = protocolo + sequencia do
      *          evento (RQ-QTD-EVENTOS do RECLAMA.DAT): cada passo
      *          do caso - abertura, analise/transferencia de area,
      *          resposta, encerramento e reabertura - com a situacao
      *          de/para, nivel e area depois do passo, quem fez,
      *          data, hora e a nota (texto da resposta, causa raiz).
      ******************************************************************
           03 RH-CHAVE.
               05 RH-PROTOCOLO               PIC 9(10).
               05 RH-SEQUENCIA               PIC 9(03).
           03 RH-DATA                        PIC 9(08).
           03 RH-HORA                        PIC 9(08).
           03 RH-SITUACAO-ANTERIOR           PIC X(01).
           03 RH-SITUACAO                    PIC X(01).
           03 RH-NIVEL                       PIC X(01).
           03 RH-AREA                        PIC X(10).
           03 RH-USUARIO                     PIC X(08).
           03 RH-TEXTO                       PIC X(60).
