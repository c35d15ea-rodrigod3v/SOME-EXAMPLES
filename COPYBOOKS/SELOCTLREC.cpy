      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the seal-control file
      *          (SELOCTL.DAT, INDEXED), um registro por trilha selada
      *          (chave = nome do log). Guarda o ultimo selo gravado -
      *          de onde o SELALOG encadeia o proximo registro e com
      *          que o VERILOG confere se o fim do log foi cortado - e
      *          a base, o selo do ultimo registro que saiu do
      *          arquivo ativo (para o .ARC no LOGHOUSE, descartado
      *          com o snapshot no FINBKP), de onde o arquivo ativo
      *          recomeca a cadeia. Resselagem autorizada (limpeza
      *          LGPD da AUDITCAD) fica com data, programa e contagem.
      ******************************************************************
           03 SC-NOME-LOG                    PIC X(08).
           03 SC-ULT-SEQUENCIA               PIC 9(09).
           03 SC-ULT-VALOR                   PIC 9(09).
           03 SC-DATA-ULT-SELO               PIC 9(08).
           03 SC-BASE-SEQUENCIA              PIC 9(09).
           03 SC-BASE-VALOR                  PIC 9(09).
           03 SC-DATA-BASE                   PIC 9(08).
           03 SC-DATA-RESSELO                PIC 9(08).
           03 SC-PROGRAMA-RESSELO            PIC X(08).
           03 SC-QTD-RESSELOS                PIC 9(05).
