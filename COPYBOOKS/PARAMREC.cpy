      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the system parameter master
      *          (PARAM.DAT), chave parametro+data de vigencia: cada
      *          regra de negocio que antes morava num arquivinho
      *          proprio (AVIPARM, PREJPARM, SCORPARM, BURPARM,
      *          ALCPARM, AVALPARM, DUPPARM, TOLPARM) vira uma linha
      *          por vigencia. Vale a de maior data de vigencia que
      *          nao passa da data de movimento (PARAMGET), entao um
      *          limite novo e agendado com antecedencia e o
      *          reprocessamento de uma data passada usa a regra do
      *          dia. Vigencia zero e a implantacao (vale desde
      *          sempre). Manutencao so pelo PARAMNT, auditada em
      *          PARAMLOG.DAT.
      ******************************************************************
           03 PM-CHAVE.
               05 PM-NOME                    PIC X(12).
               05 PM-DATA-VIGENCIA           PIC 9(08).
           03 PM-VALOR                       PIC 9(09)V9(04).
           03 PM-DESCRICAO                   PIC X(40).
           03 PM-AREA                        PIC X(10).
           03 PM-USUARIO                     PIC X(08).
           03 PM-DATA-REGISTRO               PIC 9(08).
           03 PM-HORA-REGISTRO               PIC 9(08).
