      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the agent-quality parameters
      *          (AGQPARM.DAT), registro unico semeado na primeira
      *          execucao do FINAGQ: quantas parcelas iniciais
      *          sujeitam a comissao a estorno, quantos dias de
      *          atraso caracterizam inadimplencia, o limite de
      *          inadimplencia da primeira parcela (FPD) e o minimo de
      *          contratos observados para o limite valer, se o
      *          agente acima do limite e suspenso automaticamente e
      *          quantas safras entram no quadro.
      ******************************************************************
           03 GQ-PARCELAS-ESTORNO            PIC 9(02).
           03 GQ-DIAS-INADIMPLENCIA          PIC 9(03).
           03 GQ-PCT-LIMITE-FPD              PIC 9(03)V99.
           03 GQ-MIN-CONTRATOS               PIC 9(04).
           03 GQ-SUSPENDE-AUTOMATICO         PIC X(01).
               88 GQ-SUSPENSAO-AUTOMATICA        VALUE 'S'.
           03 GQ-MESES-JANELA                PIC 9(02).
