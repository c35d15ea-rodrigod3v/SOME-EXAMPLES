      *          contrato sem esperanca nao fica ATIVO para sempre
      *          inflando as projecoes do FINFLUX e as varreduras da
      *          noite. O supervisor lista os contratos elegiveis
      *          (pior atraso acima do parametro PREJ-DIAS do
      *          PARAM.DAT, padrao 360) e confirma a baixa um a
      *          um: o contrato vai para o status PREJUIZO ('P'),
      *          o saldo em aberto sai da carteira pela contabil
      *          (MOVDIA 'W', evento do PLANOCTA) e a baixa fica
      *          registrada em PREJCTL.DAT.
      *          A cobranca continua em trilha propria (o FINCOB
      *          tambem escala contrato em prejuizo) e toda
      *          recuperacao posterior entra como receita (MOVDIA
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-NUM-CONTRATO
               FILE STATUS IS WS-FS-PREJCTL.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
       01  FD-PREJCTL-REC.
           COPY PREJCTLREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PREJCTL       PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY UPDJRNPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY PARAMGETPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FINPREJ'.
         01 WS-DATA-HOJE            PIC 9(08).
           GOBACK.

       CARREGA-DIAS-PREJUIZO.
      *    Idade de atraso que habilita a baixa, em vigor na data de
      *    movimento (mestre de parametros, padrao 360 dias).
           MOVE 'PREJ-DIAS' TO PG-NOME
           MOVE ZEROS TO PG-DATA-REF
           CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO
           IF PG-ENCONTRADO AND PG-VALOR > ZEROS
               MOVE PG-VALOR TO WS-DIAS-PREJUIZO
           END-IF
           .

       BAIXA-SUPERVISIONADA.
