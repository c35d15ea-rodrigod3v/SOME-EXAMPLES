      *          primeira execucao a agenda e semeada com a
      *          sequencia que estava compilada, mais os fechamentos
      *          mensais (FINACC, FINIOF, FINCOM, FINSEGB) nos seus
      *          dias - que antes so rodavam na mao. Com
      *          NOTURNO-MODO=ENSAIO a agenda da proxima noite e
      *          ensaiada sem gravar nada (ENSAIO/FINENSR). As
      *          linhas dos ciclos diurnos de baixas (JOBDIURNO, origem
      *          'D' na trilha) nao contam como passo concluido na
      *          retomada, e a noite nao parte com um ciclo aberto.
      * Tectonics: cobc
      *    Todos os modulos chamados compilados no mesmo diretorio,
      *    cada um gerando um .so com o nome do seu PROGRAM-ID (veja
      *  RUNCTL.DAT, os passos cujo job ja tem linha 'C' hoje sao
      *  pulados e o job recomeca no passo que falhou - a propria
      *  linha 'I' desta execucao registra a retomada.
      *  Ensaio (NOTURNO-MODO=ENSAIO): a agenda da proxima noite
      *  roda sem gravar nada - so os passos que sabem ensaiar
      *  (tabela abaixo) sao chamados, com NOTURNO-ENSAIO=S no
      *  ambiente, e as mudancas previstas vao para ENSAIO.DAT e
      *  para o relatorio do FINENSR. Nao passa pelo pre-voo nem
      *  pela trava das sessoes online, nao abre nem fecha a data
      *  de movimento e nao deixa linha em RUNCTL/JOBSTAT.
         01 WS-MODO-NOTURNO           PIC X(08) VALUE SPACES.
             88 WS-MODO-RESTART               VALUE 'RESTART'.
             88 WS-MODO-ENSAIO                VALUE 'ENSAIO'.

         01 WS-TAB-ENSAIAVEIS.
           03 FILLER                  PIC X(10) VALUE 'FINVARRE'.
           03 FILLER                  PIC X(10) VALUE 'FINCRED'.
           03 FILLER                  PIC X(10) VALUE 'FINPROV'.
           03 FILLER                  PIC X(10) VALUE 'FINCOB'.
           03 FILLER                  PIC X(10) VALUE 'FINMORA'.
           03 FILLER                  PIC X(10) VALUE 'FINATRA'.
           03 FILLER                  PIC X(10) VALUE 'FINAVISO'.
           03 FILLER                  PIC X(10) VALUE 'FINREM'.
           03 FILLER                  PIC X(10) VALUE 'FINNEGI'.
           03 FILLER                  PIC X(10) VALUE 'FINACC'.
           03 FILLER                  PIC X(10) VALUE 'FINDEB'.
         01 WS-TAB-ENSAIAVEIS-R REDEFINES WS-TAB-ENSAIAVEIS.
           03 WS-EN-PROGRAMA          PIC X(10) OCCURS 11 TIMES.
         01 WS-EN-IDX                 PIC 9(02).
         01 WS-PASSO-ENSAIAVEL        PIC X(01).
             88 WS-PASSO-SABE-ENSAIAR         VALUE 'S'.
         01 WS-ED-COND-CODE           PIC -ZZZ9.
         01 WS-QTD-ENSAIADOS          PIC 9(02) VALUE ZEROS.
         01 WS-QTD-NAO-ENSAIADOS      PIC 9(02) VALUE ZEROS.

         01 WS-RESTART-ATIVO          PIC X(01) VALUE 'N'.
             88 WS-E-RETOMADA                 VALUE 'S'.
      *  sequencia (a propria chave do arquivo).
         01 WS-QTD-PASSOS             PIC 9(02) VALUE ZEROS.
         01 WS-TAB-AGENDA.
           03 WS-PASSO-OCR OCCURS 90 TIMES.
               05 WS-PS-SEQUENCIA      PIC 9(04).
               05 WS-PS-JOB            PIC X(08).
               05 WS-PS-PROGRAMA       PIC X(10).
             88 WS-PASSO-E-DEVIDO             VALUE 'S'.
         01 WS-PROGRAMA-NOITE         PIC X(10).

      *  Semente da agenda na primeira execucao.
         COPY AGSEMENTE.

      *  Dia util e dia da semana (Zeller), mesma regra do DATAMOV
      *  e do AJUSTA-DIA-UTIL do FINAN2.
         COPY JOBPROGPARM.
         COPY DATAMOVPARM.
         COPY TRAVAPARM.
         COPY ENSAIOPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-JOB-NUM

           MOVE SPACES TO WS-MODO-NOTURNO
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT 'NOTURNO-MODO'
           IF WS-MODO-ENSAIO
               PERFORM EXECUTA-ENSAIO
               GOBACK
           END-IF

      *    Passo zero: pre-voo (JOBCHECK) - mestres abrem limpos,
      *    ninguem online segurando, noite anterior fechada, disco
      *    com folga. Reprovado, a noite nem parte; o diagnostico
               GOBACK
           END-IF

           IF WS-MODO-RESTART
               PERFORM AVALIA-RETOMADA
           END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    Nem com um ciclo diurno de baixas no meio: o ciclo que
      *    caiu tem de ser reexecutado (JOBDIURNO) antes da noite.
           MOVE 'D' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO NAO INICIADO: CICLO DIURNO DE '
                       'BAIXAS ABERTO - REEXECUTE O JOBDIURNO.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Aviso de modo lote para os passos interativos (FINAN2 e
      *    EVALUATE2 irem direto ao processamento em vez de abrir
           END-IF
           .

       EXECUTA-ENSAIO.
      *    Marca o ambiente para os passos e subprogramas de
      *    gravacao (ENSAIO 'C') e rele a data de movimento: com
      *    NOTURNO-ENSAIO-DATA (AAAAMMDD) o DATAMOV devolve a data
      *    pedida, para ensaiar por exemplo o primeiro dia util do
      *    mes com os passos mensais.
           DISPLAY 'NOTURNO-ENSAIO' UPON ENVIRONMENT-NAME
           DISPLAY 'S'              UPON ENVIRONMENT-VALUE
           DISPLAY 'FINAN2-MODO' UPON ENVIRONMENT-NAME
           DISPLAY 'LOTE'        UPON ENVIRONMENT-VALUE
           DISPLAY 'EVALUATE2-MODO' UPON ENVIRONMENT-NAME
           DISPLAY 'LOTE'           UPON ENVIRONMENT-VALUE
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-JOB-NUM
           DISPLAY 'JOB NOTURNO EM ENSAIO - DATA DE MOVIMENTO '
                   WS-DATA-JOB-NUM ' - NADA SERA GRAVADO.'

           PERFORM CARREGA-AGENDA
           IF WS-QTD-PASSOS = ZEROS
               DISPLAY 'ENSAIO NAO INICIADO: AGENDA.DAT SEM PASSO '
                       'ATIVO - CONFIRA O AGENDMNT.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Z' TO EP-FUNCAO
               CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-QTD-PASSOS
                   PERFORM AVALIA-PASSO-DEVIDO
                   IF WS-PASSO-E-DEVIDO
                       PERFORM ENSAIA-PASSO
                   END-IF
               END-PERFORM
               CALL 'FINENSR'
                   ON EXCEPTION
                       DISPLAY 'MODULO FINENSR INDISPONIVEL NESTA '
                               'INSTALACAO - VEJA ENSAIO.DAT.'
               END-CALL
               CANCEL 'FINENSR'
               DISPLAY 'ENSAIO CONCLUIDO: ' WS-QTD-ENSAIADOS
                       ' PASSO(S) ENSAIADO(S), ' WS-QTD-NAO-ENSAIADOS
                       ' DEVIDO(S) SEM ENSAIO.'
               MOVE ZERO TO RETURN-CODE
           END-IF

           DISPLAY 'NOTURNO-ENSAIO' UPON ENVIRONMENT-NAME
           DISPLAY 'N'              UPON ENVIRONMENT-VALUE
           .

       ENSAIA-PASSO.
      *    Cada passo ensaia contra os mestres como estao: o passo
      *    seguinte nao enxerga o que o anterior teria gravado. Um
      *    condition code diferente de zero nao interrompe o
      *    ensaio, mas fica apontado: a noite real pararia ali.
           MOVE 'N' TO WS-PASSO-ENSAIAVEL
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1 UNTIL WS-EN-IDX > 11
               IF WS-EN-PROGRAMA(WS-EN-IDX) = WS-PS-PROGRAMA(WS-PS-IDX)
                   SET WS-PASSO-SABE-ENSAIAR TO TRUE
               END-IF
           END-PERFORM

           MOVE SPACES                    TO EP-REGISTRO
           MOVE WS-PS-JOB(WS-PS-IDX)       TO EP-PASSO
           MOVE ZEROS TO EP-NUM-CONTRATO EP-NUM-PARCELA
                         EP-COD-CLIENTE EP-VALOR
           MOVE 'PASSO'                   TO EP-CAMPO
           MOVE WS-PS-SEQUENCIA(WS-PS-IDX) TO EP-ANTES
           MOVE WS-PS-PROGRAMA(WS-PS-IDX)  TO EP-DEPOIS
           IF NOT WS-PASSO-SABE-ENSAIAR
               DISPLAY 'PASSO ' WS-PS-SEQUENCIA(WS-PS-IDX) ' ('
                       WS-PS-JOB(WS-PS-IDX) ') NAO ENSAIADO.'
               ADD 1 TO WS-QTD-NAO-ENSAIADOS
               MOVE 'N' TO EP-TIPO
               MOVE 'NAO ENSAIADO - NAO RODA NO ENSAIO'
                   TO EP-DESCRICAO
               PERFORM GRAVA-LINHA-ENSAIO
           ELSE
               DISPLAY 'PASSO ' WS-PS-SEQUENCIA(WS-PS-IDX) ' - '
                       WS-PS-JOB(WS-PS-IDX) ' (ENSAIO)'
               ADD 1 TO WS-QTD-ENSAIADOS
               MOVE 'I' TO EP-TIPO
               MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO EP-DESCRICAO
               PERFORM GRAVA-LINHA-ENSAIO
               MOVE ZERO TO RETURN-CODE
               MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO WS-PROGRAMA-NOITE
               CALL WS-PROGRAMA-NOITE
                   ON EXCEPTION
                       DISPLAY 'MODULO ' WS-PROGRAMA-NOITE
                               ' INDISPONIVEL NESTA INSTALACAO.'
                       MOVE 8 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WS-COND-CODE
               CANCEL WS-PROGRAMA-NOITE
               MOVE SPACES                    TO EP-REGISTRO
               MOVE WS-PS-JOB(WS-PS-IDX)       TO EP-PASSO
               MOVE 'F'                       TO EP-TIPO
               MOVE ZEROS TO EP-NUM-CONTRATO EP-NUM-PARCELA
                             EP-COD-CLIENTE EP-VALOR
               MOVE 'PASSO'                   TO EP-CAMPO
               MOVE WS-PS-SEQUENCIA(WS-PS-IDX) TO EP-ANTES
               MOVE WS-COND-CODE TO WS-ED-COND-CODE
               MOVE WS-ED-COND-CODE           TO EP-DEPOIS
               IF WS-COND-CODE NOT = ZERO
                   MOVE 'A NOITE REAL PARARIA NESTE PASSO'
                       TO EP-DESCRICAO
               END-IF
               PERFORM GRAVA-LINHA-ENSAIO
               MOVE ZERO TO WS-COND-CODE
           END-IF
           .

       GRAVA-LINHA-ENSAIO.
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       AVALIA-NOITE-PENDENTE.
      *    Mais de um dia util atras do relogio? O proximo dia util
      *    apos a data recem-processada ainda ANTERIOR a data da
      *    compilada (mesma tecnica do SEMEIA-PLANO-CONTAS do
      *    FINCTB). Passo inativo nem entra na tabela.
           OPEN INPUT FD-AGENDA
      *    O ensaio nao semeia: sem agenda gravada nao ha o que
      *    ensaiar.
           IF WS-FS-AGENDA = '35'
               IF WS-MODO-ENSAIO
                   SET WS-EOF-AGENDA TO TRUE
               ELSE
                   PERFORM SEMEIA-AGENDA
                   OPEN INPUT FD-AGENDA
               END-IF
           END-IF
           IF NOT WS-EOF-AGENDA
               MOVE ZEROS TO AG-SEQUENCIA
               START FD-AGENDA KEY NOT < AG-SEQUENCIA
                   INVALID KEY
                       SET WS-EOF-AGENDA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-AGENDA
                   READ FD-AGENDA NEXT RECORD
                       AT END
                           SET WS-EOF-AGENDA TO TRUE
                       NOT AT END
                           IF AG-PASSO-ATIVO AND WS-QTD-PASSOS < 90
                               ADD 1 TO WS-QTD-PASSOS
                               MOVE WS-QTD-PASSOS TO WS-PS-IDX
                               MOVE AG-SEQUENCIA
                                   TO WS-PS-SEQUENCIA(WS-PS-IDX)
                               MOVE AG-JOB
                                   TO WS-PS-JOB(WS-PS-IDX)
                               MOVE AG-PROGRAMA
                                   TO WS-PS-PROGRAMA(WS-PS-IDX)
                               MOVE AG-FREQUENCIA
                                   TO WS-PS-FREQUENCIA(WS-PS-IDX)
                               MOVE AG-DIA
                                   TO WS-PS-DIA(WS-PS-IDX)
                               MOVE AG-DIA-UTIL
                                   TO WS-PS-DIA-UTIL(WS-PS-IDX)
                               MOVE AG-ATIVO
                                   TO WS-PS-ATIVO(WS-PS-IDX)
                               MOVE 'N'
                                   TO WS-PS-CONCLUIDO(WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AGENDA
           END-IF
           .

       SEMEIA-AGENDA.
           OPEN OUTPUT FD-AGENDA
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > 65
               MOVE WS-SM-SEQUENCIA(WS-SM-IDX)  TO AG-SEQUENCIA
               MOVE WS-SM-JOB(WS-SM-IDX)        TO AG-JOB
               MOVE WS-SM-PROGRAMA(WS-SM-IDX)   TO AG-PROGRAMA
                       SET WS-EOF-RUNCTL TO TRUE
                   NOT AT END
                       IF RC-DATA-EXECUCAO = WS-DATA-JOB-NUM
                           AND NOT RC-ORIGEM-CICLO
                           PERFORM CLASSIFICA-LINHA-RUNCTL
                       END-IF
               END-READ
