      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CICLO DIURNO DE BAIXAS: roda durante o expediente,
      *          sobre os arquivos de retorno recebidos ate a hora,
      *          os passos de postagem da noite - retorno de boleto
      *          (FINRET), retorno de debito automatico (FINDEB, so
      *          o retorno), liquidacao PIX (FINPIX), aplicacao do
      *          credito de cliente (FINCRED) e varredura de
      *          quitacao (FINQUIT) -, para o cliente que pagou
      *          ontem nao passar o dia ATRASADO no balcao e na
      *          cobranca. Os horarios sao os parametros
      *          CICLO-HORA-1/-2/-3 (HHMM, zero = sem o ciclo) do
      *          mestre de parametros: o agendador chama o programa
      *          a intervalos e ele so executa quando ha horario
      *          vencido sem ciclo concluido depois dele na data de
      *          movimento, em dia de movimento (data da maquina =
      *          data de movimento); com DIURNO-MODO=AGORA executa
      *          na hora, e um ciclo que caiu no meio e reexecutado
      *          na chamada seguinte. Nao parte com a noite rodando
      *          nem com sessao online aberta (TRAVACTL), e enquanto
      *          posta o job DIURNO aberto na trilha segura os
      *          programas online fora dos mestres. Cada ciclo e
      *          cada passo entram em RUNCTL.DAT (origem 'D', via
      *          CICLO-DIURNO=S no ambiente) e em JOBSTAT.DAT
      *          (JOBPROG); os passos reconhecem o que ja foi
      *          postado - pela sequencia do arquivo no RETCTL, pelo
      *          desfecho no DEBCTL, pelo E2E do PIX - e a noite nao
      *          posta de novo o que o ciclo postou.
      * Tectonics: cobc
      *    Modulos chamados compilados no mesmo diretorio, como no
      *    JOBNOTURNO:
      *        cobc JOBDIURNO.COB
      *        cobcrun JOBDIURNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDIURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RUNCTL         ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RUNCTL.
       01  FD-RUNCTL-REC.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-JOB-NOME               PIC X(08) VALUE 'DIURNO'.
         01 WS-DIA-SEMANA-JOB         PIC X(20).
         01 WS-DIA-SEMANA-NUM         PIC 9.

         01 WS-COND-CODE              PIC S9(04) VALUE ZERO.

         01 WS-FS-RUNCTL              PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.

         01 WS-DATA-MOVIMENTO         PIC 9(08).
         01 WS-DATA-MAQUINA           PIC 9(08).
         01 WS-HORA-AGORA             PIC 9(08).
         01 WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
           03 WS-HA-HHMM              PIC 9(04).
           03 FILLER                  PIC 9(04).

      *  DIURNO-MODO=AGORA: ciclo pedido pela operacao fora do
      *  horario agendado.
         01 WS-MODO-DIURNO            PIC X(08) VALUE SPACES.
             88 WS-MODO-AGORA                 VALUE 'AGORA'.

      *  Ciclos da data de movimento na trilha do RUNCTL: quantos
      *  concluiram, a hora (HHMM) de partida do ultimo concluido e
      *  se o ultimo ficou com 'I' sem 'C' (caiu no meio).
         01 WS-FIM-RUNCTL             PIC X(01) VALUE 'N'.
             88 WS-EOF-RUNCTL                 VALUE 'S'.
         01 WS-QTD-CICLOS-HOJE        PIC 9(02) VALUE ZEROS.
         01 WS-HORA-ULT-PARTIDA       PIC 9(08) VALUE ZEROS.
         01 WS-HORA-ULT-CICLO         PIC 9(08) VALUE ZEROS.
         01 WS-HORA-ULT-CICLO-R REDEFINES WS-HORA-ULT-CICLO.
           03 WS-HU-HHMM              PIC 9(04).
           03 FILLER                  PIC 9(04).
         01 WS-CICLO-PENDENTE         PIC X(01) VALUE 'N'.
             88 WS-HA-CICLO-PENDENTE          VALUE 'S'.

      *  Horarios do dia (parametros CICLO-HORA-n, HHMM).
         01 WS-TAB-NOMES-HORA.
           03 FILLER                  PIC X(12) VALUE 'CICLO-HORA-1'.
           03 FILLER                  PIC X(12) VALUE 'CICLO-HORA-2'.
           03 FILLER                  PIC X(12) VALUE 'CICLO-HORA-3'.
         01 WS-TAB-NOMES-HORA-R REDEFINES WS-TAB-NOMES-HORA.
           03 WS-NH-NOME              PIC X(12) OCCURS 3 TIMES.
         01 WS-TAB-HORARIOS.
           03 WS-HR-HHMM              PIC 9(04) OCCURS 3 TIMES.
         01 WS-HR-IDX                 PIC 9.
         01 WS-HORARIO-DEVIDO         PIC 9(04) VALUE ZEROS.

      *  Passos do ciclo, na ordem da noite; o nome do job e o do
      *  programa, como na trilha e no JOBSTAT da noite.
         01 WS-TAB-PASSOS.
           03 FILLER                  PIC X(08) VALUE 'FINRET'.
           03 FILLER                  PIC X(08) VALUE 'FINDEB'.
           03 FILLER                  PIC X(08) VALUE 'FINPIX'.
           03 FILLER                  PIC X(08) VALUE 'FINCRED'.
           03 FILLER                  PIC X(08) VALUE 'FINQUIT'.
         01 WS-TAB-PASSOS-R REDEFINES WS-TAB-PASSOS.
           03 WS-PS-PROGRAMA          PIC X(08) OCCURS 5 TIMES.
         01 WS-PS-IDX                 PIC 9.
         01 WS-QTD-PASSOS-RODADOS     PIC 9(07) VALUE ZEROS.
         01 WS-PROGRAMA-CICLO         PIC X(08).

         COPY JOBPROGPARM.
         COPY DATAMOVPARM.
         COPY TRAVAPARM.
         COPY PARAMGETPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
      *    Data de movimento fechada devolve a da noite que vem: e
      *    nessa data que a postagem do expediente entra.
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           ACCEPT WS-DATA-MAQUINA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA   FROM TIME

           MOVE SPACES TO WS-MODO-DIURNO
           ACCEPT WS-MODO-DIURNO FROM ENVIRONMENT 'DIURNO-MODO'

           PERFORM LE-TRILHA-CICLOS
           PERFORM CARREGA-HORARIOS

           EVALUATE TRUE
               WHEN WS-HA-CICLO-PENDENTE
                   DISPLAY 'CICLO DIURNO ANTERIOR INTERROMPIDO - '
                           'SERA REEXECUTADO.'
               WHEN WS-MODO-AGORA
                   DISPLAY 'CICLO DIURNO PEDIDO PELA OPERACAO '
                           '(DIURNO-MODO=AGORA).'
               WHEN WS-DATA-MAQUINA NOT = WS-DATA-MOVIMENTO
                   DISPLAY 'JOBDIURNO: HOJE NAO E DIA DE MOVIMENTO '
                           '(' WS-DATA-MOVIMENTO ') - SEM CICLO.'
                   GOBACK
               WHEN WS-HORARIO-DEVIDO = ZEROS
                   OR WS-HU-HHMM NOT < WS-HORARIO-DEVIDO
                   DISPLAY 'JOBDIURNO: NENHUM CICLO AGENDADO '
                           'PENDENTE AS ' WS-HA-HHMM '.'
                   GOBACK
               WHEN OTHER
                   DISPLAY 'CICLO DIURNO DO HORARIO '
                           WS-HORARIO-DEVIDO '.'
           END-EVALUATE

      *    Mesma trava da noite, nos dois sentidos: nao posta com a
      *    noite rodando nem com operador segurando os mestres; o
      *    agendador tenta de novo na chamada seguinte.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO AND TC-JOB-ABERTO NOT = WS-JOB-NOME
               DISPLAY 'CICLO DIURNO NAO INICIADO: JOB NOTURNO EM '
                       'EXECUCAO.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'O' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'CICLO DIURNO NAO INICIADO: SESSAO ONLINE '
                       'ABERTA (' TC-JOB-ABERTO ').'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM EXECUTA-CICLO

           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       LE-TRILHA-CICLOS.
      *    So as linhas do DIURNO na data de movimento: 'C' conta
      *    ciclo concluido (com a hora de partida do seu 'I'); a
      *    ultima linha sendo 'I' e ciclo que caiu no meio.
           OPEN INPUT FD-RUNCTL
           MOVE WS-FS-RUNCTL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               SET WS-EOF-RUNCTL TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-RUNCTL
               READ FD-RUNCTL
                   AT END
                       SET WS-EOF-RUNCTL TO TRUE
                   NOT AT END
                       IF RC-JOB-NAME = WS-JOB-NOME
                           AND RC-DATA-EXECUCAO = WS-DATA-MOVIMENTO
                           IF RC-EM-ANDAMENTO
                               SET WS-HA-CICLO-PENDENTE TO TRUE
                               MOVE RC-HORA-INICIO
                                   TO WS-HORA-ULT-PARTIDA
                           ELSE
                               MOVE 'N' TO WS-CICLO-PENDENTE
                               ADD 1 TO WS-QTD-CICLOS-HOJE
                               MOVE WS-HORA-ULT-PARTIDA
                                   TO WS-HORA-ULT-CICLO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RUNCTL = '00' OR WS-FS-RUNCTL = '10'
               CLOSE FD-RUNCTL
           END-IF
           .

       CARREGA-HORARIOS.
      *    Horario devido = o ultimo horario do dia ja alcancado
      *    pelo relogio; horario zerado nao conta.
           MOVE ZEROS TO WS-HORARIO-DEVIDO
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1 UNTIL WS-HR-IDX > 3
               MOVE ZEROS TO WS-HR-HHMM(WS-HR-IDX)
               MOVE WS-NH-NOME(WS-HR-IDX) TO PG-NOME
               MOVE ZEROS TO PG-DATA-REF
               CALL 'PARAMGET' USING PG-NOME PG-DATA-REF PG-VALOR
                                     PG-SITUACAO
               IF PG-ENCONTRADO
                   MOVE PG-VALOR TO WS-HR-HHMM(WS-HR-IDX)
               END-IF
               IF WS-HR-HHMM(WS-HR-IDX) > ZEROS
                   AND WS-HR-HHMM(WS-HR-IDX) NOT > WS-HA-HHMM
                   AND WS-HR-HHMM(WS-HR-IDX) > WS-HORARIO-DEVIDO
                   MOVE WS-HR-HHMM(WS-HR-IDX) TO WS-HORARIO-DEVIDO
               END-IF
           END-PERFORM
           .

       EXECUTA-CICLO.
      *    O ambiente marca o ciclo para os passos (lista de
      *    excecoes estendida, remessa de debito fora) e para o
      *    RUNCTL (origem 'D'); desmarcado so depois da linha 'C'.
           DISPLAY 'CICLO-DIURNO' UPON ENVIRONMENT-NAME
           DISPLAY 'S'            UPON ENVIRONMENT-VALUE

           ADD 1 TO WS-QTD-CICLOS-HOJE
           DISPLAY 'CICLO DIURNO ' WS-QTD-CICLOS-HOJE
                   ' DA DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'
           MOVE WS-JOB-NOME TO JP-JOB
           MOVE 'E'   TO JP-ESTADO
           MOVE ZEROS TO JP-QTD-LIDOS JP-QTD-GRAVADOS
                         JP-QTD-REJEITADOS JP-COND-CODE
           CALL 'JOBPROG' USING JP-JOB JP-ESTADO JP-QTD-LIDOS
                   JP-QTD-GRAVADOS JP-QTD-REJEITADOS JP-COND-CODE

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > 5
                   OR WS-COND-CODE NOT = ZERO
               PERFORM EXECUTA-PASSO
           END-PERFORM

           MOVE WS-JOB-NOME           TO JP-JOB
           MOVE WS-QTD-PASSOS-RODADOS TO JP-QTD-LIDOS
           MOVE ZEROS TO JP-QTD-GRAVADOS JP-QTD-REJEITADOS
           PERFORM MARCA-PASSO-RESULTADO

           IF WS-COND-CODE = ZERO
      *        Como na noite, so conclusao limpa ganha o 'C': o
      *        ciclo derrubado fica aberto, segurando os online,
      *        ate ser reexecutado.
               CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
               DISPLAY 'CICLO DIURNO ' WS-QTD-CICLOS-HOJE
                       ' CONCLUIDO COM SUCESSO.'
           ELSE
               DISPLAY 'CICLO DIURNO INTERROMPIDO. CONDITION CODE: '
                       WS-COND-CODE
           END-IF

           DISPLAY 'CICLO-DIURNO' UPON ENVIRONMENT-NAME
           DISPLAY 'N'            UPON ENVIRONMENT-VALUE
           .

       EXECUTA-PASSO.
           MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO WS-PROGRAMA-CICLO
           DISPLAY 'PASSO ' WS-PS-IDX ' - ' WS-PROGRAMA-CICLO
           MOVE WS-PROGRAMA-CICLO TO JP-JOB
           MOVE 'E'   TO JP-ESTADO
           MOVE ZEROS TO JP-QTD-LIDOS JP-QTD-GRAVADOS
                         JP-QTD-REJEITADOS JP-COND-CODE
           CALL 'JOBPROG' USING JP-JOB JP-ESTADO JP-QTD-LIDOS
                   JP-QTD-GRAVADOS JP-QTD-REJEITADOS JP-COND-CODE
           MOVE ZERO TO RETURN-CODE
           CALL WS-PROGRAMA-CICLO
               ON EXCEPTION
                   DISPLAY 'MODULO ' WS-PROGRAMA-CICLO
                           ' INDISPONIVEL NESTA INSTALACAO.'
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-COND-CODE
           CANCEL WS-PROGRAMA-CICLO
           ADD 1 TO WS-QTD-PASSOS-RODADOS
           PERFORM MARCA-PASSO-RESULTADO
           IF WS-COND-CODE NOT = ZERO
               DISPLAY 'PASSO ' WS-PS-IDX ' (' WS-PROGRAMA-CICLO
                       ') FALHOU. CONDITION CODE: ' WS-COND-CODE
           END-IF
           .

       MARCA-PASSO-RESULTADO.
           IF WS-COND-CODE = ZERO
               MOVE 'C' TO JP-ESTADO
               MOVE ZEROS TO JP-COND-CODE
           ELSE
               MOVE 'F' TO JP-ESTADO
               MOVE WS-COND-CODE TO JP-COND-CODE
           END-IF
           CALL 'JOBPROG' USING JP-JOB JP-ESTADO JP-QTD-LIDOS
                   JP-QTD-GRAVADOS JP-QTD-REJEITADOS JP-COND-CODE
           .

       END PROGRAM JOBDIURNO.
