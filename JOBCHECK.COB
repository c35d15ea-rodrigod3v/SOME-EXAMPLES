      *          morrer no passo 7 as duas da manha com metade feita.
      *          Noite pendente de ontem so passa quando a partida e
      *          uma retomada declarada (NOTURNO-MODO=RESTART).
      *          Confere tambem o registro de interfaces (INTERF.DAT)
      *          contra o diario (INTFLOG.DAT): arquivo de entrada
      *          esperado que nao chegou ou chegou depois da janela,
      *          interface que a noite anterior deveria ter recebido
      *          ou gerado e nao o fez, trailer que nao bate com o
      *          detalhe e arquivo gerado nunca confirmado como
      *          enviado - tudo aviso, nenhum reprova a partida.
      *          Por fim recalcula os selos das trilhas de auditoria
      *          e pagamento (VERILOG): quebra vira aviso apontando
      *          para o VERILOG.PRT.
      * Tectonics: cobc
      *    (CBL_CHECK_FILE_EXIST e a rotina de biblioteca do
      *    compilador para existencia/tamanho; o espaco livre vem de
           SELECT FD-DISKFREE       ASSIGN TO "DISKFREE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISKFREE.
           SELECT FD-INTERF         ASSIGN TO "INTERF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-COD-INTERFACE
               FILE STATUS IS WS-FS-INTERF.
           SELECT FD-INTFLOG        ASSIGN TO "INTFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTFLOG.
           SELECT FD-RELATO         ASSIGN TO "JOBCHECK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.
       FD  FD-DISKFREE.
       01  FD-DISKFREE-REG          PIC X(132).

       FD  FD-INTERF.
       01  FD-INTERF-REC.
           COPY INTFREC.

       FD  FD-INTFLOG.
       01  FD-INTFLOG-REC.
           COPY INTFLOGREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

           03 WS-FS-RUNCTL        PIC X(02) VALUE '00'.
           03 WS-FS-DISKFREE      PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
           03 WS-FS-INTERF        PIC X(02) VALUE '00'.
           03 WS-FS-INTFLOG       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY TRAVAPARM.
         01 WS-INFO-ARQUIVO.
           03 WS-IA-TAMANHO         PIC 9(18) COMP.
           03 FILLER                PIC X(08).
      *  Depois do tamanho vem a data/hora da ultima gravacao em
      *  binario: dia, mes, ano (2 bytes), hora, minuto, segundo e
      *  centesimo.
         01 WS-INFO-ARQUIVO-R REDEFINES WS-INFO-ARQUIVO.
           03 FILLER                PIC X(08).
           03 WS-IA-DIA             PIC X(01).
           03 WS-IA-MES             PIC X(01).
           03 WS-IA-ANO             PIC X(02).
           03 WS-IA-HORA            PIC X(01).
           03 WS-IA-MINUTO          PIC X(01).
           03 FILLER                PIC X(02).
         01 WS-BINARIO              PIC 9(04) COMP.
         01 WS-BINARIO-X REDEFINES WS-BINARIO
                                    PIC X(02).
         01 WS-TOTAL-MESTRES-KB     PIC 9(12) VALUE ZEROS.
         01 WS-NECESSARIO-KB        PIC 9(12).
         01 WS-LIVRE-KB             PIC 9(12) VALUE ZEROS.

         01 WS-LINHA-DIAG           PIC X(80).

      *  Registro de interfaces ativas e o que o diario mostra de
      *  cada uma: ultimo movimento recebido (entrada) ou gerado
      *  (saida).
         01 WS-TAB-INTERFACES.
           03 WS-QTD-INTF           PIC 9(03) VALUE ZEROS.
           03 WS-IF-OCR             OCCURS 100 TIMES.
             05 WS-IF-COD           PIC X(08).
             05 WS-IF-ARQUIVO       PIC X(16).
             05 WS-IF-SENTIDO       PIC X(01).
                 88 WS-IF-ENTRADA           VALUE 'E'.
             05 WS-IF-FREQUENCIA    PIC X(01).
             05 WS-IF-DIA           PIC 9(02).
             05 WS-IF-HORA          PIC 9(04).
             05 WS-IF-ULT-MOV       PIC 9(08).
         01 WS-IF-IDX               PIC 9(03).
      *  Arquivos de saida pela ultima geracao: enviado 'S' so
      *  quando o diario traz o 'E' depois do 'G'.
         01 WS-TAB-GERADOS.
           03 WS-QTD-GER            PIC 9(03) VALUE ZEROS.
           03 WS-GE-OCR             OCCURS 300 TIMES.
             05 WS-GE-COD           PIC X(08).
             05 WS-GE-ARQUIVO       PIC X(16).
             05 WS-GE-MOV           PIC 9(08).
             05 WS-GE-ENVIADO       PIC X(01).
         01 WS-GE-IDX               PIC 9(03).
         01 WS-FIM-INTERF           PIC X(01).
             88 WS-EOF-INTERF               VALUE 'S'.
         01 WS-FIM-INTFLOG          PIC X(01).
             88 WS-EOF-INTFLOG              VALUE 'S'.
         01 WS-QTD-AVISOS-INTF      PIC 9(03) VALUE ZEROS.
         01 WS-ESPERADO             PIC X(01).
             88 WS-INTF-ESPERADA            VALUE 'S'.
         01 WS-QTD-ASTERISCO        PIC 9(02).
         01 WS-DATA-REF             PIC 9(08).
         01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           03 WS-DR-AAMM            PIC 9(06).
           03 WS-DR-DD              PIC 9(02).
         01 WS-ULT-MOV              PIC 9(08).
         01 WS-ULT-MOV-R REDEFINES WS-ULT-MOV.
           03 WS-UM-AAMM            PIC 9(06).
           03 FILLER                PIC 9(02).
         01 WS-DIAS-DESDE           PIC S9(07).
         01 WS-NOME-ARQ-INTF        PIC X(17).
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-HORA-ATUAL           PIC 9(08).
         01 WS-HORA-ATUAL-R REDEFINES WS-HORA-ATUAL.
           03 WS-HA-HHMM            PIC 9(04).
           03 FILLER                PIC 9(04).
         01 WS-ARQ-DATA.
           03 WS-AD-AAAA            PIC 9(04).
           03 WS-AD-MM              PIC 9(02).
           03 WS-AD-DD              PIC 9(02).
         01 WS-ARQ-DATA-N REDEFINES WS-ARQ-DATA
                                    PIC 9(08).
         01 WS-ARQ-HHMM.
           03 WS-AH-HH              PIC 9(02).
           03 WS-AH-MM              PIC 9(02).
         01 WS-ARQ-HHMM-N REDEFINES WS-ARQ-HHMM
                                    PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM VERIFICA-EXISTENCIAS
           PERFORM VERIFICA-ESPACO-DISCO
           PERFORM VERIFICA-CALENDARIO-ANO
           PERFORM VERIFICA-INTERFACES
           PERFORM VERIFICA-TRILHAS-SELADAS

           IF WS-PRE-VOO-REPROVADO
               MOVE '*** PRE-VOO REPROVADO: NOITE NAO PARTE ***'
           END-IF
           .

       VERIFICA-INTERFACES.
      *    Registro de interfaces x diario: so avisos. Registro
      *    ausente ou vazio (INTFMNT nunca rodou) tambem e aviso.
           MOVE ZEROS TO WS-QTD-AVISOS-INTF
           PERFORM CARREGA-INTERFACES
           IF WS-QTD-INTF = ZEROS
               MOVE SPACES TO WS-LINHA-DIAG
               STRING 'AVISO..: INTERF.DAT AUSENTE OU VAZIO - RODE '
                      'O INTFMNT (OPCAO 69).'
                   DELIMITED BY SIZE INTO WS-LINHA-DIAG
               PERFORM EMITE-DIAGNOSTICO
           ELSE
               ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
               ACCEPT WS-HORA-ATUAL FROM TIME
               PERFORM LE-DIARIO-INTERFACES
               PERFORM CONFERE-INTERFACE
                   VARYING WS-IF-IDX FROM 1 BY 1
                   UNTIL WS-IF-IDX > WS-QTD-INTF
               PERFORM CONFERE-ENVIO
                   VARYING WS-GE-IDX FROM 1 BY 1
                   UNTIL WS-GE-IDX > WS-QTD-GER
               MOVE ZERO TO RETURN-CODE
               IF WS-QTD-AVISOS-INTF = ZEROS
                   MOVE SPACES TO WS-LINHA-DIAG
                   STRING 'OK.....: ' WS-QTD-INTF ' INTERFACE(S) '
                          'ATIVA(S) EM DIA.'
                       DELIMITED BY SIZE INTO WS-LINHA-DIAG
                   PERFORM EMITE-DIAGNOSTICO
               END-IF
           END-IF
           .

       CARREGA-INTERFACES.
           MOVE ZEROS TO WS-QTD-INTF
           MOVE 'N'   TO WS-FIM-INTERF
           OPEN INPUT FD-INTERF
           IF WS-FS-INTERF NOT = '00'
               SET WS-EOF-INTERF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INTERF
               READ FD-INTERF NEXT RECORD
                   AT END
                       SET WS-EOF-INTERF TO TRUE
                   NOT AT END
                       IF IT-ATIVA AND WS-QTD-INTF < 100
                           ADD 1 TO WS-QTD-INTF
                           MOVE IT-COD-INTERFACE
                               TO WS-IF-COD(WS-QTD-INTF)
                           MOVE IT-NOME-ARQUIVO
                               TO WS-IF-ARQUIVO(WS-QTD-INTF)
                           MOVE IT-SENTIDO
                               TO WS-IF-SENTIDO(WS-QTD-INTF)
                           MOVE IT-FREQUENCIA
                               TO WS-IF-FREQUENCIA(WS-QTD-INTF)
                           MOVE IT-DIA-REFERENCIA
                               TO WS-IF-DIA(WS-QTD-INTF)
                           MOVE IT-HORA-LIMITE
                               TO WS-IF-HORA(WS-QTD-INTF)
                           MOVE ZEROS TO WS-IF-ULT-MOV(WS-QTD-INTF)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-INTERF = '00' OR WS-FS-INTERF = '10'
               CLOSE FD-INTERF
           END-IF
           .

       LE-DIARIO-INTERFACES.
      *    Uma passada no diario: ultimo movimento por interface,
      *    ultima geracao por arquivo de saida e trailer divergente
      *    desde a noite anterior.
           MOVE ZEROS TO WS-QTD-GER
           MOVE 'N'   TO WS-FIM-INTFLOG
           OPEN INPUT FD-INTFLOG
           IF WS-FS-INTFLOG NOT = '00'
               SET WS-EOF-INTFLOG TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-INTFLOG
               READ FD-INTFLOG
                   AT END
                       SET WS-EOF-INTFLOG TO TRUE
                   NOT AT END
                       PERFORM TRATA-EVENTO-INTERFACE
               END-READ
           END-PERFORM
           IF WS-FS-INTFLOG = '00' OR WS-FS-INTFLOG = '10'
               CLOSE FD-INTFLOG
           END-IF
           .

       TRATA-EVENTO-INTERFACE.
           PERFORM VARYING WS-IF-IDX FROM 1 BY 1
                   UNTIL WS-IF-IDX > WS-QTD-INTF
                   OR WS-IF-COD(WS-IF-IDX) = IG-COD-INTERFACE
               CONTINUE
           END-PERFORM
           IF WS-IF-IDX NOT > WS-QTD-INTF
               AND (IG-RECEBIDO OR IG-GERADO)
               AND IG-DATA-MOVIMENTO > WS-IF-ULT-MOV(WS-IF-IDX)
               MOVE IG-DATA-MOVIMENTO TO WS-IF-ULT-MOV(WS-IF-IDX)
           END-IF

           IF IG-GERADO OR IG-ENVIADO
               PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                       UNTIL WS-GE-IDX > WS-QTD-GER
                       OR (WS-GE-COD(WS-GE-IDX) = IG-COD-INTERFACE
                       AND WS-GE-ARQUIVO(WS-GE-IDX) = IG-NOME-ARQUIVO)
                   CONTINUE
               END-PERFORM
               IF IG-GERADO
                   IF WS-GE-IDX > WS-QTD-GER AND WS-QTD-GER < 300
                       ADD 1 TO WS-QTD-GER
                       MOVE WS-QTD-GER TO WS-GE-IDX
                       MOVE IG-COD-INTERFACE TO WS-GE-COD(WS-GE-IDX)
                       MOVE IG-NOME-ARQUIVO
                           TO WS-GE-ARQUIVO(WS-GE-IDX)
                   END-IF
                   IF WS-GE-IDX NOT > WS-QTD-GER
                       MOVE IG-DATA-MOVIMENTO TO WS-GE-MOV(WS-GE-IDX)
                       MOVE 'N' TO WS-GE-ENVIADO(WS-GE-IDX)
                   END-IF
               ELSE
                   IF WS-GE-IDX NOT > WS-QTD-GER
                       MOVE 'S' TO WS-GE-ENVIADO(WS-GE-IDX)
                   END-IF
               END-IF
           END-IF

           IF IG-TOTAIS-DIVERGEM
               AND IG-DATA-MOVIMENTO NOT < WS-ULT-NOITE-DATA
               MOVE SPACES TO WS-LINHA-DIAG
               STRING 'AVISO..: ' IG-COD-INTERFACE ' '
                      IG-NOME-ARQUIVO ' MOV ' IG-DATA-MOVIMENTO
                      ' - TRAILER NAO BATE COM O DETALHE.'
                   DELIMITED BY SIZE INTO WS-LINHA-DIAG
               PERFORM EMITE-AVISO-INTERFACE
           END-IF
           .

       CONFERE-INTERFACE.
      *    Noite anterior: o que era devido e nao aparece no diario.
      *    Esta noite: arquivo de entrada devido tem de estar em
      *    disco, gravado hoje e dentro da janela.
           MOVE WS-IF-ULT-MOV(WS-IF-IDX) TO WS-ULT-MOV
           IF WS-ULT-NOITE-DATA > ZEROS
               MOVE WS-ULT-NOITE-DATA TO WS-DATA-REF
               PERFORM AVALIA-FREQUENCIA
               IF WS-INTF-ESPERADA
                   MOVE SPACES TO WS-LINHA-DIAG
                   IF WS-IF-ENTRADA(WS-IF-IDX)
                       STRING 'AVISO..: ' WS-IF-COD(WS-IF-IDX)
                              ' NAO RECEBIDO NA NOITE DE '
                              WS-ULT-NOITE-DATA '.'
                           DELIMITED BY SIZE INTO WS-LINHA-DIAG
                   ELSE
                       STRING 'AVISO..: ' WS-IF-COD(WS-IF-IDX)
                              ' NAO GERADO NA NOITE DE '
                              WS-ULT-NOITE-DATA '.'
                           DELIMITED BY SIZE INTO WS-LINHA-DIAG
                   END-IF
                   PERFORM EMITE-AVISO-INTERFACE
               END-IF
           END-IF

           IF WS-IF-ENTRADA(WS-IF-IDX)
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-REF
               PERFORM AVALIA-FREQUENCIA
               MOVE ZEROS TO WS-QTD-ASTERISCO
               INSPECT WS-IF-ARQUIVO(WS-IF-IDX)
                   TALLYING WS-QTD-ASTERISCO FOR ALL '*'
               IF WS-INTF-ESPERADA AND WS-QTD-ASTERISCO = ZEROS
                   PERFORM CONFERE-CHEGADA
               END-IF
           END-IF
           .

       AVALIA-FREQUENCIA.
      *    Devido na data de referencia se o ultimo movimento do
      *    diario ficou para tras: diaria = qualquer dia anterior,
      *    semanal = 7 dias ou mais, mensal = a partir do dia de
      *    referencia sem movimento no mes; eventual nunca.
           MOVE 'N' TO WS-ESPERADO
           IF WS-ULT-MOV < WS-DATA-REF
               EVALUATE WS-IF-FREQUENCIA(WS-IF-IDX)
                   WHEN 'D'
                       MOVE 'S' TO WS-ESPERADO
                   WHEN 'S'
                       IF WS-ULT-MOV = ZEROS
                           MOVE 'S' TO WS-ESPERADO
                       ELSE
                           COMPUTE WS-DIAS-DESDE =
                               FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                             - FUNCTION INTEGER-OF-DATE(WS-ULT-MOV)
                           IF WS-DIAS-DESDE NOT < 7
                               MOVE 'S' TO WS-ESPERADO
                           END-IF
                       END-IF
                   WHEN 'M'
                       IF WS-DR-DD NOT < WS-IF-DIA(WS-IF-IDX)
                           AND WS-UM-AAMM < WS-DR-AAMM
                           MOVE 'S' TO WS-ESPERADO
                       END-IF
               END-EVALUATE
           END-IF
           .

       CONFERE-CHEGADA.
      *    Presenca e data/hora da ultima gravacao do arquivo; o
      *    arquivo de ontem ainda em disco conta como nao chegado.
           MOVE WS-IF-ARQUIVO(WS-IF-IDX) TO WS-NOME-ARQ-INTF
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-NOME-ARQ-INTF WS-INFO-ARQUIVO
           MOVE SPACES TO WS-LINHA-DIAG
           IF RETURN-CODE NOT = ZERO
               IF WS-IF-HORA(WS-IF-IDX) > ZEROS
                   AND WS-HA-HHMM > WS-IF-HORA(WS-IF-IDX)
                   STRING 'AVISO..: ' WS-IF-COD(WS-IF-IDX) ' '
                          WS-IF-ARQUIVO(WS-IF-IDX)
                          ' AUSENTE - JANELA ENCERROU AS '
                          WS-IF-HORA(WS-IF-IDX) '.'
                       DELIMITED BY SIZE INTO WS-LINHA-DIAG
               ELSE
                   STRING 'AVISO..: ' WS-IF-COD(WS-IF-IDX) ' '
                          WS-IF-ARQUIVO(WS-IF-IDX)
                          ' AINDA NAO CHEGOU (JANELA ATE '
                          WS-IF-HORA(WS-IF-IDX) ').'
                       DELIMITED BY SIZE INTO WS-LINHA-DIAG
               END-IF
               PERFORM EMITE-AVISO-INTERFACE
           ELSE
               PERFORM DATA-HORA-DO-ARQUIVO
               EVALUATE TRUE
                   WHEN WS-ARQ-DATA-N < WS-DATA-HOJE
                       STRING 'AVISO..: ' WS-IF-COD(WS-IF-IDX) ' '
                              WS-IF-ARQUIVO(WS-IF-IDX)
                              ' EM DISCO E DE ' WS-ARQ-DATA-N
                              ' - O DO DIA NAO CHEGOU.'
                           DELIMITED BY SIZE INTO WS-LINHA-DIAG
                       PERFORM EMITE-AVISO-INTERFACE
                   WHEN WS-IF-HORA(WS-IF-IDX) > ZEROS
                       AND WS-ARQ-HHMM-N > WS-IF-HORA(WS-IF-IDX)
                       STRING 'AVISO..: ' WS-IF-COD(WS-IF-IDX) ' '
                              WS-IF-ARQUIVO(WS-IF-IDX)
                              ' CHEGOU ATRASADO AS ' WS-ARQ-HHMM-N
                              ' (LIMITE ' WS-IF-HORA(WS-IF-IDX) ').'
                           DELIMITED BY SIZE INTO WS-LINHA-DIAG
                       PERFORM EMITE-AVISO-INTERFACE
                   WHEN OTHER
                       STRING 'OK.....: ' WS-IF-COD(WS-IF-IDX) ' '
                              WS-IF-ARQUIVO(WS-IF-IDX)
                              ' RECEBIDO NO PRAZO.'
                           DELIMITED BY SIZE INTO WS-LINHA-DIAG
                       PERFORM EMITE-DIAGNOSTICO
               END-EVALUATE
           END-IF
           MOVE ZERO TO RETURN-CODE
           .

       DATA-HORA-DO-ARQUIVO.
      *    Bytes binarios da rotina de biblioteca para AAAAMMDD e
      *    HHMM, um a um pelo campo binario de dois bytes.
           MOVE WS-IA-ANO TO WS-BINARIO-X
           MOVE WS-BINARIO TO WS-AD-AAAA
           MOVE LOW-VALUE TO WS-BINARIO-X(1:1)
           MOVE WS-IA-MES TO WS-BINARIO-X(2:1)
           MOVE WS-BINARIO TO WS-AD-MM
           MOVE WS-IA-DIA TO WS-BINARIO-X(2:1)
           MOVE WS-BINARIO TO WS-AD-DD
           MOVE WS-IA-HORA TO WS-BINARIO-X(2:1)
           MOVE WS-BINARIO TO WS-AH-HH
           MOVE WS-IA-MINUTO TO WS-BINARIO-X(2:1)
           MOVE WS-BINARIO TO WS-AH-MM
           .

       CONFERE-ENVIO.
      *    Gerado em movimento anterior ao desta noite e sem 'E'
      *    depois: o arquivo pode nunca ter saido.
           IF WS-GE-ENVIADO(WS-GE-IDX) = 'N'
               AND WS-GE-MOV(WS-GE-IDX) < WS-DATA-MOVIMENTO
               MOVE SPACES TO WS-LINHA-DIAG
               STRING 'AVISO..: ' WS-GE-COD(WS-GE-IDX) ' '
                      WS-GE-ARQUIVO(WS-GE-IDX) ' GERADO EM '
                      WS-GE-MOV(WS-GE-IDX) ' SEM ENVIO CONFIRMADO.'
                   DELIMITED BY SIZE INTO WS-LINHA-DIAG
               PERFORM EMITE-AVISO-INTERFACE
           END-IF
           .

       EMITE-AVISO-INTERFACE.
           ADD 1 TO WS-QTD-AVISOS-INTF
           PERFORM EMITE-DIAGNOSTICO
           .

       SOMA-TAMANHO-MESTRE.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-NOME-ARQUIVO WS-INFO-ARQUIVO
           MOVE ZERO TO RETURN-CODE
           .

       VERIFICA-TRILHAS-SELADAS.
      *    Recalcula os selos das trilhas de auditoria e pagamento
      *    (VERILOG); quebra e aviso para a auditoria olhar o
      *    VERILOG.PRT, nao motivo para segurar a noite.
           CALL 'VERILOG'
               ON EXCEPTION
                   MOVE 9 TO RETURN-CODE
           END-CALL
           EVALUATE RETURN-CODE
               WHEN ZERO
                   MOVE 'OK.....: TRILHAS SELADAS CONFEREM.'
                       TO WS-LINHA-DIAG
               WHEN 9
                   MOVE SPACES TO WS-LINHA-DIAG
                   STRING 'AVISO..: VERILOG INDISPONIVEL - TRILHAS '
                          'NAO CONFERIDAS.'
                       DELIMITED BY SIZE INTO WS-LINHA-DIAG
               WHEN OTHER
                   MOVE SPACES TO WS-LINHA-DIAG
                   STRING 'AVISO..: QUEBRA DE SELO NAS TRILHAS - VER '
                          'VERILOG.PRT.'
                       DELIMITED BY SIZE INTO WS-LINHA-DIAG
           END-EVALUATE
           PERFORM EMITE-DIAGNOSTICO
           CANCEL 'VERILOG'
           MOVE ZERO TO RETURN-CODE
           .

       END PROGRAM JOBCHECK.
