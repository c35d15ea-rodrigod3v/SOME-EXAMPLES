      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO MESTRE DE PARAMETROS DO SISTEMA
      *          (PARAM.DAT): (A)GENDA uma vigencia nova de um
      *          parametro do catalogo (PARAMCAT), (C)ORRIGE ou
      *          (E)XCLUI uma vigencia que ainda nao comecou,
      *          (I)NDAGA o historico de vigencias de um parametro,
      *          (L)ISTA o valor em vigor de todos na data de
      *          movimento e (M)IGRA os valores dos arquivos de
      *          parametro antigos (AVIPARM, PREJPARM, SCORPARM,
      *          BURPARM, ALCPARM, AVALPARM, DUPPARM, TOLPARM) para a
      *          vigencia de implantacao. Vigencia que ja comecou nao
      *          muda: a regra em vigor num dia passado fica como
      *          estava, para o reprocessamento daquele dia repetir o
      *          resultado; mudanca de regra e sempre vigencia nova,
      *          a partir do dia seguinte a data de movimento. Toda
      *          mudanca vai para PARAMLOG.DAT (quem, quando, valor
      *          antes e depois), como a tabela de taxas no TAXALOG.
      *          Quem le e o PARAMGET.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PARAM          ASSIGN TO "PARAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PARAM.
           SELECT FD-PARAMLOG       ASSIGN TO "PARAMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMLOG.
      *    Arquivos de parametro antigos, so lidos na migracao.
           SELECT FD-AVIPARM        ASSIGN TO "AVIPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-PREJPARM       ASSIGN TO "PREJPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-SCORPARM       ASSIGN TO "SCORPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-BURPARM        ASSIGN TO "BURPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-ALCPARM        ASSIGN TO "ALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-AVALPARM       ASSIGN TO "AVALPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-DUPPARM        ASSIGN TO "DUPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FD-TOLPARM        ASSIGN TO "TOLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTIGO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-PARAM.
       01  FD-PARAM-REC.
           COPY PARAMREC.

       FD  FD-PARAMLOG.
       01  FD-PARAMLOG-REC.
           COPY PARAMLOGREC.

       FD  FD-AVIPARM.
       01  FD-AVIPARM-REC.
           03 AP-DIAS-ANTECEDENCIA  PIC 9(03).

       FD  FD-PREJPARM.
       01  FD-PREJPARM-REC.
           03 PP-DIAS-PREJUIZO      PIC 9(04).

       FD  FD-SCORPARM.
       01  FD-SCORPARM-REC.
           03 SP-SCORE-MINIMO       PIC 9(03).

       FD  FD-BURPARM.
       01  FD-BURPARM-REC.
           03 BP-DIAS-VALIDADE      PIC 9(03).

       FD  FD-ALCPARM.
       01  FD-ALCPARM-REC.
           03 AL-VALOR-LIMITE       PIC 9(06)V99.
           03 AL-PRAZO-LIMITE       PIC 9(03).

       FD  FD-AVALPARM.
       01  FD-AVALPARM-REC.
           03 VL-MAX-AVAIS          PIC 9(03).

       FD  FD-DUPPARM.
       01  FD-DUPPARM-REC.
           03 DU-VR-ESTORNO         PIC 9(09)V99.

       FD  FD-TOLPARM.
       01  FD-TOLPARM-REC.
           COPY TOLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-PARAM         PIC X(02) VALUE '00'.
           03 WS-FS-PARAMLOG      PIC X(02) VALUE '00'.
           03 WS-FS-ANTIGO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY SIGNONPARM.
         COPY PARAMCAT.

         01 WS-PROGRAMA-SIGNON      PIC X(08) VALUE 'PARAMNT'.
         01 WS-USUARIO              PIC X(08) VALUE SPACES.

         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-AGENDAR          VALUE 'A', 'a'.
             88 WS-TRANS-CORRIGIR         VALUE 'C', 'c'.
             88 WS-TRANS-EXCLUIR          VALUE 'E', 'e'.
             88 WS-TRANS-INDAGAR          VALUE 'I', 'i'.
             88 WS-TRANS-LISTAR           VALUE 'L', 'l'.
             88 WS-TRANS-MIGRAR           VALUE 'M', 'm'.
             88 WS-TRANS-SO-CONSULTA      VALUE 'I', 'i', 'L', 'l'.

         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-NOME                 PIC X(12).
         01 WS-PC-IDX               PIC 9(02).
         01 WS-PC-ACHADO            PIC 9(02).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-VALOR-ANTES          PIC 9(09)V9(04).
         01 WS-VALOR-NOVO           PIC 9(09)V9(04).
         01 WS-VALOR-EM-VIGOR       PIC 9(09)V9(04).
         01 WS-VIGENCIA-EM-VIGOR    PIC 9(08).
         01 WS-QTD-VIGENCIAS        PIC 9(04).
         01 WS-QTD-MIGRADOS         PIC 9(02).
         01 WS-QTD-MANTIDOS         PIC 9(02).

         01 WS-DATA-INFORMADA       PIC 9(08).
         01 WS-DATA-INFORMADA-R REDEFINES WS-DATA-INFORMADA.
           03 WS-DI-AA              PIC 9(04).
           03 WS-DI-MM              PIC 9(02).
           03 WS-DI-DD              PIC 9(02).

         01 WS-VALOR-OK             PIC X(01).
             88 WS-VALOR-ACEITO             VALUE 'S'.
         01 WS-VIGENCIA-OK          PIC X(01).
             88 WS-VIGENCIA-ACHADA          VALUE 'S'.
         01 WS-FIM-PARAM            PIC X(01).
             88 WS-EOF-PARAM                VALUE 'S'.
         01 WS-OPERACAO-LOG         PIC X(01).

         01 WS-LINHA-VIGENCIA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LV-VIGENCIA        PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LV-VALOR           PIC Z.ZZZ.ZZZ.ZZ9,9999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LV-USUARIO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LV-DATA-REG        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LV-MARCA           PIC X(09).

         01 WS-LINHA-PARAMETRO.
           03 WS-LP-NOME            PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZZ.ZZ9,9999.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VIGENCIA        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-AREA            PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    Regra de negocio so muda na mao do supervisor; os demais
      *    niveis so indagam e listam.
           MOVE WS-PROGRAMA-SIGNON TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF
           MOVE SN-USUARIO TO WS-USUARIO

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           OPEN I-O FD-PARAM
           MOVE WS-FS-PARAM TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-PARAM
               CLOSE FD-PARAM
               OPEN I-O FD-PARAM
           END-IF

           DISPLAY 'PARAMETROS DO SISTEMA  (A)GENDA (C)ORRIGE '
                   '(E)XCLUI (I)NDAGA (L)ISTA (M)IGRA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN NOT SN-NIVEL-SUPERVISOR
                   AND NOT WS-TRANS-SO-CONSULTA
                   DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               WHEN WS-TRANS-AGENDAR
                   PERFORM AGENDA-VIGENCIA
               WHEN WS-TRANS-CORRIGIR
                   PERFORM CORRIGE-VIGENCIA
               WHEN WS-TRANS-EXCLUIR
                   PERFORM EXCLUI-VIGENCIA
               WHEN WS-TRANS-INDAGAR
                   PERFORM INDAGA-PARAMETRO
               WHEN WS-TRANS-LISTAR
                   PERFORM LISTA-PARAMETROS
               WHEN WS-TRANS-MIGRAR
                   PERFORM MIGRA-ARQUIVOS-ANTIGOS
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-PARAM
           GOBACK.

       ACEITA-NOME.
      *    So parametro do catalogo: nome fora dele nao tem quem
      *    leia.
           MOVE ZEROS TO WS-PC-ACHADO
           DISPLAY 'PARAMETRO (EX: AVISO-DIAS) : '
           ACCEPT WS-NOME
           MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME
           PERFORM LOCALIZA-CATALOGO
           IF WS-PC-ACHADO = ZEROS
               DISPLAY 'PARAMETRO FORA DO CATALOGO.'
           END-IF
           .

       LOCALIZA-CATALOGO.
           MOVE ZEROS TO WS-PC-ACHADO
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > PC-QTD-CATALOGO
               IF PC-NOME(WS-PC-IDX) = WS-NOME
                   MOVE WS-PC-IDX TO WS-PC-ACHADO
               END-IF
           END-PERFORM
           .

       ACEITA-VIGENCIA.
      *    Vigencia nova ou mexida so a partir do dia seguinte a
      *    data de movimento: o dia em curso ja pode ter sido lido.
           DISPLAY 'VIGENCIA A PARTIR DE (AAAAMMDD) : '
           PERFORM WITH TEST AFTER UNTIL DV-DATA-E-VALIDA
               ACCEPT WS-DATA-INFORMADA
               SET DV-DATA-E-INVALIDA TO TRUE
               IF WS-DATA-INFORMADA IS NUMERIC
                   MOVE WS-DI-DD TO DV-DIA
                   MOVE WS-DI-MM TO DV-MES
                   MOVE WS-DI-AA TO DV-ANO
                   CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                         DV-DATA-VALIDA
                   IF DV-DATA-E-VALIDA
                       AND WS-DATA-INFORMADA NOT > WS-DATA-MOVIMENTO
                       DISPLAY 'VIGENCIA TEM DE SER POSTERIOR A DATA '
                               'DE MOVIMENTO ' WS-DATA-MOVIMENTO '.'
                       SET DV-DATA-E-INVALIDA TO TRUE
                   END-IF
               END-IF
               IF DV-DATA-E-INVALIDA
                   DISPLAY 'DATA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-VALOR.
           DISPLAY PC-DESCRICAO(WS-PC-ACHADO)
           DISPLAY 'VALOR (EX: 000001000,0000) : '
           MOVE 'N' TO WS-VALOR-OK
           PERFORM WITH TEST AFTER UNTIL WS-VALOR-ACEITO
               ACCEPT WS-VALOR-NOVO
               IF WS-VALOR-NOVO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               ELSE
                   IF WS-VALOR-NOVO = ZEROS
                       AND NOT PC-ACEITA-ZERO(WS-PC-ACHADO)
                       DISPLAY 'ZERO NAO E VALIDO PARA ESTE '
                               'PARAMETRO. NOVAMENTE : '
                   ELSE
                       SET WS-VALOR-ACEITO TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

       AGENDA-VIGENCIA.
           PERFORM ACEITA-NOME
           IF WS-PC-ACHADO > ZEROS
               PERFORM ACEITA-VIGENCIA
               PERFORM ACEITA-VALOR
               MOVE WS-NOME                       TO PM-NOME
               MOVE WS-DATA-INFORMADA             TO PM-DATA-VIGENCIA
               MOVE WS-VALOR-NOVO                 TO PM-VALOR
               MOVE PC-DESCRICAO(WS-PC-ACHADO)    TO PM-DESCRICAO
               MOVE PC-AREA(WS-PC-ACHADO)         TO PM-AREA
               MOVE WS-USUARIO                    TO PM-USUARIO
               ACCEPT PM-DATA-REGISTRO FROM DATE YYYYMMDD
               ACCEPT PM-HORA-REGISTRO FROM TIME
               WRITE FD-PARAM-REC
                   INVALID KEY
                       DISPLAY 'VIGENCIA JA CADASTRADA - USE '
                               '(C)ORRIGE.'
                   NOT INVALID KEY
                       DISPLAY 'VIGENCIA AGENDADA.'
                       MOVE ZEROS TO WS-VALOR-ANTES
                       MOVE 'I'   TO WS-OPERACAO-LOG
                       PERFORM GRAVA-PARAMLOG
               END-WRITE
           END-IF
           .

       LE-VIGENCIA-FUTURA.
      *    Le a vigencia pedida; a que ja comecou nao se mexe.
           MOVE 'N' TO WS-VIGENCIA-OK
           PERFORM ACEITA-NOME
           IF WS-PC-ACHADO > ZEROS
               DISPLAY 'VIGENCIA (AAAAMMDD) : '
               ACCEPT WS-DATA-INFORMADA
               MOVE WS-NOME           TO PM-NOME
               MOVE WS-DATA-INFORMADA TO PM-DATA-VIGENCIA
               READ FD-PARAM
                   INVALID KEY
                       DISPLAY 'VIGENCIA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       IF PM-DATA-VIGENCIA NOT > WS-DATA-MOVIMENTO
                           DISPLAY 'VIGENCIA JA COMECOU - AGENDE '
                                   'UMA NOVA.'
                       ELSE
                           SET WS-VIGENCIA-ACHADA TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CORRIGE-VIGENCIA.
           PERFORM LE-VIGENCIA-FUTURA
           IF WS-VIGENCIA-ACHADA
               MOVE PM-VALOR TO WS-VALOR-ANTES
               PERFORM ACEITA-VALOR
               MOVE WS-VALOR-NOVO TO PM-VALOR
               MOVE WS-USUARIO    TO PM-USUARIO
               ACCEPT PM-DATA-REGISTRO FROM DATE YYYYMMDD
               ACCEPT PM-HORA-REGISTRO FROM TIME
               REWRITE FD-PARAM-REC
               DISPLAY 'VIGENCIA CORRIGIDA.'
               MOVE 'A' TO WS-OPERACAO-LOG
               PERFORM GRAVA-PARAMLOG
           END-IF
           .

       EXCLUI-VIGENCIA.
           PERFORM LE-VIGENCIA-FUTURA
           IF WS-VIGENCIA-ACHADA
               MOVE PM-VALOR TO WS-LV-VALOR
               DISPLAY 'EXCLUI A VIGENCIA ' PM-DATA-VIGENCIA
                       ' VALOR ' WS-LV-VALOR ' (S/N) ? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   MOVE PM-VALOR TO WS-VALOR-ANTES
                   DELETE FD-PARAM
                   DISPLAY 'VIGENCIA EXCLUIDA.'
                   MOVE ZEROS TO PM-VALOR
                   MOVE 'E'   TO WS-OPERACAO-LOG
                   PERFORM GRAVA-PARAMLOG
               END-IF
           END-IF
           .

       INDAGA-PARAMETRO.
           PERFORM ACEITA-NOME
           IF WS-PC-ACHADO > ZEROS
               DISPLAY PC-NOME(WS-PC-ACHADO) ' - '
                       PC-DESCRICAO(WS-PC-ACHADO)
               DISPLAY 'AREA: ' PC-AREA(WS-PC-ACHADO)
                       '  DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
               PERFORM MOSTRA-VIGENCIAS
               IF WS-QTD-VIGENCIAS = ZEROS
                   MOVE PC-VALOR-PADRAO(WS-PC-ACHADO) TO WS-LV-VALOR
                   DISPLAY 'SEM VIGENCIA GRAVADA - VALE O PADRAO '
                           WS-LV-VALOR
               END-IF
           END-IF
           .

       MOSTRA-VIGENCIAS.
      *    Todas as vigencias em ordem de data; a marca aponta a que
      *    vale na data de movimento e as agendadas.
           MOVE ZEROS TO WS-QTD-VIGENCIAS
           PERFORM PROCURA-EM-VIGOR
           MOVE 'N' TO WS-FIM-PARAM
           MOVE WS-NOME TO PM-NOME
           MOVE ZEROS   TO PM-DATA-VIGENCIA
           START FD-PARAM KEY NOT < PM-CHAVE
               INVALID KEY
                   SET WS-EOF-PARAM TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-PARAM
               READ FD-PARAM NEXT RECORD
                   AT END
                       SET WS-EOF-PARAM TO TRUE
                   NOT AT END
                       IF PM-NOME NOT = WS-NOME
                           SET WS-EOF-PARAM TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-VIGENCIAS
                           MOVE PM-DATA-VIGENCIA TO WS-LV-VIGENCIA
                           MOVE PM-VALOR         TO WS-LV-VALOR
                           MOVE PM-USUARIO       TO WS-LV-USUARIO
                           MOVE PM-DATA-REGISTRO TO WS-LV-DATA-REG
                           EVALUATE TRUE
                               WHEN PM-DATA-VIGENCIA
                                    = WS-VIGENCIA-EM-VIGOR
                                   AND WS-VIGENCIA-ACHADA
                                   MOVE 'EM VIGOR' TO WS-LV-MARCA
                               WHEN PM-DATA-VIGENCIA
                                    > WS-DATA-MOVIMENTO
                                   MOVE 'AGENDADA' TO WS-LV-MARCA
                               WHEN OTHER
                                   MOVE SPACES TO WS-LV-MARCA
                           END-EVALUATE
                           DISPLAY WS-LINHA-VIGENCIA
                       END-IF
               END-READ
           END-PERFORM
           .

       PROCURA-EM-VIGOR.
      *    Mesma regra do PARAMGET: a ultima vigencia que nao passa
      *    da data de movimento.
           MOVE 'N' TO WS-VIGENCIA-OK
           MOVE 'N' TO WS-FIM-PARAM
           MOVE WS-NOME TO PM-NOME
           MOVE ZEROS   TO PM-DATA-VIGENCIA
           START FD-PARAM KEY NOT < PM-CHAVE
               INVALID KEY
                   SET WS-EOF-PARAM TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-PARAM
               READ FD-PARAM NEXT RECORD
                   AT END
                       SET WS-EOF-PARAM TO TRUE
                   NOT AT END
                       IF PM-NOME NOT = WS-NOME
                           OR PM-DATA-VIGENCIA > WS-DATA-MOVIMENTO
                           SET WS-EOF-PARAM TO TRUE
                       ELSE
                           SET WS-VIGENCIA-ACHADA TO TRUE
                           MOVE PM-DATA-VIGENCIA
                               TO WS-VIGENCIA-EM-VIGOR
                           MOVE PM-VALOR TO WS-VALOR-EM-VIGOR
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTA-PARAMETROS.
           DISPLAY 'PARAMETROS EM VIGOR EM ' WS-DATA-MOVIMENTO
           DISPLAY 'PARAMETRO                  VALOR  VIGENCIA AREA'
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > PC-QTD-CATALOGO
               MOVE PC-NOME(WS-PC-IDX) TO WS-NOME
               PERFORM PROCURA-EM-VIGOR
               MOVE WS-NOME            TO WS-LP-NOME
               MOVE PC-AREA(WS-PC-IDX) TO WS-LP-AREA
               IF WS-VIGENCIA-ACHADA
                   MOVE WS-VALOR-EM-VIGOR    TO WS-LP-VALOR
                   MOVE WS-VIGENCIA-EM-VIGOR TO WS-LP-VIGENCIA
               ELSE
                   MOVE PC-VALOR-PADRAO(WS-PC-IDX) TO WS-LP-VALOR
                   MOVE ZEROS                      TO WS-LP-VIGENCIA
               END-IF
               DISPLAY WS-LINHA-PARAMETRO
           END-PERFORM
           .

       MIGRA-ARQUIVOS-ANTIGOS.
      *    Traz o valor que a instalacao usava em cada arquivo
      *    antigo para a vigencia de implantacao. So ocupa vigencia
      *    vazia ou semeada pelo PARAMGET com o padrao; valor posto
      *    por supervisor nao e tocado.
           MOVE ZEROS TO WS-QTD-MIGRADOS WS-QTD-MANTIDOS

           OPEN INPUT FD-AVIPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-AVIPARM
                   NOT AT END
                       IF AP-DIAS-ANTECEDENCIA IS NUMERIC
                           MOVE 'AVISO-DIAS' TO WS-NOME
                           MOVE AP-DIAS-ANTECEDENCIA TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-AVIPARM
           END-IF

           OPEN INPUT FD-PREJPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-PREJPARM
                   NOT AT END
                       IF PP-DIAS-PREJUIZO IS NUMERIC
                           MOVE 'PREJ-DIAS' TO WS-NOME
                           MOVE PP-DIAS-PREJUIZO TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-PREJPARM
           END-IF

           OPEN INPUT FD-SCORPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-SCORPARM
                   NOT AT END
                       IF SP-SCORE-MINIMO IS NUMERIC
                           MOVE 'SCORE-MINIMO' TO WS-NOME
                           MOVE SP-SCORE-MINIMO TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-SCORPARM
           END-IF

           OPEN INPUT FD-BURPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-BURPARM
                   NOT AT END
                       IF BP-DIAS-VALIDADE IS NUMERIC
                           MOVE 'BUREAU-DIAS' TO WS-NOME
                           MOVE BP-DIAS-VALIDADE TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-BURPARM
           END-IF

           OPEN INPUT FD-ALCPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-ALCPARM
                   NOT AT END
                       IF AL-VALOR-LIMITE IS NUMERIC
                           MOVE 'ALCADA-VALOR' TO WS-NOME
                           MOVE AL-VALOR-LIMITE TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
                       IF AL-PRAZO-LIMITE IS NUMERIC
                           MOVE 'ALCADA-PRAZO' TO WS-NOME
                           MOVE AL-PRAZO-LIMITE TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-ALCPARM
           END-IF

           OPEN INPUT FD-AVALPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-AVALPARM
                   NOT AT END
                       IF VL-MAX-AVAIS IS NUMERIC
                           MOVE 'AVAL-MAXIMO' TO WS-NOME
                           MOVE VL-MAX-AVAIS TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-AVALPARM
           END-IF

           OPEN INPUT FD-DUPPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-DUPPARM
                   NOT AT END
                       IF DU-VR-ESTORNO IS NUMERIC
                           MOVE 'DUPL-ESTORNO' TO WS-NOME
                           MOVE DU-VR-ESTORNO TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-DUPPARM
           END-IF

           OPEN INPUT FD-TOLPARM
           IF WS-FS-ANTIGO = '00'
               READ FD-TOLPARM
                   NOT AT END
                       IF TO-TOLERANCIA IS NUMERIC
                           MOVE 'TOL-VALOR' TO WS-NOME
                           MOVE TO-TOLERANCIA TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
                       IF TO-RESIDUO-DIAS IS NUMERIC
                           MOVE 'TOL-RESIDUO' TO WS-NOME
                           MOVE TO-RESIDUO-DIAS TO WS-VALOR-NOVO
                           PERFORM IMPORTA-VALOR
                       END-IF
               END-READ
               CLOSE FD-TOLPARM
           END-IF

           DISPLAY 'MIGRACAO: ' WS-QTD-MIGRADOS ' VALOR(ES) TRAZIDO(S)'
                   ', ' WS-QTD-MANTIDOS ' MANTIDO(S) COMO ESTAVA(M).'
           .

       IMPORTA-VALOR.
      *    Zero onde o parametro nao aceita era ignorado pelo
      *    programa antigo; segue ignorado.
           PERFORM LOCALIZA-CATALOGO
           IF WS-PC-ACHADO > ZEROS
               AND (WS-VALOR-NOVO > ZEROS
                    OR PC-ACEITA-ZERO(WS-PC-ACHADO))
               MOVE WS-NOME TO PM-NOME
               MOVE ZEROS   TO PM-DATA-VIGENCIA
               READ FD-PARAM
                   INVALID KEY
                       MOVE ZEROS TO WS-VALOR-ANTES
                       PERFORM MONTA-IMPLANTACAO
                       WRITE FD-PARAM-REC
                       ADD 1 TO WS-QTD-MIGRADOS
                       MOVE 'M' TO WS-OPERACAO-LOG
                       PERFORM GRAVA-PARAMLOG
                   NOT INVALID KEY
                       IF PM-USUARIO = 'PARAMGET'
                           AND PM-VALOR NOT = WS-VALOR-NOVO
                           MOVE PM-VALOR TO WS-VALOR-ANTES
                           PERFORM MONTA-IMPLANTACAO
                           REWRITE FD-PARAM-REC
                           ADD 1 TO WS-QTD-MIGRADOS
                           MOVE 'M' TO WS-OPERACAO-LOG
                           PERFORM GRAVA-PARAMLOG
                       ELSE
                           ADD 1 TO WS-QTD-MANTIDOS
                       END-IF
               END-READ
           END-IF
           .

       MONTA-IMPLANTACAO.
           MOVE WS-NOME                    TO PM-NOME
           MOVE ZEROS                      TO PM-DATA-VIGENCIA
           MOVE WS-VALOR-NOVO              TO PM-VALOR
           MOVE PC-DESCRICAO(WS-PC-ACHADO) TO PM-DESCRICAO
           MOVE PC-AREA(WS-PC-ACHADO)      TO PM-AREA
           MOVE WS-USUARIO                 TO PM-USUARIO
           ACCEPT PM-DATA-REGISTRO FROM DATE YYYYMMDD
           ACCEPT PM-HORA-REGISTRO FROM TIME
           .

       GRAVA-PARAMLOG.
           OPEN EXTEND FD-PARAMLOG
           MOVE WS-FS-PARAMLOG TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-PARAMLOG
               CLOSE FD-PARAMLOG
               OPEN EXTEND FD-PARAMLOG
           END-IF
           ACCEPT PL-DATA FROM DATE YYYYMMDD
           ACCEPT PL-HORA FROM TIME
           MOVE WS-USUARIO         TO PL-USUARIO
           MOVE WS-PROGRAMA-SIGNON TO PL-PROGRAMA
           MOVE WS-OPERACAO-LOG    TO PL-OPERACAO
           MOVE PM-NOME            TO PL-NOME
           MOVE PM-DATA-VIGENCIA   TO PL-DATA-VIGENCIA
           MOVE WS-VALOR-ANTES     TO PL-VALOR-ANTES
           MOVE PM-VALOR           TO PL-VALOR-DEPOIS
           WRITE FD-PARAMLOG-REC
           CLOSE FD-PARAMLOG
           .

       END PROGRAM PARAMNT.
