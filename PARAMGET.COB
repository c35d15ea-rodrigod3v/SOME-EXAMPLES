      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: VALOR EM VIGOR DE UM PARAMETRO DO SISTEMA: le em
      *          PARAM.DAT as vigencias do parametro (chave parcial
      *          pelo nome) e devolve o valor da de maior data que
      *          nao passa da data de referencia - a data de
      *          movimento do DATAMOV quando quem chama manda zeros,
      *          de modo que o reprocessamento de um dia passado usa
      *          a regra em vigor naquele dia e um limite agendado so
      *          passa a valer na data dele. Parametro do catalogo
      *          (PARAMCAT) ainda sem nenhuma vigencia e semeado aqui
      *          com o valor padrao, vigencia zero, e a semeadura
      *          fica em PARAMLOG.DAT - a mesma tecnica dos arquivos
      *          de parametro antigos, agora num mestre so. Na noite
      *          de ensaio (ENSAIO) devolve o padrao sem semear.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PARAM          ASSIGN TO "PARAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PARAM.
           SELECT FD-PARAMLOG       ASSIGN TO "PARAMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-PARAM.
       01  FD-PARAM-REC.
           COPY PARAMREC.

       FD  FD-PARAMLOG.
       01  FD-PARAMLOG-REC.
           COPY PARAMLOGREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-PARAM             PIC X(02) VALUE '00'.
         01 WS-FS-PARAMLOG          PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.
         COPY PARAMCAT.

         01 WS-PROGRAMA             PIC X(08) VALUE 'PARAMGET'.
         01 WS-DATA-REF             PIC 9(08).
         01 WS-PC-IDX               PIC 9(02).
         01 WS-PC-ACHADO            PIC 9(02).

         01 WS-FIM-PARAM            PIC X(01).
             88 WS-EOF-PARAM                VALUE 'S'.
         01 WS-VIGENCIAS            PIC X(01).
             88 WS-HA-VIGENCIA              VALUE 'S'.
         01 WS-EM-VIGOR             PIC X(01).
             88 WS-HA-VALOR-EM-VIGOR        VALUE 'S'.

       LINKAGE SECTION.
         COPY PARAMGETPARM.

       PROCEDURE DIVISION USING PG-NOME PG-DATA-REF PG-VALOR
                                 PG-SITUACAO.
       MAIN-PROCEDURE.
           SET PG-NAO-ENCONTRADO TO TRUE
           MOVE 'N' TO WS-VIGENCIAS
           MOVE 'N' TO WS-EM-VIGOR

           IF PG-DATA-REF = ZEROS
               MOVE 'C' TO DM-PARM-FUNCAO
               CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
               MOVE DM-PARM-DATA TO WS-DATA-REF
           ELSE
               MOVE PG-DATA-REF TO WS-DATA-REF
           END-IF

           PERFORM LOCALIZA-CATALOGO

           OPEN INPUT FD-PARAM
           IF WS-FS-PARAM = '00'
               PERFORM PROCURA-VIGENCIA
               CLOSE FD-PARAM
           END-IF

           EVALUATE TRUE
               WHEN WS-HA-VALOR-EM-VIGOR
                   SET PG-ENCONTRADO TO TRUE
      *        So vigencias futuras (agendadas): ate a primeira valer,
      *        fica o padrao do catalogo.
               WHEN WS-HA-VIGENCIA AND WS-PC-ACHADO > ZEROS
                   MOVE PC-VALOR-PADRAO(WS-PC-ACHADO) TO PG-VALOR
                   SET PG-ENCONTRADO TO TRUE
               WHEN WS-PC-ACHADO > ZEROS
                   MOVE PC-VALOR-PADRAO(WS-PC-ACHADO) TO PG-VALOR
                   SET PG-ENCONTRADO TO TRUE
                   PERFORM SEMEIA-PARAMETRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       LOCALIZA-CATALOGO.
           MOVE ZEROS TO WS-PC-ACHADO
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > PC-QTD-CATALOGO
               IF PC-NOME(WS-PC-IDX) = PG-NOME
                   MOVE WS-PC-IDX TO WS-PC-ACHADO
               END-IF
           END-PERFORM
           .

       PROCURA-VIGENCIA.
      *    As vigencias do parametro vem em ordem de data pela
      *    chave; a ultima que nao passa da referencia e a que vale.
           MOVE 'N' TO WS-FIM-PARAM
           MOVE PG-NOME TO PM-NOME
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
                       IF PM-NOME NOT = PG-NOME
                           SET WS-EOF-PARAM TO TRUE
                       ELSE
                           SET WS-HA-VIGENCIA TO TRUE
                           IF PM-DATA-VIGENCIA > WS-DATA-REF
                               SET WS-EOF-PARAM TO TRUE
                           ELSE
                               MOVE PM-VALOR TO PG-VALOR
                               SET WS-HA-VALOR-EM-VIGOR TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       SEMEIA-PARAMETRO.
      *    Primeira leitura do parametro na instalacao: grava a
      *    vigencia de implantacao com o padrao do catalogo.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF NOT EP-EM-ENSAIO
               OPEN I-O FD-PARAM
               IF WS-FS-PARAM = '35'
                   OPEN OUTPUT FD-PARAM
                   CLOSE FD-PARAM
                   OPEN I-O FD-PARAM
               END-IF
               MOVE PG-NOME                       TO PM-NOME
               MOVE ZEROS                         TO PM-DATA-VIGENCIA
               MOVE PC-VALOR-PADRAO(WS-PC-ACHADO) TO PM-VALOR
               MOVE PC-DESCRICAO(WS-PC-ACHADO)    TO PM-DESCRICAO
               MOVE PC-AREA(WS-PC-ACHADO)         TO PM-AREA
               MOVE WS-PROGRAMA                   TO PM-USUARIO
               ACCEPT PM-DATA-REGISTRO FROM DATE YYYYMMDD
               ACCEPT PM-HORA-REGISTRO FROM TIME
               WRITE FD-PARAM-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GRAVA-PARAMLOG
               END-WRITE
               CLOSE FD-PARAM
           END-IF
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
           MOVE WS-PROGRAMA      TO PL-USUARIO
           MOVE WS-PROGRAMA      TO PL-PROGRAMA
           SET PL-SEMEADURA      TO TRUE
           MOVE PM-NOME          TO PL-NOME
           MOVE PM-DATA-VIGENCIA TO PL-DATA-VIGENCIA
           MOVE ZEROS            TO PL-VALOR-ANTES
           MOVE PM-VALOR         TO PL-VALOR-DEPOIS
           WRITE FD-PARAMLOG-REC
           CLOSE FD-PARAMLOG
           .

       END PROGRAM PARAMGET.
