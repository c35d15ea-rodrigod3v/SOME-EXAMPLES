      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: APLICACAO NOTURNA DA MORATORIA REGIONAL: cada
      *          moratoria definida no MORAMNT (MORAT.DAT) cujo
      *          inicio de pausa chegou e aplicada numa passada so,
      *          no lugar do adiamento contrato a contrato pelo
      *          MUDA-DIA-VENCIMENTO do FINAN2. Percorre o CADPF,
      *          separa o cliente ativo com endereco numa das regioes
      *          atingidas (cidade/UF, UF ou faixa de CEP), pula quem
      *          desistiu (MORAOPT.DAT) e, em cada contrato ativo
      *          dele que passa no corte (nenhuma parcela aberta
      *          vencida ha mais de N dias na data do evento),
      *          empurra as parcelas em aberto pelos meses da pausa,
      *          com o ajuste de dia util contra FERIADO.DAT; a
      *          atrasada que venceu ja depois do evento volta a
      *          pendente via PAGTOSTAT. Com juro na pausa, o juro
      *          simples do contrato sobre as parcelas adiadas pelos
      *          meses suspensos (JUROSCALC) e diluido nelas, a sobra
      *          de centavos na ultima. Cada contrato adiado segue o
      *          caminho de sempre - REWRITE, AUDITFIN, GRAVAJRN,
      *          PARCSYNC - e entra em MORACTR.DAT, que o MORACHK le
      *          para segurar atraso, cobranca e negativacao ate o
      *          fim da janela e que impede adiar duas vezes numa
      *          retomada. Cada cliente alcancado recebe um aviso
      *          (MORACARTA.PRT) com os contratos e os vencimentos
      *          novos; o relatorio MORATOR lista contrato a
      *          contrato. Na noite de ensaio (ENSAIO) nada e
      *          gravado: adiamento e aviso viram linhas da lista de
      *          mudancas previstas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINMORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MORAT          ASSIGN TO "MORAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-NUM-MORAT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-MORAT.
           SELECT FD-MORAOPT        ASSIGN TO "MORAOPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MO-CHAVE
               FILE STATUS IS WS-FS-MORAOPT.
           SELECT FD-MORACTR        ASSIGN TO "MORACTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CHAVE
               FILE STATUS IS WS-FS-MORACTR.
           SELECT FD-CADASTRO       ASSIGN TO "CADPF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CAD-COD-CLIENTE
               ALTERNATE RECORD KEY IS FD-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CPF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-FERIADO        ASSIGN TO "FERIADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DATA-FERIADO
               FILE STATUS IS WS-FS-FERIADO.
           SELECT FD-CARTA          ASSIGN TO "MORACARTA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MORAT.
       01  FD-MORAT-REC.
           COPY MORATREC.

       FD  FD-MORAOPT.
       01  FD-MORAOPT-REC.
           COPY MORAOPTREC.

       FD  FD-MORACTR.
       01  FD-MORACTR-REC.
           COPY MORACTRREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-FERIADO.
       01  FD-FERIADO-REC.
           COPY FERIADOREC.

       FD  FD-CARTA.
       01  FD-CARTA-REG             PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-MORAT         PIC X(02) VALUE '00'.
           03 WS-FS-MORAOPT       PIC X(02) VALUE '00'.
           03 WS-FS-MORACTR       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-FERIADO       PIC X(02) VALUE '00'.
           03 WS-FS-CARTA         PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY JUROSPARM.
         COPY NOMEFMTPARM.
         COPY RPTWRTPARM.
         COPY ENSAIOPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINMORA'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIA-CORTE            PIC S9(08).
         01 WS-IND                  PIC 999.
         01 WS-RG-IDX               PIC 99.
         01 WS-CT-IDX               PIC 99.
         01 WS-ULTIMA-ADIADA        PIC 999.

      *  Arquivos que podem faltar sem ser erro: sem MORAT.DAT nao
      *  ha moratoria; sem MORAOPT.DAT ninguem desistiu; sem
      *  MORACTR.DAT (noite de ensaio) nenhum contrato foi adiado;
      *  sem FERIADO.DAT so o fim de semana conta.
         01 WS-MORAT-ABERTO         PIC X(01) VALUE 'N'.
             88 WS-HA-MORAT                 VALUE 'S'.
         01 WS-MORAOPT-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-HA-MORAOPT               VALUE 'S'.
         01 WS-MORACTR-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-HA-MORACTR               VALUE 'S'.
         01 WS-FERIADO-ABERTO       PIC X(01) VALUE 'N'.
             88 WS-HA-FERIADO               VALUE 'S'.
         01 WS-SAIDAS-ABERTAS       PIC X(01) VALUE 'N'.
             88 WS-SAIDAS-PRONTAS           VALUE 'S'.

         01 WS-FIM-MORAT            PIC X(01) VALUE 'N'.
             88 WS-EOF-MORAT                VALUE 'S'.
         01 WS-FIM-CADASTRO         PIC X(01).
             88 WS-EOF-CADASTRO             VALUE 'S'.
         01 WS-FIM-CONTRATOS        PIC X(01).
             88 WS-EOF-CONTRATOS            VALUE 'S'.

         01 WS-NA-REGIAO            PIC X(01).
             88 WS-CLIENTE-NA-REGIAO        VALUE 'S'.
         01 WS-DESISTENTE           PIC X(01).
             88 WS-CLIENTE-DESISTENTE       VALUE 'S'.
         01 WS-JA-ADIADO            PIC X(01).
             88 WS-CONTRATO-JA-ADIADO       VALUE 'S'.
         01 WS-ELEGIVEL             PIC X(01).
             88 WS-CONTRATO-ELEGIVEL        VALUE 'S'.
         01 WS-PODE-ADIAR           PIC X(01).
             88 WS-PARCELA-ADIAVEL          VALUE 'S'.
         01 WS-CIDADE-CLIENTE       PIC X(15).
         01 WS-UF-CLIENTE           PIC X(02).

      *  Parcelas adiadas do contrato corrente (marca por posicao),
      *  para diluir o juro da pausa so nelas.
         01 WS-TAB-ADIADAS.
           03 WS-PARC-ADIADA        PIC X(01) OCCURS 420 TIMES.
         01 WS-QTD-ADIADAS          PIC 9(03).
         01 WS-VENCTO-ANTERIOR      PIC 9(08).
         01 WS-VENCTO-NOVO          PIC 9(08).
         01 WS-VR-BASE-JUROS        PIC 9(08)V99.
         01 WS-VR-JUROS-CONTRATO    PIC 9(07)V99.
         01 WS-VR-QUOTA-JUROS       PIC 9(07)V99.
         01 WS-VR-SOBRA-JUROS       PIC 9(07)V99.

      *  Contratos do cliente corrente que entram no aviso.
         01 WS-QTD-CARTA            PIC 9(02).
         01 WS-TAB-CARTA.
           03 WS-CT-OCR OCCURS 20 TIMES.
               05 WS-CT-CONTRATO    PIC 9(08).
               05 WS-CT-QTD         PIC 9(03).
               05 WS-CT-VENCTO-ANT  PIC 9(08).
               05 WS-CT-VENCTO-NOVO PIC 9(08).
               05 WS-CT-JUROS       PIC 9(07)V99.

      *  Contadores da moratoria corrente e da noite.
         01 WS-QTD-CLIENTES         PIC 9(06).
         01 WS-QTD-CONTRATOS        PIC 9(06).
         01 WS-QTD-DESISTENTES      PIC 9(06).
         01 WS-QTD-INELEGIVEIS      PIC 9(06).
         01 WS-VR-JUROS-MORAT       PIC 9(09)V99.
         01 WS-QTD-MORAT-APLICADAS  PIC 9(04) VALUE ZEROS.
         01 WS-QTD-AVISOS           PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SUPRIMIDOS       PIC 9(06) VALUE ZEROS.
         01 WS-TOT-CONTRATOS        PIC 9(06) VALUE ZEROS.

      *  Vencimento novo = antigo + meses da pausa, dia limitado ao
      *  fim do mes e rolado para o proximo dia util (fim de semana
      *  por Zeller, feriado por FERIADO.DAT) - a regra do
      *  AJUSTA-DIA-UTIL do FINAN2 e do JOBNOTURNO.
         01 WS-DATA-TRAB.
           03 WS-DT-AA              PIC 9(04).
           03 WS-DT-MM              PIC 9(02).
           03 WS-DT-DD              PIC 9(02).
         01 WS-DATA-TRAB-NUM REDEFINES WS-DATA-TRAB PIC 9(08).
         01 WS-FIM-MES              PIC 99.

         01 WS-DIA-UTIL.
           03 WS-DU-SECULO          PIC 9(02).
           03 WS-DU-ANO-SEC         PIC 9(02).
           03 WS-DU-DIA-SEMANA      PIC 9(01).
               88 WS-DU-E-FIM-DE-SEMANA  VALUE 0, 1.
           03 WS-DU-MES-ZELLER      PIC 9(02).
           03 WS-DU-ANO-ZELLER      PIC 9(04).
           03 WS-DU-TERMO-MES       PIC 9(02).
           03 WS-DU-TERMO-ANO       PIC 9(02).
           03 WS-DU-TERMO-SEC       PIC 9(02).
         01 WS-E-DIA-UTIL           PIC X(01).
             88 WS-DIA-E-UTIL               VALUE 'S'.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

      *  Aviso ao cliente (MORACARTA.PRT), bloco de endereco das
      *  cartas do FINCOB.
         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(36)
                   VALUE '*** AVISO DE MORATORIA - CALAMIDADE'.
           03 FILLER                PIC X(04) VALUE ' ***'.

         01 WS-LINHA-NOME.
           03 WS-LN-NOME            PIC X(41).

         01 WS-LINHA-ENDERECO.
           03 WS-LE-RUA             PIC X(15).
           03 FILLER                PIC X(02) VALUE ', '.
           03 WS-LE-BAIRRO          PIC X(15).

         01 WS-LINHA-CIDADE.
           03 WS-LE-CIDADE          PIC X(15).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LE-UF              PIC X(02).
           03 FILLER                PIC X(03) VALUE '   '.
           03 WS-LE-CEP-1           PIC X(05).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-LE-CEP-2           PIC X(03).

         01 WS-LINHA-EVENTO.
           03 FILLER                PIC X(08) VALUE 'EVENTO: '.
           03 WS-LV-DESCRICAO       PIC X(40).

         01 WS-LINHA-PAUSA.
           03 FILLER                PIC X(29)
                   VALUE 'PAGAMENTOS SUSPENSOS DE '.
           03 WS-LS-INICIO          PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-LS-FIM             PIC 9(08).

         01 WS-LINHA-AVISO-CONTRATO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-QTD             PIC ZZ9.
           03 FILLER                PIC X(17)
                   VALUE ' PARC. ADIADA(S) '.
           03 WS-LA-VENCTO-ANT      PIC 9(08).
           03 FILLER                PIC X(04) VALUE ' -> '.
           03 WS-LA-VENCTO-NOVO     PIC 9(08).

         01 WS-LINHA-AVISO-JUROS.
           03 FILLER                PIC X(30)
                   VALUE '  JURO DA PAUSA NAS PARCELAS: '.
           03 WS-LJ-JUROS           PIC Z.ZZZ.ZZ9,99.

         01 WS-LINHA-SEM-JUROS      PIC X(40)
                   VALUE 'SEM JURO SOBRE O PERIODO DA PAUSA.'.

      *  Relatorio MORATOR (RPTWRT).
         01 WS-LINHA-CAB-MORAT.
           03 FILLER                PIC X(10) VALUE 'MORATORIA '.
           03 WS-RC-MORAT           PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-RC-DESCRICAO       PIC X(40).
           03 FILLER                PIC X(08) VALUE '  PAUSA '.
           03 WS-RC-INICIO          PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-RC-FIM             PIC 9(08).
           03 FILLER                PIC X(07) VALUE '  JURO '.
           03 WS-RC-JUROS           PIC X(01).

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(40) VALUE
              'CONTRATO CLIENT  PAR  VENC.ANT  VENC.NOV'.
           03 FILLER                PIC X(16) VALUE
              '  JURO DA PAUSA'.

         01 WS-LINHA-DETALHE.
           03 WS-RD-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-RD-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-RD-QTD             PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-RD-VENCTO-ANT      PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-RD-VENCTO-NOVO     PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-RD-JUROS           PIC Z.ZZZ.ZZ9,99.

         01 WS-LINHA-TOTAL-MORAT.
           03 FILLER                PIC X(10) VALUE 'CLIENTES '.
           03 WS-RT-CLIENTES        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(12) VALUE '  CONTRATOS '.
           03 WS-RT-CONTRATOS       PIC ZZZ.ZZ9.
           03 FILLER                PIC X(14) VALUE '  DESISTENTES '.
           03 WS-RT-DESISTENTES     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(14) VALUE '  INELEGIVEIS '.
           03 WS-RT-INELEGIVEIS     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(08) VALUE '  JUROS '.
           03 WS-RT-JUROS           PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'
           MOVE WS-JOB-NOME TO PS-USUARIO
           MOVE WS-JOB-NOME TO PS-PROGRAMA

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

      *    Noite de ensaio (ENSAIO): mestres so para leitura, sem
      *    aviso nem relatorio - cada adiamento vira uma linha da
      *    lista de mudancas previstas.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO

           PERFORM ABRE-ARQUIVOS
           IF WS-HA-MORAT
               PERFORM VARRE-MORATORIAS
               PERFORM FECHA-ARQUIVOS
           END-IF

           DISPLAY 'FINMORA: ' WS-QTD-MORAT-APLICADAS
                   ' MORATORIA(S) APLICADA(S), ' WS-TOT-CONTRATOS
                   ' CONTRATO(S) ADIADO(S).'
           IF WS-QTD-AVISOS > ZEROS
               DISPLAY 'FINMORA: ' WS-QTD-AVISOS ' AVISO(S) DE '
                       'MORATORIA EM MORACARTA.PRT.'
           END-IF
           IF WS-QTD-SUPRIMIDOS > ZEROS
               DISPLAY 'FINMORA: ' WS-QTD-SUPRIMIDOS ' AVISO(S) '
                       'SUPRIMIDO(S) POR CORRESPONDENCIA DEVOLVIDA.'
           END-IF

           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'C'
           GOBACK.

       ABRE-ARQUIVOS.
           IF EP-EM-ENSAIO
               OPEN INPUT FD-MORAT
           ELSE
               OPEN I-O FD-MORAT
           END-IF
           IF WS-FS-MORAT = '00'
               SET WS-HA-MORAT TO TRUE
               PERFORM ABRE-ARQUIVOS-APOIO
           END-IF
           .

       ABRE-ARQUIVOS-APOIO.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           IF EP-EM-ENSAIO
               OPEN INPUT FD-CONTRATO
           ELSE
               OPEN I-O FD-CONTRATO
           END-IF

           OPEN INPUT FD-MORAOPT
           IF WS-FS-MORAOPT = '00'
               SET WS-HA-MORAOPT TO TRUE
           END-IF

           IF EP-EM-ENSAIO
               OPEN INPUT FD-MORACTR
           ELSE
               OPEN I-O FD-MORACTR
               IF WS-FS-MORACTR = '35'
                   OPEN OUTPUT FD-MORACTR
                   CLOSE FD-MORACTR
                   OPEN I-O FD-MORACTR
               END-IF
           END-IF
           IF WS-FS-MORACTR = '00'
               SET WS-HA-MORACTR TO TRUE
           END-IF

           OPEN INPUT FD-FERIADO
           IF WS-FS-FERIADO = '00'
               SET WS-HA-FERIADO TO TRUE
           END-IF
           .

       ABRE-ARQUIVOS-SAIDA.
      *    Aviso e relatorio so nascem na noite em que alguma
      *    moratoria e aplicada - a noite vazia nao apaga os avisos
      *    da ultima aplicacao.
           SET WS-SAIDAS-PRONTAS TO TRUE
           OPEN OUTPUT FD-CARTA
           PERFORM ABRE-RELATORIO
           .

       FECHA-ARQUIVOS.
           CLOSE FD-MORAT
           CLOSE FD-CADASTRO
           CLOSE FD-CONTRATO
           IF WS-HA-MORAOPT
               CLOSE FD-MORAOPT
           END-IF
           IF WS-HA-MORACTR
               CLOSE FD-MORACTR
           END-IF
           IF WS-HA-FERIADO
               CLOSE FD-FERIADO
           END-IF
           IF WS-SAIDAS-PRONTAS
               CLOSE FD-CARTA
               PERFORM FECHA-RELATORIO
           END-IF
           .

       VARRE-MORATORIAS.
      *    Moratoria definida cujo inicio chegou (ou ja passou, se a
      *    noite dela nao rodou) e aplicada; a situacao so vira
      *    APLICADA depois do ultimo cliente, entao a retomada apos
      *    queda refaz a passada e o MORACTR.DAT pula quem ja foi.
           MOVE ZEROS TO MR-NUM-MORAT
           START FD-MORAT KEY NOT < MR-NUM-MORAT
               INVALID KEY
                   SET WS-EOF-MORAT TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-MORAT
               READ FD-MORAT NEXT RECORD
                   AT END
                       SET WS-EOF-MORAT TO TRUE
                   NOT AT END
                       IF MR-DEFINIDA
                           AND MR-DATA-INICIO NOT > WS-DATA-HOJE
                           PERFORM APLICA-MORATORIA
                       END-IF
               END-READ
           END-PERFORM
           .

       APLICA-MORATORIA.
           MOVE ZEROS TO WS-QTD-CLIENTES WS-QTD-CONTRATOS
                         WS-QTD-DESISTENTES WS-QTD-INELEGIVEIS
                         WS-VR-JUROS-MORAT
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(MR-DATA-EVENTO)
               - MR-DIAS-CORTE

           IF NOT EP-EM-ENSAIO
               IF NOT WS-SAIDAS-PRONTAS
                   PERFORM ABRE-ARQUIVOS-SAIDA
               END-IF
               MOVE MR-NUM-MORAT   TO WS-RC-MORAT
               MOVE MR-DESCRICAO   TO WS-RC-DESCRICAO
               MOVE MR-DATA-INICIO TO WS-RC-INICIO
               MOVE MR-DATA-FIM    TO WS-RC-FIM
               MOVE MR-JUROS-PAUSA TO WS-RC-JUROS
               MOVE WS-LINHA-CAB-MORAT TO RW-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           MOVE 'N' TO WS-FIM-CADASTRO
           MOVE ZEROS TO FD-CAD-COD-CLIENTE
           START FD-CADASTRO KEY NOT < FD-CAD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-CADASTRO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CADASTRO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-CADASTRO TO TRUE
                   NOT AT END
                       IF NOT FD-CLIENTE-INATIVO
                           PERFORM AVALIA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-QTD-CLIENTES    TO MR-QTD-CLIENTES
           MOVE WS-QTD-CONTRATOS   TO MR-QTD-CONTRATOS
           MOVE WS-QTD-DESISTENTES TO MR-QTD-DESISTENTES
           MOVE WS-QTD-INELEGIVEIS TO MR-QTD-INELEGIVEIS
           MOVE WS-VR-JUROS-MORAT  TO MR-VR-JUROS-PAUSA
           ADD 1 TO WS-QTD-MORAT-APLICADAS
           ADD WS-QTD-CONTRATOS TO WS-TOT-CONTRATOS

           IF NOT EP-EM-ENSAIO
               MOVE 'A'          TO MR-SITUACAO
               MOVE WS-DATA-HOJE TO MR-DATA-APLICACAO
               REWRITE FD-MORAT-REC
                   INVALID KEY
                       DISPLAY 'FINMORA: ERRO NA REGRAVACAO DA '
                               'MORATORIA ' MR-NUM-MORAT
               END-REWRITE
               MOVE WS-QTD-CLIENTES    TO WS-RT-CLIENTES
               MOVE WS-QTD-CONTRATOS   TO WS-RT-CONTRATOS
               MOVE WS-QTD-DESISTENTES TO WS-RT-DESISTENTES
               MOVE WS-QTD-INELEGIVEIS TO WS-RT-INELEGIVEIS
               MOVE WS-VR-JUROS-MORAT  TO WS-RT-JUROS
               MOVE WS-LINHA-TOTAL-MORAT TO RW-LINHA
               PERFORM GRAVA-LINHA
               MOVE SPACES TO RW-LINHA
               PERFORM GRAVA-LINHA
           END-IF
           .

       AVALIA-CLIENTE.
           PERFORM VERIFICA-REGIAO
           IF WS-CLIENTE-NA-REGIAO
               PERFORM VERIFICA-DESISTENCIA
               IF WS-CLIENTE-DESISTENTE
                   ADD 1 TO WS-QTD-DESISTENTES
               ELSE
                   PERFORM ADIA-CONTRATOS-CLIENTE
                   IF WS-QTD-CARTA > ZEROS
                       ADD 1 TO WS-QTD-CLIENTES
                       PERFORM EMITE-AVISO
                   END-IF
               END-IF
           END-IF
           .

       VERIFICA-REGIAO.
      *    Cidade comparada em maiusculas, como o MORAMNT grava;
      *    faixa de CEP pelos 8 digitos do cadastro.
           MOVE 'N' TO WS-NA-REGIAO
           MOVE FUNCTION UPPER-CASE(FD-CIDADE) TO WS-CIDADE-CLIENTE
           MOVE FUNCTION UPPER-CASE(FD-UF)     TO WS-UF-CLIENTE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > MR-QTD-REGIOES
                      OR WS-CLIENTE-NA-REGIAO
               EVALUATE TRUE
                   WHEN MR-RG-POR-CIDADE(WS-RG-IDX)
                       IF WS-CIDADE-CLIENTE = MR-RG-CIDADE(WS-RG-IDX)
                           AND WS-UF-CLIENTE = MR-RG-UF(WS-RG-IDX)
                           SET WS-CLIENTE-NA-REGIAO TO TRUE
                       END-IF
                   WHEN MR-RG-POR-UF(WS-RG-IDX)
                       IF WS-UF-CLIENTE = MR-RG-UF(WS-RG-IDX)
                           SET WS-CLIENTE-NA-REGIAO TO TRUE
                       END-IF
                   WHEN MR-RG-POR-CEP(WS-RG-IDX)
                       IF FD-CEP NOT < MR-RG-CEP-DE(WS-RG-IDX)
                           AND FD-CEP NOT > MR-RG-CEP-ATE(WS-RG-IDX)
                           SET WS-CLIENTE-NA-REGIAO TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       VERIFICA-DESISTENCIA.
           MOVE 'N' TO WS-DESISTENTE
           IF WS-HA-MORAOPT
               MOVE MR-NUM-MORAT       TO MO-NUM-MORAT
               MOVE FD-CAD-COD-CLIENTE TO MO-COD-CLIENTE
               READ FD-MORAOPT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CLIENTE-DESISTENTE TO TRUE
               END-READ
           END-IF
           .

       ADIA-CONTRATOS-CLIENTE.
      *    Contratos do cliente pela chave alternada; conta
      *    rotativa nao tem plano de parcelas a empurrar.
           MOVE ZEROS TO WS-QTD-CARTA
           MOVE 'N'   TO WS-FIM-CONTRATOS
           MOVE FD-CAD-COD-CLIENTE TO FD-COD-CLIENTE
           START FD-CONTRATO KEY NOT < FD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-CONTRATOS TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CONTRATOS
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CONTRATOS TO TRUE
                   NOT AT END
                       IF FD-COD-CLIENTE NOT = FD-CAD-COD-CLIENTE
                           SET WS-EOF-CONTRATOS TO TRUE
                       ELSE
                           IF FD-CONTR-ATIVO
                               AND NOT FD-CONTA-ROTATIVA
                               PERFORM AVALIA-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-CONTRATO.
           PERFORM VERIFICA-JA-ADIADO
           IF NOT WS-CONTRATO-JA-ADIADO
               PERFORM VERIFICA-CORTE
               IF WS-CONTRATO-ELEGIVEL
                   PERFORM ADIA-CONTRATO
               ELSE
                   ADD 1 TO WS-QTD-INELEGIVEIS
               END-IF
           END-IF
           .

       VERIFICA-JA-ADIADO.
           MOVE 'N' TO WS-JA-ADIADO
           IF WS-HA-MORACTR
               MOVE FD-NUM-CONTRATO TO MC-NUM-CONTRATO
               MOVE MR-NUM-MORAT    TO MC-NUM-MORAT
               READ FD-MORACTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CONTRATO-JA-ADIADO TO TRUE
               END-READ
           END-IF
           .

       VERIFICA-CORTE.
      *    Parcela aberta vencida antes do corte (evento - N dias)
      *    mostra inadimplencia anterior a calamidade.
           SET WS-CONTRATO-ELEGIVEL TO TRUE
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF (FD-PARC-STATUS(WS-IND) = 'P'
                   OR FD-PARC-STATUS(WS-IND) = 'A')
                   AND FUNCTION INTEGER-OF-DATE
                       (FD-PARC-VENCTO(WS-IND)) < WS-DIA-CORTE
                   MOVE 'N' TO WS-ELEGIVEL
               END-IF
           END-PERFORM
           .

       ADIA-CONTRATO.
      *    Pendente anda sempre; atrasada so se venceu ja depois do
      *    evento - o atraso e da calamidade, nao do cliente.
           MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
           MOVE ALL 'N' TO WS-TAB-ADIADAS
           MOVE ZEROS TO WS-QTD-ADIADAS WS-VR-BASE-JUROS
                         WS-VR-JUROS-CONTRATO WS-ULTIMA-ADIADA
                         WS-VENCTO-ANTERIOR WS-VENCTO-NOVO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-IND) = 'P'
                   OR (FD-PARC-STATUS(WS-IND) = 'A'
                       AND FD-PARC-VENCTO(WS-IND)
                           NOT < MR-DATA-EVENTO)
                   PERFORM ADIA-PARCELA
               END-IF
           END-PERFORM

           IF WS-QTD-ADIADAS > ZEROS
               IF MR-JUROS-ACUMULAM
                   PERFORM CALCULA-JUROS-PAUSA
               END-IF
               IF EP-EM-ENSAIO
                   PERFORM REGISTRA-ENSAIO-CONTRATO
               ELSE
                   REWRITE FD-CONTRATO-REC
                   PERFORM GRAVA-CONTROLE-MORATORIA
                   PERFORM GRAVA-LINHA-DETALHE
               END-IF
               PERFORM GRAVA-AUDIT-CONTRATO
               ADD 1 TO WS-QTD-CONTRATOS
               ADD WS-VR-JUROS-CONTRATO TO WS-VR-JUROS-MORAT
               PERFORM GUARDA-CONTRATO-AVISO
           END-IF
           .

       ADIA-PARCELA.
           SET WS-PARCELA-ADIAVEL TO TRUE
           IF FD-PARC-STATUS(WS-IND) = 'A'
               MOVE 'A' TO PS-STATUS-ATUAL
               MOVE 'P' TO PS-STATUS-NOVO
               MOVE FD-NUM-CONTRATO TO PS-NUM-CONTRATO
               MOVE WS-IND          TO PS-NUM-PARCELA
               MOVE FD-PARC-VALOR(WS-IND) TO PS-VALOR
               CALL 'PAGTOSTAT' USING PS-STATUS-ATUAL
                       PS-STATUS-NOVO PS-TRANSICAO-VALIDA
                       PS-NUM-CONTRATO PS-NUM-PARCELA PS-VALOR
                       PS-USUARIO PS-PROGRAMA
               IF PS-TRANSICAO-E-VALIDA
                   MOVE 'P' TO FD-PARC-STATUS(WS-IND)
               ELSE
                   MOVE 'N' TO WS-PODE-ADIAR
               END-IF
           END-IF

           IF WS-PARCELA-ADIAVEL
               IF WS-QTD-ADIADAS = ZEROS
                   MOVE FD-PARC-VENCTO(WS-IND) TO WS-VENCTO-ANTERIOR
               END-IF
               MOVE FD-PARC-VENCTO(WS-IND) TO WS-DATA-TRAB-NUM
               PERFORM SOMA-MESES-PAUSA
               PERFORM AJUSTA-DIA-UTIL-FRENTE
               MOVE WS-DATA-TRAB-NUM TO FD-PARC-VENCTO(WS-IND)
               IF WS-QTD-ADIADAS = ZEROS
                   MOVE WS-DATA-TRAB-NUM TO WS-VENCTO-NOVO
               END-IF
               MOVE 'S' TO WS-PARC-ADIADA(WS-IND)
               MOVE WS-IND TO WS-ULTIMA-ADIADA
               ADD FD-PARC-VALOR(WS-IND) TO WS-VR-BASE-JUROS
               ADD 1 TO WS-QTD-ADIADAS
           END-IF
           .

       SOMA-MESES-PAUSA.
           ADD MR-MESES-SUSPENSOS TO WS-DT-MM
           IF WS-DT-MM > 12
               SUBTRACT 12 FROM WS-DT-MM
               ADD 1 TO WS-DT-AA
           END-IF
           PERFORM DETERMINA-FIM-MES
           IF WS-DT-DD > WS-FIM-MES
               MOVE WS-FIM-MES TO WS-DT-DD
           END-IF
           .

       CALCULA-JUROS-PAUSA.
      *    Juro simples da taxa mensal do contrato sobre o valor
      *    adiado, pelos meses da pausa; cota igual por parcela
      *    adiada e os centavos da divisao na ultima.
           MOVE WS-VR-BASE-JUROS   TO JC-BASE
           MOVE FD-TAXA-JUROS      TO JC-TAXA
           MOVE MR-MESES-SUSPENSOS TO JC-FATOR
           CALL 'JUROSCALC' USING JC-BASE JC-TAXA JC-FATOR
                                   JC-RESULTADO JC-STATUS
           IF JC-CALCULO-OK AND JC-RESULTADO > ZEROS
               MOVE JC-RESULTADO TO WS-VR-JUROS-CONTRATO
               DIVIDE WS-VR-JUROS-CONTRATO BY WS-QTD-ADIADAS
                   GIVING WS-VR-QUOTA-JUROS
               COMPUTE WS-VR-SOBRA-JUROS = WS-VR-JUROS-CONTRATO
                   - (WS-VR-QUOTA-JUROS * WS-QTD-ADIADAS)
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > FD-NUM-PARCELAS
                   IF WS-PARC-ADIADA(WS-IND) = 'S'
                       ADD WS-VR-QUOTA-JUROS TO FD-PARC-VALOR(WS-IND)
                   END-IF
               END-PERFORM
               ADD WS-VR-SOBRA-JUROS
                   TO FD-PARC-VALOR(WS-ULTIMA-ADIADA)
           END-IF
           .

       GRAVA-CONTROLE-MORATORIA.
           MOVE FD-NUM-CONTRATO      TO MC-NUM-CONTRATO
           MOVE MR-NUM-MORAT         TO MC-NUM-MORAT
           MOVE FD-COD-CLIENTE       TO MC-COD-CLIENTE
           MOVE WS-DATA-HOJE         TO MC-DATA-APLICACAO
           MOVE WS-QTD-ADIADAS       TO MC-QTD-PARCELAS
           MOVE WS-VENCTO-ANTERIOR   TO MC-VENCTO-ANTERIOR
           MOVE WS-VENCTO-NOVO       TO MC-VENCTO-NOVO
           MOVE WS-VR-JUROS-CONTRATO TO MC-VR-JUROS-PAUSA
           WRITE FD-MORACTR-REC
               INVALID KEY
                   DISPLAY 'FINMORA: CONTRATO ' FD-NUM-CONTRATO
                           ' JA CONSTA DA MORATORIA ' MR-NUM-MORAT
           END-WRITE
           .

       REGISTRA-ENSAIO-CONTRATO.
           MOVE SPACES             TO EP-REGISTRO
           MOVE WS-JOB-NOME        TO EP-PASSO
           MOVE 'C'                TO EP-TIPO
           MOVE FD-NUM-CONTRATO    TO EP-NUM-CONTRATO
           MOVE ZEROS              TO EP-NUM-PARCELA
           MOVE FD-COD-CLIENTE     TO EP-COD-CLIENTE
           MOVE 'VENCIMENTO'       TO EP-CAMPO
           MOVE WS-VENCTO-ANTERIOR TO EP-ANTES
           MOVE WS-VENCTO-NOVO     TO EP-DEPOIS
           MOVE WS-VR-JUROS-CONTRATO TO EP-VALOR
           STRING 'MORATORIA ' MR-NUM-MORAT ' - '
                  WS-QTD-ADIADAS ' PARC. ADIADA(S)'
               DELIMITED BY SIZE INTO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       GRAVA-LINHA-DETALHE.
           MOVE FD-NUM-CONTRATO      TO WS-RD-CONTRATO
           MOVE FD-COD-CLIENTE       TO WS-RD-CLIENTE
           MOVE WS-QTD-ADIADAS       TO WS-RD-QTD
           MOVE WS-VENCTO-ANTERIOR   TO WS-RD-VENCTO-ANT
           MOVE WS-VENCTO-NOVO       TO WS-RD-VENCTO-NOVO
           MOVE WS-VR-JUROS-CONTRATO TO WS-RD-JUROS
           MOVE WS-LINHA-DETALHE     TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       GUARDA-CONTRATO-AVISO.
      *    O aviso lista ate 20 contratos; alem disso o contrato e
      *    adiado igual, so nao cabe na carta.
           IF WS-QTD-CARTA < 20
               ADD 1 TO WS-QTD-CARTA
               MOVE WS-QTD-CARTA TO WS-CT-IDX
               MOVE FD-NUM-CONTRATO      TO WS-CT-CONTRATO(WS-CT-IDX)
               MOVE WS-QTD-ADIADAS       TO WS-CT-QTD(WS-CT-IDX)
               MOVE WS-VENCTO-ANTERIOR   TO WS-CT-VENCTO-ANT(WS-CT-IDX)
               MOVE WS-VENCTO-NOVO
                   TO WS-CT-VENCTO-NOVO(WS-CT-IDX)
               MOVE WS-VR-JUROS-CONTRATO TO WS-CT-JUROS(WS-CT-IDX)
           END-IF
           .

       EMITE-AVISO.
      *    Um aviso por cliente com todos os contratos adiados;
      *    correspondencia devolvida (CORRMNT) segura o papel, como
      *    nas cartas de cobranca.
           EVALUATE TRUE
               WHEN EP-EM-ENSAIO
                   PERFORM REGISTRA-ENSAIO-AVISO
                   ADD 1 TO WS-QTD-AVISOS
               WHEN FD-CORRESP-DEVOLVIDA
                   ADD 1 TO WS-QTD-SUPRIMIDOS
               WHEN OTHER
                   PERFORM IMPRIME-AVISO
                   ADD 1 TO WS-QTD-AVISOS
           END-EVALUATE
           .

       REGISTRA-ENSAIO-AVISO.
           MOVE SPACES             TO EP-REGISTRO
           MOVE WS-JOB-NOME        TO EP-PASSO
           MOVE 'L'                TO EP-TIPO
           MOVE ZEROS              TO EP-NUM-CONTRATO EP-NUM-PARCELA
           MOVE FD-CAD-COD-CLIENTE TO EP-COD-CLIENTE
           MOVE 'AVISO'            TO EP-CAMPO
           MOVE ZEROS              TO EP-VALOR
           STRING 'AVISO DE MORATORIA ' MR-NUM-MORAT ' - '
                  WS-QTD-CARTA ' CONTRATO(S)'
               DELIMITED BY SIZE INTO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       IMPRIME-AVISO.
      *    O cadastro do cliente ainda esta no buffer da leitura
      *    corrida do CADPF.
           IF FD-PESSOA-JURIDICA
               MOVE FD-RAZAO-SOCIAL TO WS-LN-NOME
           ELSE
               MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
               MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                       NF-ULTIMO-NOME NF-NOME-COMPLETO
               MOVE NF-NOME-COMPLETO TO WS-LN-NOME
           END-IF
           MOVE FD-RUA     TO WS-LE-RUA
           MOVE FD-BAIRRO  TO WS-LE-BAIRRO
           MOVE FD-CIDADE  TO WS-LE-CIDADE
           MOVE FD-UF      TO WS-LE-UF
           MOVE FD-CEP-1   TO WS-LE-CEP-1
           MOVE FD-CEP-2   TO WS-LE-CEP-2

           WRITE FD-CARTA-REG FROM WS-LINHA-TITULO
           WRITE FD-CARTA-REG FROM WS-LINHA-NOME
           WRITE FD-CARTA-REG FROM WS-LINHA-ENDERECO
           WRITE FD-CARTA-REG FROM WS-LINHA-CIDADE
           MOVE SPACES TO FD-CARTA-REG
           WRITE FD-CARTA-REG

           MOVE MR-DESCRICAO   TO WS-LV-DESCRICAO
           WRITE FD-CARTA-REG FROM WS-LINHA-EVENTO
           MOVE MR-DATA-INICIO TO WS-LS-INICIO
           MOVE MR-DATA-FIM    TO WS-LS-FIM
           WRITE FD-CARTA-REG FROM WS-LINHA-PAUSA

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-QTD-CARTA
               MOVE WS-CT-CONTRATO(WS-CT-IDX)    TO WS-LA-CONTRATO
               MOVE WS-CT-QTD(WS-CT-IDX)         TO WS-LA-QTD
               MOVE WS-CT-VENCTO-ANT(WS-CT-IDX)  TO WS-LA-VENCTO-ANT
               MOVE WS-CT-VENCTO-NOVO(WS-CT-IDX) TO WS-LA-VENCTO-NOVO
               WRITE FD-CARTA-REG FROM WS-LINHA-AVISO-CONTRATO
               IF WS-CT-JUROS(WS-CT-IDX) > ZEROS
                   MOVE WS-CT-JUROS(WS-CT-IDX) TO WS-LJ-JUROS
                   WRITE FD-CARTA-REG FROM WS-LINHA-AVISO-JUROS
               END-IF
           END-PERFORM
           IF NOT MR-JUROS-ACUMULAM
               WRITE FD-CARTA-REG FROM WS-LINHA-SEM-JUROS
           END-IF

           MOVE SPACES TO FD-CARTA-REG
           WRITE FD-CARTA-REG
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT) para o
      *    REWRITE feito por este programa.
           SET AF-PARM-ALTERACAO TO TRUE
           MOVE WS-JOB-NOME TO AF-PARM-USUARIO
           MOVE WS-JOB-NOME TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
      *    Jornal de atualizacao para o roll-forward do FINREST.
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'R'       TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
      *    Mantem o arquivo de parcelas (FDPARC.DAT) em dia com o
      *    plano recem-gravado deste contrato.
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       AJUSTA-DIA-UTIL-FRENTE.
      *    Mantem a data de trabalho se ja e dia util; senao anda
      *    para a frente ate cair em dia util - mesma regra do
      *    AJUSTA-DIA-UTIL-FRENTE do JOBNOTURNO, com o FERIADO.DAT
      *    aberto uma vez so para a noite inteira.
           PERFORM WITH TEST AFTER UNTIL WS-DIA-E-UTIL
               PERFORM CALCULA-DIA-SEMANA
               MOVE 'S' TO WS-E-DIA-UTIL
               IF WS-DU-E-FIM-DE-SEMANA
                   MOVE 'N' TO WS-E-DIA-UTIL
               ELSE
                   IF WS-HA-FERIADO
                       MOVE WS-DATA-TRAB-NUM TO FD-DATA-FERIADO
                       READ FD-FERIADO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-E-DIA-UTIL
                       END-READ
                   END-IF
               END-IF
               IF NOT WS-DIA-E-UTIL
                   PERFORM SOMA-UM-DIA
               END-IF
           END-PERFORM
           .

       SOMA-UM-DIA.
           ADD 1 TO WS-DT-DD
           PERFORM DETERMINA-FIM-MES
           IF WS-DT-DD > WS-FIM-MES
               MOVE 1 TO WS-DT-DD
               ADD 1 TO WS-DT-MM
               IF WS-DT-MM > 12
                   MOVE 1 TO WS-DT-MM
                   ADD 1 TO WS-DT-AA
               END-IF
           END-IF
           .

       DETERMINA-FIM-MES.
           EVALUATE WS-DT-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-FIM-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-FIM-MES
               WHEN 02
                   IF FUNCTION MOD(WS-DT-AA, 4) = 0
                       AND (FUNCTION MOD(WS-DT-AA, 100) NOT = 0
                            OR FUNCTION MOD(WS-DT-AA, 400) = 0)
                       MOVE 29 TO WS-FIM-MES
                   ELSE
                       MOVE 28 TO WS-FIM-MES
                   END-IF
           END-EVALUATE
           .

       CALCULA-DIA-SEMANA.
      *    Congruencia de Zeller, identica a de FINAN2 e DATAMOV
      *    (0=SABADO, 1=DOMINGO), com cada termo truncado no seu
      *    COMPUTE.
           MOVE WS-DT-MM TO WS-DU-MES-ZELLER
           MOVE WS-DT-AA TO WS-DU-ANO-ZELLER
           IF WS-DU-MES-ZELLER < 3
               ADD 12 TO WS-DU-MES-ZELLER
               SUBTRACT 1 FROM WS-DU-ANO-ZELLER
           END-IF
           COMPUTE WS-DU-SECULO  = WS-DU-ANO-ZELLER / 100
           COMPUTE WS-DU-ANO-SEC = FUNCTION MOD(WS-DU-ANO-ZELLER, 100)
           COMPUTE WS-DU-TERMO-MES = (13 * (WS-DU-MES-ZELLER + 1)) / 5
           COMPUTE WS-DU-TERMO-ANO = WS-DU-ANO-SEC / 4
           COMPUTE WS-DU-TERMO-SEC = WS-DU-SECULO / 4
           COMPUTE WS-DU-DIA-SEMANA = FUNCTION MOD(
               WS-DT-DD + WS-DU-TERMO-MES
               + WS-DU-ANO-SEC + WS-DU-TERMO-ANO
               + WS-DU-TERMO-SEC + (5 * WS-DU-SECULO), 7)
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'MORATOR'  TO RW-RELATORIO
           MOVE 'MORATORIA REGIONAL - CONTRATOS ADIADOS' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
           PERFORM GRAVA-LINHA
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       END PROGRAM FINMORA.
