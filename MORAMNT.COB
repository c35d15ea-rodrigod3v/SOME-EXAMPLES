      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MORATORIA REGIONAL - CADASTRO (MORAT.DAT): depois da
      *          enchente cada contrato da regiao atingida era
      *          adiado na mao, pelo MUDA-DIA-VENCIMENTO e pela
      *          renegociacao do FINAN2. Aqui o supervisor define a
      *          moratoria com numero proprio (serie MORAT de
      *          NUMCTL.DAT): descricao, data do evento, regioes
      *          atingidas - cidade/UF, UF inteira ou faixa de CEP,
      *          contra o endereco do CADPF -, o corte de
      *          elegibilidade (dias de atraso antes do evento), os
      *          meses suspensos a partir do inicio da pausa e se o
      *          juro corre nela. Antes da aplicacao o supervisor
      *          ainda pode cancelar; depois, encerrar a janela
      *          antes do prazo. O balcao registra (ou retira) a
      *          desistencia do cliente que quer seguir pagando
      *          (MORAOPT.DAT) enquanto a moratoria nao foi
      *          aplicada. Quem aplica e o FINMORA, na noite do
      *          inicio; quem respeita a janela e o MORACHK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORAMNT.
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
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-MORAOPT.
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
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MORAT.
       01  FD-MORAT-REC.
           COPY MORATREC.

       FD  FD-MORAOPT.
       01  FD-MORAOPT-REC.
           COPY MORAOPTREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-MORAT         PIC X(02) VALUE '00'.
           03 WS-FS-MORAOPT       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY NOMEFMTPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'MORAMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-NUM-MORAT            PIC 9(06).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-MESES                PIC 9(02).
         01 WS-DIAS-CORTE           PIC 9(03).
         01 WS-TIPO-REGIAO          PIC X(01).
         01 WS-RG-IDX               PIC 9(02).
         01 WS-QTD-MORAT            PIC 9(04).

      *  Data digitada: zeros aceitos onde ha padrao (inicio =
      *  hoje); qualquer outra passa pelo VALDATA.
         01 WS-DATA-INFORMADA       PIC 9(08).
         01 WS-DATA-INFORMADA-R REDEFINES WS-DATA-INFORMADA.
           03 WS-DI-AA              PIC 9(04).
           03 WS-DI-MM              PIC 9(02).
           03 WS-DI-DD              PIC 9(02).

      *  Fim da janela = inicio + meses, com o dia limitado ao
      *  ultimo dia do mes de chegada.
         01 WS-DATA-TRAB.
           03 WS-DT-AA              PIC 9(04).
           03 WS-DT-MM              PIC 9(02).
           03 WS-DT-DD              PIC 9(02).
         01 WS-DATA-TRAB-NUM REDEFINES WS-DATA-TRAB PIC 9(08).
         01 WS-FIM-MES              PIC 99.

         01 WS-MORAT-OK             PIC X(01).
             88 WS-MORAT-ACHADA             VALUE 'S'.
         01 WS-CLIENTE-OK           PIC X(01).
             88 WS-CLIENTE-VALIDO           VALUE 'S'.
         01 WS-FIM-REGIOES          PIC X(01).
             88 WS-REGIOES-COMPLETAS        VALUE 'S'.
         01 WS-FIM-MORAT            PIC X(01).
             88 WS-EOF-MORAT                VALUE 'S'.

         01 WS-DESCR-SITUACAO       PIC X(10).

         01 WS-LINHA-CLIENTE.
           03 FILLER                PIC X(08) VALUE 'CLIENTE '.
           03 WS-LC-COD             PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-NOME            PIC X(41).

         01 WS-LINHA-MORAT-1.
           03 FILLER                PIC X(10) VALUE 'MORATORIA '.
           03 WS-L1-MORAT           PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L1-DESCRICAO       PIC X(40).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L1-SITUACAO        PIC X(10).

         01 WS-LINHA-MORAT-2.
           03 FILLER                PIC X(07) VALUE 'EVENTO '.
           03 WS-L2-EVENTO          PIC 9(08).
           03 FILLER                PIC X(08) VALUE '  PAUSA '.
           03 WS-L2-INICIO          PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-L2-FIM             PIC 9(08).
           03 FILLER                PIC X(02) VALUE ' ('.
           03 WS-L2-MESES           PIC Z9.
           03 FILLER                PIC X(08) VALUE ' MESES) '.

         01 WS-LINHA-MORAT-3.
           03 FILLER                PIC X(22)
                   VALUE 'CORTE: ATRASO ATE DIA '.
           03 WS-L3-CORTE           PIC ZZ9.
           03 FILLER                PIC X(16) VALUE ' ANTES DO EVENTO'.
           03 FILLER                PIC X(16) VALUE '  JURO NA PAUSA '.
           03 WS-L3-JUROS           PIC X(01).

         01 WS-LINHA-REGIAO.
           03 FILLER                PIC X(04) VALUE '    '.
           03 WS-LG-DESCR           PIC X(12).
           03 WS-LG-TEXTO           PIC X(40).

         01 WS-LINHA-FAIXA.
           03 WS-LF-CEP-DE          PIC X(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-LF-CEP-ATE         PIC X(08).

         01 WS-LINHA-CIDADE.
           03 WS-LX-CIDADE          PIC X(15).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LX-UF              PIC X(02).

         01 WS-LINHA-MORAT-4.
           03 FILLER                PIC X(10) VALUE 'APLICADA '.
           03 WS-L4-DATA-APL        PIC 9(08).
           03 FILLER                PIC X(11) VALUE '  CLIENTES '.
           03 WS-L4-CLIENTES        PIC ZZZ.ZZ9.
           03 FILLER                PIC X(12) VALUE '  CONTRATOS '.
           03 WS-L4-CONTRATOS       PIC ZZZ.ZZ9.
           03 FILLER                PIC X(08) VALUE '  JUROS '.
           03 WS-L4-JUROS           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-MORAT-5.
           03 FILLER                PIC X(15) VALUE 'DESISTENTES    '.
           03 WS-L5-DESISTENTES     PIC ZZZ.ZZ9.
           03 FILLER                PIC X(15) VALUE '  INELEGIVEIS  '.
           03 WS-L5-INELEGIVEIS     PIC ZZZ.ZZ9.

         01 WS-LINHA-MORAT-6.
           03 FILLER                PIC X(13) VALUE 'REGISTRO     '.
           03 WS-L6-DATA-REG        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L6-USUARIO-REG     PIC X(08).
           03 FILLER                PIC X(09) VALUE '  BAIXA  '.
           03 WS-L6-DATA-BAIXA      PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-L6-USUARIO-BAIXA   PIC X(08).

         01 WS-LINHA-LISTA.
           03 WS-LL-MORAT           PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-DESCRICAO       PIC X(40).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-INICIO          PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-FIM             PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LL-SITUACAO        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN I-O FD-MORAT
           IF WS-FS-MORAT = '35'
               OPEN OUTPUT FD-MORAT
               CLOSE FD-MORAT
               OPEN I-O FD-MORAT
           END-IF
           MOVE WS-FS-MORAT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'MORAMNT: MORAT.DAT ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'MORATORIA REGIONAL - 1-CONSULTA  2-DEFINE  '
                   '3-CANCELA/ENCERRA  4-DESISTENCIA  5-LISTA'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

      *    Definir, cancelar e encerrar sao decisao da diretoria,
      *    lancada pelo supervisor; a desistencia e pedido do
      *    cliente no balcao.
           EVALUATE TRUE
               WHEN SN-NIVEL-CONSULTA
                   AND WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 5
                   DISPLAY 'NIVEL DE CONSULTA: SOMENTE AS OPCOES 1 E '
                           '5.'
               WHEN NOT SN-NIVEL-SUPERVISOR
                   AND (WS-OPCAO = 2 OR WS-OPCAO = 3)
                   DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               WHEN WS-OPCAO = 2
                   PERFORM DEFINE-MORATORIA
               WHEN WS-OPCAO = 3
                   PERFORM BAIXA-MORATORIA
               WHEN WS-OPCAO = 4
                   PERFORM DESISTENCIA-CLIENTE
               WHEN WS-OPCAO = 5
                   PERFORM LISTA-MORATORIAS
               WHEN OTHER
                   PERFORM LE-MORATORIA
           END-EVALUATE

           CLOSE FD-MORAT
           GOBACK.

       DEFINE-MORATORIA.
           INITIALIZE FD-MORAT-REC
           DISPLAY 'DESCRICAO (EX.: ENCHENTE VALE DO TAQUARI) : '
           PERFORM WITH TEST AFTER UNTIL MR-DESCRICAO NOT = SPACES
               ACCEPT MR-DESCRICAO
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(MR-DESCRICAO) TO MR-DESCRICAO

           DISPLAY 'DATA DO EVENTO AAAAMMDD : '
           PERFORM WITH TEST AFTER UNTIL WS-DATA-INFORMADA > ZEROS
               PERFORM LE-DATA
               IF WS-DATA-INFORMADA = ZEROS
                   DISPLAY 'DATA OBRIGATORIA. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-DATA-INFORMADA TO MR-DATA-EVENTO

      *    A pausa nao comeca antes do evento; zeros = a partir da
      *    data de movimento de hoje.
           DISPLAY 'INICIO DA PAUSA AAAAMMDD (ZEROS = HOJE) : '
           PERFORM WITH TEST AFTER
                   UNTIL MR-DATA-INICIO NOT < MR-DATA-EVENTO
               PERFORM LE-DATA
               IF WS-DATA-INFORMADA = ZEROS
                   MOVE WS-DATA-HOJE TO MR-DATA-INICIO
               ELSE
                   MOVE WS-DATA-INFORMADA TO MR-DATA-INICIO
               END-IF
               IF MR-DATA-INICIO < MR-DATA-EVENTO
                   DISPLAY 'INICIO ANTERIOR AO EVENTO. NOVAMENTE : '
               END-IF
           END-PERFORM

           DISPLAY 'MESES SUSPENSOS (1-12) : '
           PERFORM WITH TEST AFTER UNTIL WS-MESES IS NUMERIC
                   AND WS-MESES > 0 AND WS-MESES < 13
               ACCEPT WS-MESES
               IF WS-MESES NOT NUMERIC
                       OR WS-MESES = 0 OR WS-MESES > 12
                   DISPLAY 'QUANTIDADE INVALIDA (1-12). NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-MESES TO MR-MESES-SUSPENSOS
           PERFORM CALCULA-FIM-JANELA

           DISPLAY 'CORTE: MAXIMO DE DIAS DE ATRASO NA DATA DO '
                   'EVENTO : '
           PERFORM WITH TEST AFTER UNTIL WS-DIAS-CORTE IS NUMERIC
               ACCEPT WS-DIAS-CORTE
               IF WS-DIAS-CORTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-DIAS-CORTE TO MR-DIAS-CORTE

           DISPLAY 'O JURO DO CONTRATO CORRE NA PAUSA (S/N) : '
           PERFORM WITH TEST AFTER UNTIL MR-JUROS-VALIDO
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO MR-JUROS-PAUSA
               IF NOT MR-JUROS-VALIDO
                   DISPLAY 'RESPONDA S OU N : '
               END-IF
           END-PERFORM

           PERFORM LE-REGIOES

           IF MR-QTD-REGIOES = ZEROS
               DISPLAY 'MORATORIA SEM REGIAO - NADA REGISTRADO.'
           ELSE
               PERFORM MOSTRA-MORATORIA
               DISPLAY 'CONFIRMA A MORATORIA (S/N) : '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   PERFORM GRAVA-MORATORIA
               ELSE
                   DISPLAY 'OPERACAO CANCELADA.'
               END-IF
           END-IF
           .

       LE-REGIOES.
      *    Ate 20 regioes; F encerra a lista.
           MOVE ZEROS TO MR-QTD-REGIOES
           MOVE 'N'   TO WS-FIM-REGIOES
           PERFORM UNTIL WS-REGIOES-COMPLETAS
               DISPLAY 'REGIAO: (C)IDADE (U)F (P) FAIXA DE CEP '
                       '(F)IM : '
               ACCEPT WS-TIPO-REGIAO
               MOVE FUNCTION UPPER-CASE(WS-TIPO-REGIAO)
                   TO WS-TIPO-REGIAO
               EVALUATE WS-TIPO-REGIAO
                   WHEN 'F'
                       SET WS-REGIOES-COMPLETAS TO TRUE
                   WHEN 'C'
                   WHEN 'U'
                   WHEN 'P'
                       ADD 1 TO MR-QTD-REGIOES
                       MOVE MR-QTD-REGIOES TO WS-RG-IDX
                       PERFORM LE-UMA-REGIAO
                       IF MR-QTD-REGIOES = 20
                           DISPLAY 'LIMITE DE 20 REGIOES ATINGIDO.'
                           SET WS-REGIOES-COMPLETAS TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'TIPO INVALIDO.'
               END-EVALUATE
           END-PERFORM
           .

       LE-UMA-REGIAO.
           MOVE WS-TIPO-REGIAO TO MR-RG-TIPO(WS-RG-IDX)
           MOVE SPACES TO MR-RG-CIDADE(WS-RG-IDX)
                          MR-RG-UF(WS-RG-IDX)
                          MR-RG-CEP-DE(WS-RG-IDX)
                          MR-RG-CEP-ATE(WS-RG-IDX)
           EVALUATE TRUE
               WHEN MR-RG-POR-CIDADE(WS-RG-IDX)
                   DISPLAY 'CIDADE (COMO NO CADASTRO) : '
                   PERFORM WITH TEST AFTER
                           UNTIL MR-RG-CIDADE(WS-RG-IDX) NOT = SPACES
                       ACCEPT MR-RG-CIDADE(WS-RG-IDX)
                   END-PERFORM
                   MOVE FUNCTION UPPER-CASE(MR-RG-CIDADE(WS-RG-IDX))
                       TO MR-RG-CIDADE(WS-RG-IDX)
                   PERFORM LE-UF-REGIAO
               WHEN MR-RG-POR-UF(WS-RG-IDX)
                   PERFORM LE-UF-REGIAO
               WHEN OTHER
                   DISPLAY 'CEP INICIAL (8 DIGITOS) : '
                   PERFORM WITH TEST AFTER
                           UNTIL MR-RG-CEP-DE(WS-RG-IDX) IS NUMERIC
                       ACCEPT MR-RG-CEP-DE(WS-RG-IDX)
                       IF MR-RG-CEP-DE(WS-RG-IDX) NOT NUMERIC
                           DISPLAY 'CEP INVALIDO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   DISPLAY 'CEP FINAL (8 DIGITOS) : '
                   PERFORM WITH TEST AFTER
                           UNTIL MR-RG-CEP-ATE(WS-RG-IDX) IS NUMERIC
                           AND MR-RG-CEP-ATE(WS-RG-IDX)
                               NOT < MR-RG-CEP-DE(WS-RG-IDX)
                       ACCEPT MR-RG-CEP-ATE(WS-RG-IDX)
                       IF MR-RG-CEP-ATE(WS-RG-IDX) NOT NUMERIC
                           OR MR-RG-CEP-ATE(WS-RG-IDX)
                               < MR-RG-CEP-DE(WS-RG-IDX)
                           DISPLAY 'CEP FINAL INVALIDO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
           END-EVALUATE
           .

       LE-UF-REGIAO.
           DISPLAY 'UF : '
           PERFORM WITH TEST AFTER
                   UNTIL MR-RG-UF(WS-RG-IDX) IS ALPHABETIC
                   AND MR-RG-UF(WS-RG-IDX) NOT = SPACES
               ACCEPT MR-RG-UF(WS-RG-IDX)
               MOVE FUNCTION UPPER-CASE(MR-RG-UF(WS-RG-IDX))
                   TO MR-RG-UF(WS-RG-IDX)
               IF MR-RG-UF(WS-RG-IDX) NOT ALPHABETIC
                   OR MR-RG-UF(WS-RG-IDX) = SPACES
                   DISPLAY 'UF INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       CALCULA-FIM-JANELA.
           MOVE MR-DATA-INICIO TO WS-DATA-TRAB-NUM
           ADD MR-MESES-SUSPENSOS TO WS-DT-MM
           IF WS-DT-MM > 12
               SUBTRACT 12 FROM WS-DT-MM
               ADD 1 TO WS-DT-AA
           END-IF
           PERFORM DETERMINA-FIM-MES
           IF WS-DT-DD > WS-FIM-MES
               MOVE WS-FIM-MES TO WS-DT-DD
           END-IF
           MOVE WS-DATA-TRAB-NUM TO MR-DATA-FIM
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

       GRAVA-MORATORIA.
           PERFORM OBTEM-NUMERO-MORAT
           MOVE WS-NUM-MORAT  TO MR-NUM-MORAT
           MOVE 'D'           TO MR-SITUACAO
           MOVE SN-USUARIO    TO MR-USUARIO-REGISTRO
           MOVE WS-DATA-HOJE  TO MR-DATA-REGISTRO
           MOVE SPACES        TO MR-USUARIO-BAIXA
           MOVE ZEROS         TO MR-DATA-BAIXA MR-DATA-APLICACAO
                                 MR-QTD-CLIENTES MR-QTD-CONTRATOS
                                 MR-QTD-DESISTENTES
                                 MR-QTD-INELEGIVEIS
                                 MR-VR-JUROS-PAUSA
           WRITE FD-MORAT-REC
               INVALID KEY
                   DISPLAY 'MORAMNT: MORATORIA ' MR-NUM-MORAT
                           ' JA EXISTE - CONFIRA A SERIE MORAT EM '
                           'NUMCTL.DAT.'
               NOT INVALID KEY
                   DISPLAY 'MORATORIA REGISTRADA - NUMERO '
                           MR-NUM-MORAT
                   DISPLAY 'APLICADA PELO FINMORA NA NOITE DE '
                           MR-DATA-INICIO '.'
           END-WRITE
           .

       BAIXA-MORATORIA.
      *    Antes da aplicacao a moratoria e simplesmente cancelada;
      *    depois, os vencimentos ja foram adiados e so a janela de
      *    suspensao pode ser encerrada antes do prazo.
           PERFORM LE-MORATORIA
           IF WS-MORAT-ACHADA
               EVALUATE TRUE
                   WHEN MR-DEFINIDA
                       DISPLAY 'CONFIRMA O CANCELAMENTO (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           MOVE 'C' TO MR-SITUACAO
                           PERFORM REGISTRA-BAIXA
                           DISPLAY 'MORATORIA ' MR-NUM-MORAT
                                   ' CANCELADA.'
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   WHEN MR-APLICADA AND MR-DATA-FIM > WS-DATA-HOJE
                       DISPLAY 'ENCERRA A JANELA HOJE - ATRASO, '
                               'COBRANCA E NEGATIVACAO VOLTAM (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           MOVE 'E'          TO MR-SITUACAO
                           MOVE WS-DATA-HOJE TO MR-DATA-FIM
                           PERFORM REGISTRA-BAIXA
                           DISPLAY 'MORATORIA ' MR-NUM-MORAT
                                   ' ENCERRADA.'
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'MORATORIA JA CANCELADA OU COM A '
                               'JANELA ENCERRADA.'
               END-EVALUATE
           END-IF
           .

       REGISTRA-BAIXA.
           MOVE SN-USUARIO   TO MR-USUARIO-BAIXA
           MOVE WS-DATA-HOJE TO MR-DATA-BAIXA
           REWRITE FD-MORAT-REC
               INVALID KEY
                   DISPLAY 'MORAMNT: ERRO NA REGRAVACAO DA MORATORIA '
                           MR-NUM-MORAT
           END-REWRITE
           .

       DESISTENCIA-CLIENTE.
      *    O cliente que quer seguir pagando em dia fica fora da
      *    aplicacao; pedido repetido retira a desistencia.
           PERFORM LE-MORATORIA
           IF WS-MORAT-ACHADA
               IF NOT MR-DEFINIDA
                   DISPLAY 'MORATORIA JA APLICADA OU CANCELADA - '
                           'DESISTENCIA NAO CABE MAIS.'
               ELSE
                   DISPLAY 'INFORME O CODIGO DO CLIENTE : '
                   PERFORM WITH TEST AFTER
                           UNTIL WS-COD-CLIENTE IS NUMERIC
                       ACCEPT WS-COD-CLIENTE
                       IF WS-COD-CLIENTE NOT NUMERIC
                           DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
                   PERFORM MOSTRA-NOME-CLIENTE
                   IF WS-CLIENTE-VALIDO
                       PERFORM REGISTRA-DESISTENCIA
                   ELSE
                       DISPLAY 'DESISTENCIA EXIGE CLIENTE CADASTRADO.'
                   END-IF
               END-IF
           END-IF
           .

       REGISTRA-DESISTENCIA.
           OPEN I-O FD-MORAOPT
           IF WS-FS-MORAOPT = '35'
               OPEN OUTPUT FD-MORAOPT
               CLOSE FD-MORAOPT
               OPEN I-O FD-MORAOPT
           END-IF
           MOVE MR-NUM-MORAT   TO MO-NUM-MORAT
           MOVE WS-COD-CLIENTE TO MO-COD-CLIENTE
           READ FD-MORAOPT
               INVALID KEY
                   DISPLAY 'MOTIVO DA DESISTENCIA (ATE 40 '
                           'POSICOES) : '
                   ACCEPT MO-MOTIVO
                   MOVE MR-NUM-MORAT   TO MO-NUM-MORAT
                   MOVE WS-COD-CLIENTE TO MO-COD-CLIENTE
                   MOVE WS-DATA-HOJE   TO MO-DATA
                   MOVE SN-USUARIO     TO MO-USUARIO
                   WRITE FD-MORAOPT-REC
                   DISPLAY 'DESISTENCIA REGISTRADA - O CLIENTE '
                           'SEGUE PAGANDO NAS DATAS ORIGINAIS.'
               NOT INVALID KEY
                   DISPLAY 'CLIENTE JA DESISTENTE DESDE ' MO-DATA
                           ' (' MO-USUARIO ').'
                   DISPLAY 'RETIRA A DESISTENCIA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       DELETE FD-MORAOPT
                       DISPLAY 'DESISTENCIA RETIRADA - O CLIENTE '
                               'ENTRA NA MORATORIA SE ELEGIVEL.'
                   END-IF
           END-READ
           CLOSE FD-MORAOPT
           .

       OBTEM-NUMERO-MORAT.
      *    Serie MORAT de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie ORDJUD do ORDJMNT; semeada em 1 na primeira.
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF

           MOVE 'MORAT' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'MORAT' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ

           MOVE NU-PROXIMO-NUMERO TO WS-NUM-MORAT
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           CLOSE FD-NUMCTL
           .

       LE-DATA.
           PERFORM WITH TEST AFTER UNTIL DV-DATA-E-VALIDA
               ACCEPT WS-DATA-INFORMADA
               IF WS-DATA-INFORMADA NOT NUMERIC
                   SET DV-DATA-E-INVALIDA TO TRUE
               ELSE
                   IF WS-DATA-INFORMADA = ZEROS
                       SET DV-DATA-E-VALIDA TO TRUE
                   ELSE
                       MOVE WS-DI-DD TO DV-DIA
                       MOVE WS-DI-MM TO DV-MES
                       MOVE WS-DI-AA TO DV-ANO
                       CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                             DV-DATA-VALIDA
                   END-IF
               END-IF
               IF DV-DATA-E-INVALIDA
                   DISPLAY 'DATA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       LE-MORATORIA.
      *    Le a moratoria pelo numero; o registro fica no buffer
      *    para o REWRITE.
           MOVE 'N' TO WS-MORAT-OK
           DISPLAY 'INFORME O NUMERO DA MORATORIA : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-MORAT IS NUMERIC
               ACCEPT WS-NUM-MORAT
               IF WS-NUM-MORAT NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-NUM-MORAT TO MR-NUM-MORAT
           READ FD-MORAT
               INVALID KEY
                   DISPLAY 'MORATORIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   SET WS-MORAT-ACHADA TO TRUE
                   PERFORM MOSTRA-MORATORIA
           END-READ
           .

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN MR-CANCELADA
                   MOVE 'CANCELADA'  TO WS-DESCR-SITUACAO
               WHEN MR-ENCERRADA
                   MOVE 'ENCERRADA'  TO WS-DESCR-SITUACAO
               WHEN MR-DEFINIDA
                   MOVE 'A APLICAR'  TO WS-DESCR-SITUACAO
               WHEN MR-DATA-FIM NOT > WS-DATA-HOJE
                   MOVE 'CONCLUIDA'  TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'EM PAUSA'   TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

       MOSTRA-MORATORIA.
           PERFORM DESCREVE-SITUACAO
           MOVE MR-NUM-MORAT       TO WS-L1-MORAT
           MOVE MR-DESCRICAO       TO WS-L1-DESCRICAO
           MOVE WS-DESCR-SITUACAO  TO WS-L1-SITUACAO
           DISPLAY WS-LINHA-MORAT-1
           MOVE MR-DATA-EVENTO     TO WS-L2-EVENTO
           MOVE MR-DATA-INICIO     TO WS-L2-INICIO
           MOVE MR-DATA-FIM        TO WS-L2-FIM
           MOVE MR-MESES-SUSPENSOS TO WS-L2-MESES
           DISPLAY WS-LINHA-MORAT-2
           MOVE MR-DIAS-CORTE      TO WS-L3-CORTE
           MOVE MR-JUROS-PAUSA     TO WS-L3-JUROS
           DISPLAY WS-LINHA-MORAT-3
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > MR-QTD-REGIOES
               PERFORM MOSTRA-REGIAO
           END-PERFORM
           IF NOT MR-DEFINIDA AND NOT MR-CANCELADA
               MOVE MR-DATA-APLICACAO  TO WS-L4-DATA-APL
               MOVE MR-QTD-CLIENTES    TO WS-L4-CLIENTES
               MOVE MR-QTD-CONTRATOS   TO WS-L4-CONTRATOS
               MOVE MR-VR-JUROS-PAUSA  TO WS-L4-JUROS
               DISPLAY WS-LINHA-MORAT-4
               MOVE MR-QTD-DESISTENTES TO WS-L5-DESISTENTES
               MOVE MR-QTD-INELEGIVEIS TO WS-L5-INELEGIVEIS
               DISPLAY WS-LINHA-MORAT-5
           END-IF
           MOVE MR-DATA-REGISTRO    TO WS-L6-DATA-REG
           MOVE MR-USUARIO-REGISTRO TO WS-L6-USUARIO-REG
           MOVE MR-DATA-BAIXA       TO WS-L6-DATA-BAIXA
           MOVE MR-USUARIO-BAIXA    TO WS-L6-USUARIO-BAIXA
           DISPLAY WS-LINHA-MORAT-6
           .

       MOSTRA-REGIAO.
           EVALUATE TRUE
               WHEN MR-RG-POR-CIDADE(WS-RG-IDX)
                   MOVE 'CIDADE'               TO WS-LG-DESCR
                   MOVE MR-RG-CIDADE(WS-RG-IDX) TO WS-LX-CIDADE
                   MOVE MR-RG-UF(WS-RG-IDX)     TO WS-LX-UF
                   MOVE WS-LINHA-CIDADE         TO WS-LG-TEXTO
               WHEN MR-RG-POR-UF(WS-RG-IDX)
                   MOVE 'UF'                   TO WS-LG-DESCR
                   MOVE MR-RG-UF(WS-RG-IDX)     TO WS-LG-TEXTO
               WHEN OTHER
                   MOVE 'FAIXA DE CEP'         TO WS-LG-DESCR
                   MOVE MR-RG-CEP-DE(WS-RG-IDX)  TO WS-LF-CEP-DE
                   MOVE MR-RG-CEP-ATE(WS-RG-IDX) TO WS-LF-CEP-ATE
                   MOVE WS-LINHA-FAIXA          TO WS-LG-TEXTO
           END-EVALUATE
           DISPLAY WS-LINHA-REGIAO
           .

       LISTA-MORATORIAS.
           MOVE ZEROS TO WS-QTD-MORAT
           MOVE 'N'   TO WS-FIM-MORAT
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
                       PERFORM DESCREVE-SITUACAO
                       MOVE MR-NUM-MORAT      TO WS-LL-MORAT
                       MOVE MR-DESCRICAO      TO WS-LL-DESCRICAO
                       MOVE MR-DATA-INICIO    TO WS-LL-INICIO
                       MOVE MR-DATA-FIM       TO WS-LL-FIM
                       MOVE WS-DESCR-SITUACAO TO WS-LL-SITUACAO
                       DISPLAY WS-LINHA-LISTA
                       ADD 1 TO WS-QTD-MORAT
               END-READ
           END-PERFORM
           IF WS-QTD-MORAT = ZEROS
               DISPLAY 'NENHUMA MORATORIA REGISTRADA.'
           ELSE
               DISPLAY 'TOTAL DE MORATORIAS: ' WS-QTD-MORAT
           END-IF
           .

       MOSTRA-NOME-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK
           MOVE WS-COD-CLIENTE TO WS-LC-COD
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-LC-NOME
               NOT INVALID KEY
                   SET WS-CLIENTE-VALIDO TO TRUE
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-RAZAO-SOCIAL TO WS-LC-NOME
                   ELSE
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO WS-LC-NOME
                   END-IF
           END-READ
           CLOSE FD-CADASTRO
           DISPLAY WS-LINHA-CLIENTE
           .

       END PROGRAM MORAMNT.
