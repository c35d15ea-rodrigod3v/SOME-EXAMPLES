      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: SELO ENCADEADO DAS TRILHAS: AUDITFIN.DAT,
      *          AUDITCAD.DAT, PAGTOLOG.DAT, TAXALOG.DAT e UPDJRN.DAT
      *          eram texto puro - quem tivesse acesso ao arquivo
      *          trocava ou apagava uma linha e ninguem percebia, como
      *          a auditoria apontou. Todo gravador chama este
      *          subprograma logo antes do WRITE ('S') e de novo
      *          logo depois ('F'): o registro ganha a
      *          proxima sequencia do log e um valor encadeado,
      *          calculado sobre o conteudo da linha, a sequencia e o
      *          valor da linha anterior (resto por 999999937 de um
      *          polinomio sobre os bytes), e o controle SELOCTL.DAT
      *          guarda o ultimo selo de cada log. O registro do log
      *          no controle fica preso do selo ate o 'F', entao duas
      *          sessoes nao gravam fora da ordem dos selos. Controle
      *          preso alem das tentativas volta SL-FALHA-CONTROLE e
      *          nao e regravado. Linha alterada,
      *          apagada, inserida ou fim de arquivo cortado deixam a
      *          cadeia quebrada - o VERILOG confere.
      *          Tambem atende a conferencia (recalculo sem tocar o
      *          controle), o reencadeamento da limpeza LGPD, a base
      *          que o LOGHOUSE e o FINBKP registram quando cortam o
      *          arquivo ativo e a leitura do controle. Funcoes e
      *          campos em SELALOGPARM.cpy.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL, como
      *           os demais subprogramas)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELALOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SELOCTL        ASSIGN TO "SELOCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-NOME-LOG
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SELOCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-SELOCTL.
       01  FD-SELOCTL-REC.
           COPY SELOCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-SELOCTL           PIC X(02) VALUE '00'.
         01 WS-CONTROLE-NOVO        PIC X(01) VALUE 'N'.
             88 WS-E-CONTROLE-NOVO          VALUE 'S'.
         01 WS-TENTATIVA            PIC 9(03).
         01 WS-SELO-PENDENTE        PIC X(01) VALUE 'N'.
             88 WS-HA-SELO-PENDENTE         VALUE 'S'.
         01 WS-DATA-HOJE            PIC 9(08).

      *  Layouts das trilhas, so para medir onde fica o selo: o
      *  tamanho coberto pelo selo e o registro menos os 18 bytes
      *  do proprio selo.
         01 WS-REG-AUDITFIN.
           COPY AUDITFINREC.
         01 WS-REG-AUDITCAD.
           COPY AUDITCAD.
         01 WS-REG-PAGTOLOG.
           COPY PAGTOLOGREC.
         01 WS-REG-TAXALOG.
           COPY TAXALOGREC.
         01 WS-REG-UPDJRN.
           COPY UPDJRNREC.
         01 WS-SELO-POS             PIC 9(05).

      *  Selo lido ou montado: sequencia e valor em 18 digitos.
         01 WS-SELO-NUM.
           03 WS-SN-SEQUENCIA       PIC 9(09).
           03 WS-SN-VALOR           PIC 9(09).
         01 WS-SELO-ALFA REDEFINES WS-SELO-NUM
                                    PIC X(18).

      *  Calculo: cada byte da linha entra como numero (meia-palavra
      *  binaria com o byte na parte baixa) no polinomio de base 257,
      *  reduzido a cada passo pelo modulo primo.
         01 WS-BYTE-PAR.
           03 WS-BYTE-ALTO          PIC X(01) VALUE LOW-VALUE.
           03 WS-BYTE-BAIXO         PIC X(01).
         01 WS-BYTE-NUM REDEFINES WS-BYTE-PAR
                                    PIC 9(04) COMP.
         01 WS-IND                  PIC 9(05).
         01 WS-ACUMULADO            PIC 9(18).
         01 WS-QUOCIENTE            PIC 9(18).
         01 WS-RESTO                PIC 9(09).
         01 WS-MODULO               PIC 9(09) VALUE 999999937.

       LINKAGE SECTION.
         COPY SELALOGPARM.
         01 SL-REGISTRO             PIC X(8100).

       PROCEDURE DIVISION USING SL-PARM SL-REGISTRO.
       MAIN-PROCEDURE.
           SET SL-OK TO TRUE
           IF SL-FUNCAO-LIBERAR
               PERFORM LIBERA-CONTROLE
               GOBACK
           END-IF
           PERFORM DEFINE-TAMANHO
           IF SL-LOG-DESCONHECIDO
               DISPLAY 'SELALOG: LOG ' SL-LOG ' NAO E TRILHA SELADA.'
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN SL-FUNCAO-SELAR
                   PERFORM SELA-REGISTRO
               WHEN SL-FUNCAO-CONFERIR
                   PERFORM CONFERE-REGISTRO
               WHEN SL-FUNCAO-REENCADEAR
                   PERFORM REENCADEIA-REGISTRO
               WHEN SL-FUNCAO-LER
                   PERFORM LE-CONTROLE
               WHEN SL-FUNCAO-BASE
                   PERFORM GRAVA-BASE
               WHEN SL-FUNCAO-RESSELO
                   PERFORM GRAVA-RESSELO
           END-EVALUATE
           GOBACK.

       DEFINE-TAMANHO.
           EVALUATE SL-LOG
               WHEN 'AUDITFIN'
                   COMPUTE SL-TAMANHO = LENGTH OF WS-REG-AUDITFIN
                                      - LENGTH OF AF-SELO
               WHEN 'AUDITCAD'
                   COMPUTE SL-TAMANHO = LENGTH OF WS-REG-AUDITCAD
                                      - LENGTH OF AU-SELO
               WHEN 'PAGTOLOG'
                   COMPUTE SL-TAMANHO = LENGTH OF WS-REG-PAGTOLOG
                                      - LENGTH OF PL-SELO
               WHEN 'TAXALOG'
                   COMPUTE SL-TAMANHO = LENGTH OF WS-REG-TAXALOG
                                      - LENGTH OF TL-SELO
               WHEN 'UPDJRN'
                   COMPUTE SL-TAMANHO = LENGTH OF WS-REG-UPDJRN
                                      - LENGTH OF JN-SELO
               WHEN OTHER
                   MOVE ZEROS TO SL-TAMANHO
                   SET SL-LOG-DESCONHECIDO TO TRUE
           END-EVALUATE
           COMPUTE WS-SELO-POS = SL-TAMANHO + 1
           .

       SELA-REGISTRO.
      *    Le-usa-incrementa, como as series do NUMCTL: o registro do
      *    log fica preso do READ ate o 'F' do chamador, depois do
      *    WRITE da linha - duas sessoes nao pegam a mesma sequencia
      *    nem gravam as linhas fora da ordem dos selos. Chamador que
      *    nao liberou o selo anterior tem o controle gravado aqui.
           IF WS-HA-SELO-PENDENTE
               PERFORM LIBERA-CONTROLE
           END-IF
           PERFORM ABRE-CONTROLE
           IF NOT SL-FALHA-CONTROLE
               PERFORM LE-REGISTRO-CONTROLE
               IF SL-FALHA-CONTROLE
                   CLOSE FD-SELOCTL
               END-IF
           END-IF
           IF SL-FALHA-CONTROLE
               MOVE SPACES TO SL-REGISTRO(WS-SELO-POS:18)
               DISPLAY 'SELALOG: CONTROLE SELOCTL.DAT INDISPONIVEL ('
                       WS-FS-SELOCTL ') - LINHA DE ' SL-LOG
                       ' SEM SELO.'
           ELSE
               COMPUTE SL-SEQUENCIA = SC-ULT-SEQUENCIA + 1
               MOVE SC-ULT-VALOR TO SL-VALOR-ANT
               PERFORM CALCULA-VALOR
               MOVE SL-SEQUENCIA TO WS-SN-SEQUENCIA
               MOVE SL-VALOR     TO WS-SN-VALOR
               MOVE WS-SELO-ALFA TO SL-REGISTRO(WS-SELO-POS:18)
               MOVE SL-SEQUENCIA TO SC-ULT-SEQUENCIA
               MOVE SL-VALOR     TO SC-ULT-VALOR
               MOVE WS-DATA-HOJE TO SC-DATA-ULT-SELO
               SET WS-HA-SELO-PENDENTE TO TRUE
           END-IF
           .

       LIBERA-CONTROLE.
      *    Linha ja gravada pelo chamador: o controle avanca e o
      *    registro do log e solto para a proxima sessao.
           IF WS-HA-SELO-PENDENTE
               MOVE 'N' TO WS-SELO-PENDENTE
               PERFORM GRAVA-REGISTRO-CONTROLE
               CLOSE FD-SELOCTL
               IF WS-FS-SELOCTL NOT = '00'
                   SET SL-FALHA-CONTROLE TO TRUE
               END-IF
           END-IF
           .

       CONFERE-REGISTRO.
      *    Linha sem selo numerico (anterior ao selo, ou mexida no
      *    selo) volta SL-SEM-SELO; a comparacao do recalculado com o
      *    gravado e do chamador.
           MOVE SL-REGISTRO(WS-SELO-POS:18) TO WS-SELO-ALFA
           IF WS-SELO-ALFA NOT NUMERIC
               SET SL-SEM-SELO TO TRUE
               MOVE ZEROS TO SL-SEQUENCIA SL-VALOR SL-VALOR-GRAVADO
           ELSE
               MOVE WS-SN-SEQUENCIA TO SL-SEQUENCIA
               MOVE WS-SN-VALOR     TO SL-VALOR-GRAVADO
               PERFORM CALCULA-VALOR
           END-IF
           .

       REENCADEIA-REGISTRO.
           PERFORM CONFERE-REGISTRO
           IF SL-OK
               MOVE SL-VALOR     TO WS-SN-VALOR
               MOVE WS-SELO-ALFA TO SL-REGISTRO(WS-SELO-POS:18)
           END-IF
           .

       LE-CONTROLE.
      *    Sem controle (instalacao que nunca selou) = cadeia vazia.
           MOVE ZEROS TO SL-SEQUENCIA SL-VALOR SL-BASE-SEQ
                         SL-BASE-VALOR
           OPEN INPUT FD-SELOCTL
           IF WS-FS-SELOCTL = '00'
               MOVE SL-LOG TO SC-NOME-LOG
               READ FD-SELOCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SC-ULT-SEQUENCIA  TO SL-SEQUENCIA
                       MOVE SC-ULT-VALOR      TO SL-VALOR
                       MOVE SC-BASE-SEQUENCIA TO SL-BASE-SEQ
                       MOVE SC-BASE-VALOR     TO SL-BASE-VALOR
               END-READ
               CLOSE FD-SELOCTL
           ELSE
               IF WS-FS-SELOCTL NOT = '35'
                   SET SL-FALHA-CONTROLE TO TRUE
               END-IF
           END-IF
           .

       GRAVA-BASE.
           IF WS-HA-SELO-PENDENTE
               PERFORM LIBERA-CONTROLE
           END-IF
           PERFORM ABRE-CONTROLE
           IF NOT SL-FALHA-CONTROLE
               PERFORM LE-REGISTRO-CONTROLE
               IF NOT SL-FALHA-CONTROLE
                   MOVE SL-BASE-SEQ   TO SC-BASE-SEQUENCIA
                   MOVE SL-BASE-VALOR TO SC-BASE-VALOR
                   MOVE WS-DATA-HOJE  TO SC-DATA-BASE
                   IF WS-E-CONTROLE-NOVO
                       MOVE SL-BASE-SEQ   TO SC-ULT-SEQUENCIA
                       MOVE SL-BASE-VALOR TO SC-ULT-VALOR
                   END-IF
                   PERFORM GRAVA-REGISTRO-CONTROLE
               END-IF
               CLOSE FD-SELOCTL
           END-IF
           .

       GRAVA-RESSELO.
           IF WS-HA-SELO-PENDENTE
               PERFORM LIBERA-CONTROLE
           END-IF
           PERFORM ABRE-CONTROLE
           IF NOT SL-FALHA-CONTROLE
               PERFORM LE-REGISTRO-CONTROLE
               IF NOT SL-FALHA-CONTROLE
                   MOVE SL-SEQUENCIA  TO SC-ULT-SEQUENCIA
                   MOVE SL-VALOR      TO SC-ULT-VALOR
                   MOVE SL-BASE-SEQ   TO SC-BASE-SEQUENCIA
                   MOVE SL-BASE-VALOR TO SC-BASE-VALOR
                   MOVE WS-DATA-HOJE  TO SC-DATA-RESSELO
                   MOVE SL-PROGRAMA   TO SC-PROGRAMA-RESSELO
                   ADD 1 TO SC-QTD-RESSELOS
                   PERFORM GRAVA-REGISTRO-CONTROLE
               END-IF
               CLOSE FD-SELOCTL
           END-IF
           .

       ABRE-CONTROLE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O FD-SELOCTL
           IF WS-FS-SELOCTL = '35'
               OPEN OUTPUT FD-SELOCTL
               CLOSE FD-SELOCTL
               OPEN I-O FD-SELOCTL
           END-IF
           IF WS-FS-SELOCTL NOT = '00'
               SET SL-FALHA-CONTROLE TO TRUE
           END-IF
           .

       LE-REGISTRO-CONTROLE.
      *    Registro preso por outra sessao (status 51): tenta de novo
      *    algumas vezes antes de desistir - o selo so leva o tempo
      *    de um WRITE e um REWRITE. Esgotadas as tentativas (ou
      *    qualquer outro erro de leitura) o buffer nao e do log
      *    pedido: volta SL-FALHA-CONTROLE e ninguem regrava.
           MOVE 'N' TO WS-CONTROLE-NOVO
           MOVE '51' TO WS-FS-SELOCTL
           PERFORM VARYING WS-TENTATIVA FROM 1 BY 1
                   UNTIL WS-FS-SELOCTL NOT = '51'
                      OR WS-TENTATIVA > 500
               MOVE SL-LOG TO SC-NOME-LOG
               READ FD-SELOCTL
                   INVALID KEY
                       SET WS-E-CONTROLE-NOVO TO TRUE
               END-READ
           END-PERFORM
           IF WS-FS-SELOCTL NOT = '00' AND NOT WS-E-CONTROLE-NOVO
               SET SL-FALHA-CONTROLE TO TRUE
           END-IF
           IF WS-E-CONTROLE-NOVO
               MOVE SL-LOG TO SC-NOME-LOG
               MOVE ZEROS  TO SC-ULT-SEQUENCIA SC-ULT-VALOR
                              SC-DATA-ULT-SELO SC-BASE-SEQUENCIA
                              SC-BASE-VALOR SC-DATA-BASE
                              SC-DATA-RESSELO SC-QTD-RESSELOS
               MOVE SPACES TO SC-PROGRAMA-RESSELO
           END-IF
           .

       GRAVA-REGISTRO-CONTROLE.
           IF WS-E-CONTROLE-NOVO
               WRITE FD-SELOCTL-REC
           ELSE
               REWRITE FD-SELOCTL-REC
           END-IF
           .

       CALCULA-VALOR.
      *    Valor = polinomio sobre (valor anterior, sequencia, bytes
      *    da linha ate o selo), modulo 999999937. Qualquer byte
      *    trocado, linha fora de lugar ou linha apagada muda o
      *    valor dali para frente.
           COMPUTE WS-ACUMULADO = (SL-VALOR-ANT * 31) + SL-SEQUENCIA
           DIVIDE WS-ACUMULADO BY WS-MODULO
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > SL-TAMANHO
               MOVE SL-REGISTRO(WS-IND:1) TO WS-BYTE-BAIXO
               COMPUTE WS-ACUMULADO =
                   (WS-RESTO * 257) + WS-BYTE-NUM + 1
               DIVIDE WS-ACUMULADO BY WS-MODULO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           END-PERFORM
           MOVE WS-RESTO TO SL-VALOR
           .

       END PROGRAM SELALOG.
