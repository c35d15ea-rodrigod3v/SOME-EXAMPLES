      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CADASTRO POSITIVO - OPT-OUT DO CLIENTE: a inclusao no
      *          cadastro positivo e automatica, e o cliente pode
      *          pedir para sair (e voltar) a qualquer tempo. Registra
      *          o pedido de saida (POSOPT.DAT - canal, data e quem
      *          atendeu), a reinclusao e consulta a situacao do
      *          cliente; lista tambem os registros rejeitados pelas
      *          gestoras que aguardam reenvio (POSCTL.DAT), para o
      *          cadastro corrigir o dado recusado. Cliente com
      *          opt-out em vigor deixa de sair no arquivo mensal do
      *          FINCPOS, e o que a gestora ja tinha sai uma vez com
      *          exclusao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-POSOPT         ASSIGN TO "POSOPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-COD-CLIENTE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-POSOPT.
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
           SELECT FD-POSCTL         ASSIGN TO "POSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QC-CHAVE
               FILE STATUS IS WS-FS-POSCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-POSOPT.
       01  FD-POSOPT-REC.
           COPY POSOPTREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-POSCTL.
       01  FD-POSCTL-REC.
           COPY POSCTLREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-POSOPT        PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-POSCTL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'POSMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-CANAL                PIC X(01).
             88 WS-CANAL-VALIDO             VALUE 'B' 'T' 'C' 'G'.
         01 WS-RESPOSTA             PIC X(01).
         01 WS-CLIENTE-OK           PIC X(01).
             88 WS-CLIENTE-VALIDO           VALUE 'S'.
         01 WS-FIM-POSCTL           PIC X(01).
             88 WS-EOF-POSCTL               VALUE 'S'.
         01 WS-QTD-PENDENTES        PIC 9(06).

         01 WS-LINHA-PENDENTE.
           03 FILLER                PIC X(08) VALUE 'GESTORA '.
           03 WS-LP-GESTORA         PIC 9(03).
           03 FILLER                PIC X(10) VALUE ' CONTRATO '.
           03 WS-LP-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' COMP '.
           03 WS-LP-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(06) VALUE ' OCOR '.
           03 WS-LP-OCORRENCIA      PIC X(02).
           03 FILLER                PIC X(09) VALUE ' ENVIOS '.
           03 WS-LP-ENVIOS          PIC Z9.
           03 FILLER                PIC X(05) VALUE ' RET '.
           03 WS-LP-DATA-RETORNO    PIC 9(08).

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

           DISPLAY 'CADASTRO POSITIVO - 1-CONSULTA  2-OPT-OUT  '
                   '3-REINCLUSAO  4-REJEITADOS'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           IF SN-NIVEL-CONSULTA
               AND WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 4
               DISPLAY 'NIVEL DE CONSULTA: SOMENTE AS OPCOES 1 E 4.'
           ELSE
               EVALUATE WS-OPCAO
                   WHEN 2
                       PERFORM REGISTRA-OPT-OUT
                   WHEN 3
                       PERFORM REGISTRA-REINCLUSAO
                   WHEN 4
                       PERFORM LISTA-REJEITADOS
                   WHEN OTHER
                       PERFORM CONSULTA-CLIENTE
               END-EVALUATE
           END-IF

           GOBACK.

       ACEITA-CLIENTE.
           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       VERIFICA-CLIENTE.
      *    Pedido so para cliente do cadastro; o anonimizado ja nao
      *    e informado a gestora nenhuma.
           MOVE 'N' TO WS-CLIENTE-OK
           OPEN INPUT FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'POSMNT: CADPF.DAT ' FS-MENSAGEM
           ELSE
               MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF FD-CLIENTE-ANONIMIZADO
                           DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - NAO '
                                   'E INFORMADO AS GESTORAS.'
                       ELSE
                           DISPLAY 'CLIENTE: ' FD-PRIMEIRO-NOME ' '
                                   FD-ULTIMO-NOME
                           SET WS-CLIENTE-VALIDO TO TRUE
                       END-IF
               END-READ
               CLOSE FD-CADASTRO
           END-IF
           .

       CONSULTA-CLIENTE.
           PERFORM ACEITA-CLIENTE
           OPEN INPUT FD-POSOPT
           MOVE WS-FS-POSOPT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'CLIENTE PARTICIPA DO CADASTRO POSITIVO '
                       '(NENHUM OPT-OUT REGISTRADO).'
           ELSE
               MOVE WS-COD-CLIENTE TO OX-COD-CLIENTE
               READ FD-POSOPT
                   INVALID KEY
                       DISPLAY 'CLIENTE PARTICIPA DO CADASTRO '
                               'POSITIVO (SEM PEDIDO DE OPT-OUT).'
                   NOT INVALID KEY
                       IF OX-OPT-OUT
                           DISPLAY 'OPT-OUT EM VIGOR DESDE '
                                   OX-DATA-OPT-OUT ' CANAL ' OX-CANAL
                                   ' ATENDIDO POR ' OX-USUARIO
                       ELSE
                           DISPLAY 'REINCLUIDO EM ' OX-DATA-REINCLUSAO
                                   ' POR ' OX-USUARIO
                                   ' (OPT-OUT ANTERIOR EM '
                                   OX-DATA-OPT-OUT ')'
                       END-IF
               END-READ
               CLOSE FD-POSOPT
           END-IF
           .

       REGISTRA-OPT-OUT.
           PERFORM ACEITA-CLIENTE
           PERFORM VERIFICA-CLIENTE
           IF WS-CLIENTE-VALIDO
               DISPLAY 'CANAL DO PEDIDO (B-BALCAO T-TELEFONE C-CARTA '
                       'G-GESTORA) : '
               PERFORM WITH TEST AFTER UNTIL WS-CANAL-VALIDO
                   ACCEPT WS-CANAL
                   IF NOT WS-CANAL-VALIDO
                       DISPLAY 'CANAL INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               DISPLAY 'CONFIRMA O OPT-OUT DO CADASTRO POSITIVO '
                       '(S/N) : '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   PERFORM GRAVA-OPT-OUT
               ELSE
                   DISPLAY 'OPERACAO CANCELADA.'
               END-IF
           END-IF
           .

       GRAVA-OPT-OUT.
           OPEN I-O FD-POSOPT
           IF WS-FS-POSOPT = '35'
               OPEN OUTPUT FD-POSOPT
               CLOSE FD-POSOPT
               OPEN I-O FD-POSOPT
           END-IF
           MOVE WS-COD-CLIENTE TO OX-COD-CLIENTE
           MOVE 'O'            TO OX-SITUACAO
           MOVE WS-DATA-HOJE   TO OX-DATA-OPT-OUT
           MOVE ZEROS          TO OX-DATA-REINCLUSAO
           MOVE WS-CANAL       TO OX-CANAL
           MOVE SN-USUARIO     TO OX-USUARIO
           WRITE FD-POSOPT-REC
               INVALID KEY
      *            Cliente que ja saiu e voltou: o pedido novo
      *            substitui o anterior.
                   REWRITE FD-POSOPT-REC
           END-WRITE
           CLOSE FD-POSOPT
           DISPLAY 'OPT-OUT REGISTRADO: OS CONTRATOS DO CLIENTE SAEM '
                   'DO PROXIMO ARQUIVO AS GESTORAS.'
           .

       REGISTRA-REINCLUSAO.
           PERFORM ACEITA-CLIENTE
           OPEN I-O FD-POSOPT
           MOVE WS-FS-POSOPT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'NENHUM OPT-OUT REGISTRADO (POSOPT.DAT NAO '
                       'EXISTE).'
           ELSE
               MOVE WS-COD-CLIENTE TO OX-COD-CLIENTE
               READ FD-POSOPT
                   INVALID KEY
                       DISPLAY 'CLIENTE SEM PEDIDO DE OPT-OUT.'
                   NOT INVALID KEY
                       IF OX-OPT-OUT
                           MOVE 'R'          TO OX-SITUACAO
                           MOVE WS-DATA-HOJE TO OX-DATA-REINCLUSAO
                           MOVE SN-USUARIO   TO OX-USUARIO
                           REWRITE FD-POSOPT-REC
                           DISPLAY 'CLIENTE REINCLUIDO: VOLTA A SER '
                                   'INFORMADO NO PROXIMO ARQUIVO.'
                       ELSE
                           DISPLAY 'CLIENTE JA ESTA REINCLUIDO.'
                       END-IF
               END-READ
               CLOSE FD-POSOPT
           END-IF
           .

       LISTA-REJEITADOS.
      *    Rejeitado pela gestora aguardando o reenvio do proximo
      *    arquivo do FINCPOS, com a ocorrencia devolvida.
           MOVE ZEROS TO WS-QTD-PENDENTES
           OPEN INPUT FD-POSCTL
           MOVE WS-FS-POSCTL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'NENHUM ARQUIVO ENVIADO AS GESTORAS AINDA.'
           ELSE
               MOVE 'N' TO WS-FIM-POSCTL
               PERFORM UNTIL WS-EOF-POSCTL
                   READ FD-POSCTL NEXT RECORD
                       AT END
                           SET WS-EOF-POSCTL TO TRUE
                       NOT AT END
                           IF QC-REJEITADO
                               MOVE QC-COD-GESTORA  TO WS-LP-GESTORA
                               MOVE QC-NUM-CONTRATO TO WS-LP-CONTRATO
                               MOVE QC-COMPETENCIA
                                   TO WS-LP-COMPETENCIA
                               MOVE QC-OCORRENCIA
                                   TO WS-LP-OCORRENCIA
                               MOVE QC-QTD-ENVIOS   TO WS-LP-ENVIOS
                               MOVE QC-DATA-RETORNO
                                   TO WS-LP-DATA-RETORNO
                               DISPLAY WS-LINHA-PENDENTE
                               ADD 1 TO WS-QTD-PENDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-POSCTL
               DISPLAY WS-QTD-PENDENTES ' REGISTRO(S) REJEITADO(S) '
                       'AGUARDANDO REENVIO.'
           END-IF
           .

       END PROGRAM POSMNT.
