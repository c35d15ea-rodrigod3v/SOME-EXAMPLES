      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: AVISOS POR E-MAIL/SMS - CONTATO E CONSENTIMENTO:
      *          registra o e-mail e o celular do cliente com o
      *          consentimento para receber por eles os avisos
      *          (lembrete de vencimento, carta de cobranca, termo de
      *          quitacao) e o opt-out pedido no balcao, por telefone
      *          ou por carta; consulta a situacao de cada canal,
      *          inclusive a devolucao e o opt-out vindos do retorno
      *          do remetente (FINNOTR). Registrar o canal de novo
      *          vale como novo consentimento e limpa a devolucao e o
      *          opt-out anteriores. CONTATO.DAT fica fora do
      *          CADPF.DAT, chave codigo do cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTATO        ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-COD-CLIENTE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CONTATO.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTATO.
       01  FD-CONTATO-REC.
           COPY CONTATOREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTATO       PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY DDDTAB.

         01 WS-PROGRAMA             PIC X(08) VALUE 'CONTMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-CANAL-AVISO          PIC X(01).
             88 WS-CANAL-AVISO-VALIDO       VALUE 'E' 'S'.
         01 WS-ORIGEM               PIC X(01).
             88 WS-ORIGEM-VALIDA            VALUE 'B' 'T' 'C'.
         01 WS-RESPOSTA             PIC X(01).
         01 WS-CLIENTE-OK           PIC X(01).
             88 WS-CLIENTE-VALIDO           VALUE 'S'.
         01 WS-CONTATO-ACHADO       PIC X(01).
             88 WS-HA-CONTATO               VALUE 'S'.

         01 WS-EMAIL                PIC X(60).
         01 WS-QTD-ARROBA           PIC 9(02).
         01 WS-TAM-EMAIL            PIC 9(02).
         01 WS-EMAIL-OK             PIC X(01).
             88 WS-EMAIL-VALIDO             VALUE 'S'.

         01 WS-CELULAR.
           03 WS-CEL-DDD            PIC 99.
           03 WS-CEL-NUMERO         PIC 9(09).
         01 WS-DDD-IND              PIC 99.
         01 WS-DDD-OK               PIC X(01).
             88 WS-DDD-VALIDO               VALUE 'S'.

         01 WS-DESCR-SITUACAO       PIC X(30).
         01 WS-SITUACAO-CANAL       PIC X(01).

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

           DISPLAY 'AVISOS E-MAIL/SMS - 1-CONSULTA  2-REGISTRA E-MAIL  '
                   '3-REGISTRA CELULAR  4-OPT-OUT'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           IF SN-NIVEL-CONSULTA AND WS-OPCAO NOT = 1
               DISPLAY 'NIVEL DE CONSULTA: SOMENTE A OPCAO 1.'
           ELSE
               EVALUATE WS-OPCAO
                   WHEN 2
                       PERFORM REGISTRA-EMAIL
                   WHEN 3
                       PERFORM REGISTRA-CELULAR
                   WHEN 4
                       PERFORM REGISTRA-OPT-OUT
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
      *    Consentimento so para cliente do cadastro; o anonimizado
      *    nao recebe aviso nenhum.
           MOVE 'N' TO WS-CLIENTE-OK
           OPEN INPUT FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'CONTMNT: CADPF.DAT ' FS-MENSAGEM
           ELSE
               MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF FD-CLIENTE-ANONIMIZADO
                           DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - NAO '
                                   'RECEBE AVISOS.'
                       ELSE
                           DISPLAY 'CLIENTE: ' FD-PRIMEIRO-NOME ' '
                                   FD-ULTIMO-NOME
                           SET WS-CLIENTE-VALIDO TO TRUE
                       END-IF
               END-READ
               CLOSE FD-CADASTRO
           END-IF
           .

       ABRE-CONTATO.
           OPEN I-O FD-CONTATO
           IF WS-FS-CONTATO = '35'
               OPEN OUTPUT FD-CONTATO
               CLOSE FD-CONTATO
               OPEN I-O FD-CONTATO
           END-IF
           MOVE 'N' TO WS-CONTATO-ACHADO
           MOVE WS-COD-CLIENTE TO EE-COD-CLIENTE
           READ FD-CONTATO
               INVALID KEY
                   MOVE SPACES         TO FD-CONTATO-REC
                   MOVE WS-COD-CLIENTE TO EE-COD-CLIENTE
                   MOVE ZEROS TO EE-EMAIL-DATA-CONSENT
                                 EE-EMAIL-DATA-SITUACAO
                                 EE-CEL-DDD EE-CEL-NUMERO
                                 EE-CEL-DATA-CONSENT
                                 EE-CEL-DATA-SITUACAO
                                 EE-DATA-ULT-ENTREGA
                                 EE-QTD-ENTREGAS
               NOT INVALID KEY
                   SET WS-HA-CONTATO TO TRUE
           END-READ
           .

       GRAVA-CONTATO.
           MOVE SN-USUARIO   TO EE-USUARIO
           MOVE WS-DATA-HOJE TO EE-DATA-ATUALIZACAO
           IF WS-HA-CONTATO
               REWRITE FD-CONTATO-REC
           ELSE
               WRITE FD-CONTATO-REC
           END-IF
           .

       CONSULTA-CLIENTE.
           PERFORM ACEITA-CLIENTE
           OPEN INPUT FD-CONTATO
           MOVE WS-FS-CONTATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'CLIENTE SEM CONTATO ELETRONICO (NENHUM '
                       'REGISTRADO AINDA) - AVISOS SO EM PAPEL.'
           ELSE
               MOVE WS-COD-CLIENTE TO EE-COD-CLIENTE
               READ FD-CONTATO
                   INVALID KEY
                       DISPLAY 'CLIENTE SEM CONTATO ELETRONICO - '
                               'AVISOS SO EM PAPEL.'
                   NOT INVALID KEY
                       PERFORM MOSTRA-CONTATO
               END-READ
               CLOSE FD-CONTATO
           END-IF
           .

       MOSTRA-CONTATO.
           MOVE EE-EMAIL-SITUACAO TO WS-SITUACAO-CANAL
           PERFORM DESCREVE-SITUACAO
           DISPLAY 'E-MAIL  : ' EE-EMAIL
           DISPLAY '          ' WS-DESCR-SITUACAO
                   ' CONSENT ' EE-EMAIL-DATA-CONSENT
                   ' SITUACAO ' EE-EMAIL-DATA-SITUACAO
                   ' ORIGEM ' EE-EMAIL-ORIGEM
           MOVE EE-CEL-SITUACAO TO WS-SITUACAO-CANAL
           PERFORM DESCREVE-SITUACAO
           DISPLAY 'CELULAR : (' EE-CEL-DDD ') ' EE-CEL-NUMERO
           DISPLAY '          ' WS-DESCR-SITUACAO
                   ' CONSENT ' EE-CEL-DATA-CONSENT
                   ' SITUACAO ' EE-CEL-DATA-SITUACAO
                   ' ORIGEM ' EE-CEL-ORIGEM
           DISPLAY 'ENTREGAS CONFIRMADAS: ' EE-QTD-ENTREGAS
                   ' ULTIMA EM ' EE-DATA-ULT-ENTREGA
           DISPLAY 'ATUALIZADO EM ' EE-DATA-ATUALIZACAO
                   ' POR ' EE-USUARIO
           .

       DESCREVE-SITUACAO.
           EVALUATE WS-SITUACAO-CANAL
               WHEN 'A'
                   MOVE 'AUTORIZADO'           TO WS-DESCR-SITUACAO
               WHEN 'O'
                   MOVE 'OPT-OUT DO CLIENTE'   TO WS-DESCR-SITUACAO
               WHEN 'D'
                   MOVE 'DEVOLVIDO PELO REMETENTE'
                                               TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'SEM CONSENTIMENTO'    TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

       REGISTRA-EMAIL.
           PERFORM ACEITA-CLIENTE
           PERFORM VERIFICA-CLIENTE
           IF WS-CLIENTE-VALIDO
               DISPLAY 'E-MAIL DO CLIENTE : '
               PERFORM WITH TEST AFTER UNTIL WS-EMAIL-VALIDO
                   ACCEPT WS-EMAIL
                   PERFORM VALIDA-EMAIL
                   IF NOT WS-EMAIL-VALIDO
                       DISPLAY 'E-MAIL INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               PERFORM ACEITA-ORIGEM
               DISPLAY 'CLIENTE AUTORIZA RECEBER AVISOS NESTE E-MAIL '
                       '(S/N) : '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   PERFORM ABRE-CONTATO
                   MOVE WS-EMAIL     TO EE-EMAIL
                   MOVE 'A'          TO EE-EMAIL-SITUACAO
                   MOVE WS-DATA-HOJE TO EE-EMAIL-DATA-CONSENT
                                        EE-EMAIL-DATA-SITUACAO
                   MOVE WS-ORIGEM    TO EE-EMAIL-ORIGEM
                   PERFORM GRAVA-CONTATO
                   CLOSE FD-CONTATO
                   DISPLAY 'E-MAIL REGISTRADO: OS PROXIMOS AVISOS '
                           'SEGUEM TAMBEM POR E-MAIL.'
               ELSE
                   DISPLAY 'OPERACAO CANCELADA.'
               END-IF
           END-IF
           .

       VALIDA-EMAIL.
      *    Conferencia de forma: um '@' so, sem branco no meio, com
      *    algo antes e depois dele.
           MOVE 'N' TO WS-EMAIL-OK
           MOVE ZEROS TO WS-QTD-ARROBA WS-TAM-EMAIL
           INSPECT WS-EMAIL TALLYING WS-QTD-ARROBA FOR ALL '@'
           INSPECT WS-EMAIL TALLYING WS-TAM-EMAIL
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-QTD-ARROBA = 1 AND WS-TAM-EMAIL > 2
               AND WS-TAM-EMAIL < 60
               IF WS-EMAIL(1:1) NOT = '@'
                   AND WS-EMAIL(WS-TAM-EMAIL:1) NOT = '@'
                   AND WS-EMAIL(WS-TAM-EMAIL + 1:) = SPACES
                   MOVE 'S' TO WS-EMAIL-OK
               END-IF
           END-IF
           .

       REGISTRA-CELULAR.
           PERFORM ACEITA-CLIENTE
           PERFORM VERIFICA-CLIENTE
           IF WS-CLIENTE-VALIDO
               DISPLAY 'DDD DO CELULAR : '
               PERFORM WITH TEST AFTER UNTIL WS-DDD-VALIDO
                   ACCEPT WS-CEL-DDD
                   PERFORM VALIDA-DDD
                   IF NOT WS-DDD-VALIDO
                       DISPLAY 'DDD INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               DISPLAY 'NUMERO DO CELULAR (9 DIGITOS) : '
               PERFORM WITH TEST AFTER UNTIL WS-CEL-NUMERO IS NUMERIC
                   AND WS-CEL-NUMERO(1:1) = '9'
                   ACCEPT WS-CEL-NUMERO
                   IF WS-CEL-NUMERO NOT NUMERIC
                       OR WS-CEL-NUMERO(1:1) NOT = '9'
                       DISPLAY 'CELULAR INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               PERFORM ACEITA-ORIGEM
               DISPLAY 'CLIENTE AUTORIZA RECEBER AVISOS POR SMS NESTE '
                       'CELULAR (S/N) : '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   PERFORM ABRE-CONTATO
                   MOVE WS-CEL-DDD    TO EE-CEL-DDD
                   MOVE WS-CEL-NUMERO TO EE-CEL-NUMERO
                   MOVE 'A'           TO EE-CEL-SITUACAO
                   MOVE WS-DATA-HOJE  TO EE-CEL-DATA-CONSENT
                                         EE-CEL-DATA-SITUACAO
                   MOVE WS-ORIGEM     TO EE-CEL-ORIGEM
                   PERFORM GRAVA-CONTATO
                   CLOSE FD-CONTATO
                   DISPLAY 'CELULAR REGISTRADO: OS PROXIMOS AVISOS '
                           'SEGUEM TAMBEM POR SMS.'
               ELSE
                   DISPLAY 'OPERACAO CANCELADA.'
               END-IF
           END-IF
           .

       VALIDA-DDD.
           MOVE 'N' TO WS-DDD-OK
           IF WS-CEL-DDD IS NUMERIC
               PERFORM VARYING WS-DDD-IND FROM 1 BY 1
                       UNTIL WS-DDD-IND > 67
                   IF WS-CEL-DDD = WS-TAB-DDD-OCR(WS-DDD-IND)
                       MOVE 'S' TO WS-DDD-OK
                       MOVE 68 TO WS-DDD-IND
                   END-IF
               END-PERFORM
           END-IF
           .

       ACEITA-ORIGEM.
           DISPLAY 'ORIGEM DO PEDIDO (B-BALCAO T-TELEFONE C-CARTA) : '
           PERFORM WITH TEST AFTER UNTIL WS-ORIGEM-VALIDA
               ACCEPT WS-ORIGEM
               IF NOT WS-ORIGEM-VALIDA
                   DISPLAY 'ORIGEM INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       REGISTRA-OPT-OUT.
           PERFORM ACEITA-CLIENTE
           OPEN I-O FD-CONTATO
           MOVE WS-FS-CONTATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'NENHUM CONTATO ELETRONICO REGISTRADO AINDA.'
           ELSE
               MOVE WS-COD-CLIENTE TO EE-COD-CLIENTE
               READ FD-CONTATO
                   INVALID KEY
                       DISPLAY 'CLIENTE SEM CONTATO ELETRONICO - '
                               'NADA A RECUSAR.'
                   NOT INVALID KEY
                       SET WS-HA-CONTATO TO TRUE
                       PERFORM APLICA-OPT-OUT
               END-READ
               CLOSE FD-CONTATO
           END-IF
           .

       APLICA-OPT-OUT.
           PERFORM MOSTRA-CONTATO
           DISPLAY 'CANAL RECUSADO (E-E-MAIL S-SMS) : '
           PERFORM WITH TEST AFTER UNTIL WS-CANAL-AVISO-VALIDO
               ACCEPT WS-CANAL-AVISO
               IF NOT WS-CANAL-AVISO-VALIDO
                   DISPLAY 'CANAL INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM ACEITA-ORIGEM
           DISPLAY 'CONFIRMA O OPT-OUT DO CANAL (S/N) : '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
               IF WS-CANAL-AVISO = 'E'
                   MOVE 'O'          TO EE-EMAIL-SITUACAO
                   MOVE WS-DATA-HOJE TO EE-EMAIL-DATA-SITUACAO
                   MOVE WS-ORIGEM    TO EE-EMAIL-ORIGEM
               ELSE
                   MOVE 'O'          TO EE-CEL-SITUACAO
                   MOVE WS-DATA-HOJE TO EE-CEL-DATA-SITUACAO
                   MOVE WS-ORIGEM    TO EE-CEL-ORIGEM
               END-IF
               PERFORM GRAVA-CONTATO
               DISPLAY 'OPT-OUT REGISTRADO: O CANAL NAO RECEBE MAIS '
                       'AVISOS ATE NOVO CONSENTIMENTO.'
           ELSE
               DISPLAY 'OPERACAO CANCELADA.'
           END-IF
           .

       END PROGRAM CONTMNT.
