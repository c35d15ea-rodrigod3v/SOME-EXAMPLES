      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DA LIBERACAO DE CREDITO (LIBERACAO.DAT):
      *          o back office informa quem recebe o dinheiro do
      *          contrato - o proprio cliente ou o vendedor do bem
      *          financiado - e a conta de destino da TED. Com os
      *          dados completos a liberacao fica pronta ('P') e sai
      *          na remessa TED do FINLIB da noite; TED recusada pelo
      *          banco volta para correcao aqui. Consulta para
      *          qualquer operador; cancelamento da liberacao so
      *          para supervisor (o contrato em si e cancelado pelo
      *          caminho normal). Liberacao ja enviada ou paga nao
      *          e alterada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LIBERACAO      ASSIGN TO "LIBERACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-LIBERACAO.
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
       FD  FD-LIBERACAO.
       01  FD-LIBERACAO-REC.
           COPY LIBERREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-LIBERACAO         PIC X(02) VALUE '00'.
         01 WS-FS-CADASTRO          PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.
         COPY DATAMOVPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'LIBMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-CANCELAR           VALUE 'D', 'd'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.

         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-DESCR-SITUACAO       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF

           OPEN I-O FD-LIBERACAO
           IF WS-FS-LIBERACAO = '35'
               OPEN OUTPUT FD-LIBERACAO
               CLOSE FD-LIBERACAO
               OPEN I-O FD-LIBERACAO
           END-IF
           MOVE WS-FS-LIBERACAO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'LIBERACAO.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'LIBERACAO  (C)ORRIGE FAVORECIDO (D)ESATIVA '
                   '(I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-ALTERAR
                   IF SN-NIVEL-CONSULTA
                       DISPLAY 'FUNCAO NAO PERMITIDA PARA CONSULTA.'
                   ELSE
                       PERFORM ALTERA-FAVORECIDO
                   END-IF
               WHEN WS-TRANS-CANCELAR
                   IF NOT SN-NIVEL-SUPERVISOR
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   ELSE
                       PERFORM CANCELA-LIBERACAO
                   END-IF
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-LIBERACAO
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-LIBERACAO
           GOBACK.

       ALTERA-FAVORECIDO.
           PERFORM ACEITA-NUMERO-CONTRATO
           MOVE WS-NUM-CONTRATO TO LB-NUM-CONTRATO
           READ FD-LIBERACAO
               INVALID KEY
                   DISPLAY 'LIBERACAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF LB-AGUARDANDO-DADOS OR LB-PRONTA OR LB-RECUSADA
                       PERFORM MOSTRA-LIBERACAO
                       PERFORM ACEITA-DADOS-FAVORECIDO
                       DISPLAY 'CONFIRMA (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           PERFORM GRAVA-FAVORECIDO
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   ELSE
                       PERFORM DESCREVE-SITUACAO
                       DISPLAY 'LIBERACAO ' WS-DESCR-SITUACAO
                               ' - NAO PODE SER ALTERADA.'
                   END-IF
           END-READ
           .

       GRAVA-FAVORECIDO.
      *    Dados completos: a TED sai na proxima remessa do FINLIB.
      *    A ocorrencia da recusa anterior fica ate o novo retorno.
           MOVE 'P'        TO LB-SITUACAO
           MOVE SN-USUARIO TO LB-USUARIO
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO LB-DATA-MANUTENCAO
           REWRITE FD-LIBERACAO-REC
           IF WS-FS-LIBERACAO = '00'
               DISPLAY 'LIBERACAO PRONTA - TED NA REMESSA DA NOITE.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR LIBERACAO: ' WS-FS-LIBERACAO
           END-IF
           .

       CANCELA-LIBERACAO.
           PERFORM ACEITA-NUMERO-CONTRATO
           MOVE WS-NUM-CONTRATO TO LB-NUM-CONTRATO
           READ FD-LIBERACAO
               INVALID KEY
                   DISPLAY 'LIBERACAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF LB-ENVIADA OR LB-CONFIRMADA OR LB-CANCELADA
                       PERFORM DESCREVE-SITUACAO
                       DISPLAY 'LIBERACAO ' WS-DESCR-SITUACAO
                               ' - NAO PODE SER CANCELADA.'
                   ELSE
                       PERFORM MOSTRA-LIBERACAO
                       DISPLAY 'CONFIRMA O CANCELAMENTO (S/N) : '
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                           MOVE 'X'        TO LB-SITUACAO
                           MOVE SN-USUARIO TO LB-USUARIO
                           MOVE 'C' TO DM-PARM-FUNCAO
                           CALL 'DATAMOV' USING DM-PARM-FUNCAO
                                                DM-PARM-DATA
                           MOVE DM-PARM-DATA TO LB-DATA-MANUTENCAO
                           REWRITE FD-LIBERACAO-REC
                           DISPLAY 'LIBERACAO CANCELADA. CANCELE O '
                                   'CONTRATO PELO CAMINHO NORMAL.'
                       ELSE
                           DISPLAY 'OPERACAO CANCELADA.'
                       END-IF
                   END-IF
           END-READ
           .

       CONSULTA-LIBERACAO.
           PERFORM ACEITA-NUMERO-CONTRATO
           MOVE WS-NUM-CONTRATO TO LB-NUM-CONTRATO
           READ FD-LIBERACAO
               INVALID KEY
                   DISPLAY 'LIBERACAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM MOSTRA-LIBERACAO
                   IF LB-SEQ-REMESSA > ZEROS
                       DISPLAY 'REMESSA..: ' LB-SEQ-REMESSA
                               ' DE ' LB-DATA-ENVIO
                               ' (' LB-QTD-ENVIOS ' ENVIO(S))'
                   END-IF
                   IF LB-CONFIRMADA
                       DISPLAY 'PAGA EM..: ' LB-DATA-PAGAMENTO
                               ' AUTENT. ' LB-AUTENTICACAO
                   END-IF
                   IF LB-OCORRENCIA NOT = SPACES
                       AND NOT LB-CONFIRMADA
                       DISPLAY 'RECUSA...: ' LB-OCORRENCIA ' '
                               LB-DESCR-OCORRENCIA
                   END-IF
                   IF LB-USUARIO NOT = SPACES
                       DISPLAY 'ULT.MANUT: ' LB-USUARIO ' EM '
                               LB-DATA-MANUTENCAO
                   END-IF
           END-READ
           .

       MOSTRA-LIBERACAO.
           PERFORM DESCREVE-SITUACAO
           DISPLAY 'CONTRATO.: ' LB-NUM-CONTRATO
                   '  CLIENTE: ' LB-COD-CLIENTE
                   '  DE ' LB-DATA-CONTRATO
           DISPLAY 'FINANC...: ' LB-VR-FINANCIADO
                   '  IOF: ' LB-VR-IOF
                   '  TARIFA: ' LB-VR-TARIFA
           DISPLAY 'LIQUIDO..: ' LB-VR-LIQUIDO
           DISPLAY 'FAVORECID: ' LB-TIPO-FAVORECIDO ' '
                   LB-NOME-FAVORECIDO
           DISPLAY 'DOCUMENTO: ' LB-TIPO-PESSOA ' ' LB-CPF-CNPJ
           DISPLAY 'CONTA....: BANCO ' LB-BANCO-FAV
                   ' AG ' LB-AGENCIA-FAV
                   ' CONTA ' LB-CONTA-FAV '-' LB-DV-CONTA-FAV
                   ' TIPO ' LB-TIPO-CONTA
           DISPLAY 'SITUACAO.: ' LB-SITUACAO ' ' WS-DESCR-SITUACAO
           .

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN LB-AGUARDANDO-DADOS
                   MOVE 'AGUARDANDO DADOS DO FAVORECIDO'
                       TO WS-DESCR-SITUACAO
               WHEN LB-PRONTA
                   MOVE 'PRONTA PARA A REMESSA TED'
                       TO WS-DESCR-SITUACAO
               WHEN LB-ENVIADA
                   MOVE 'ENVIADA AO BANCO' TO WS-DESCR-SITUACAO
               WHEN LB-CONFIRMADA
                   MOVE 'PAGA (TED CONFIRMADA)' TO WS-DESCR-SITUACAO
               WHEN LB-RECUSADA
                   MOVE 'RECUSADA PELO BANCO' TO WS-DESCR-SITUACAO
               WHEN LB-CANCELADA
                   MOVE 'CANCELADA' TO WS-DESCR-SITUACAO
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO WS-DESCR-SITUACAO
           END-EVALUATE
           .

       ACEITA-NUMERO-CONTRATO.
           DISPLAY 'NUMERO DO CONTRATO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
                   AND WS-NUM-CONTRATO > ZEROS
               ACCEPT WS-NUM-CONTRATO
               IF WS-NUM-CONTRATO NOT NUMERIC
                   OR WS-NUM-CONTRATO = ZEROS
                   DISPLAY 'CONTRATO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-FAVORECIDO.
      *    Cliente como favorecido: nome e documento vem do CADPF;
      *    vendedor do bem (loja, revenda): digitados aqui.
      *    Credora original de portabilidade (PORTMNT/FINAN2): o
      *    favorecido nao muda, so a conta e corrigida.
           IF LB-FAV-INSTITUICAO
               DISPLAY 'FAVORECIDA A CREDORA ORIGINAL (PORTABILIDADE):'
                       ' ' LB-NOME-FAVORECIDO
           ELSE
               DISPLAY 'FAVORECIDO (C)LIENTE OU (V)ENDEDOR DO BEM : '
               PERFORM WITH TEST AFTER UNTIL LB-FAV-CLIENTE
                       OR LB-FAV-VENDEDOR
                   ACCEPT LB-TIPO-FAVORECIDO
                   IF NOT LB-FAV-CLIENTE AND NOT LB-FAV-VENDEDOR
                       DISPLAY 'INFORME C OU V : '
                   END-IF
               END-PERFORM
               IF LB-FAV-CLIENTE
                   PERFORM CARREGA-CLIENTE-FAVORECIDO
               ELSE
                   DISPLAY 'NOME DO FAVORECIDO : '
                   ACCEPT LB-NOME-FAVORECIDO
                   DISPLAY 'PESSOA (F)ISICA OU (J)URIDICA : '
                   PERFORM WITH TEST AFTER UNTIL LB-PESSOA-FISICA
                           OR LB-PESSOA-JURIDICA
                       ACCEPT LB-TIPO-PESSOA
                       IF NOT LB-PESSOA-FISICA
                               AND NOT LB-PESSOA-JURIDICA
                           DISPLAY 'INFORME F OU J : '
                       END-IF
                   END-PERFORM
                   DISPLAY 'CPF OU CNPJ (SO NUMEROS) : '
                   PERFORM WITH TEST AFTER UNTIL LB-CPF-CNPJ IS NUMERIC
                           AND LB-CPF-CNPJ > ZEROS
                       ACCEPT LB-CPF-CNPJ
                       IF LB-CPF-CNPJ NOT NUMERIC
                           OR LB-CPF-CNPJ = ZEROS
                           DISPLAY 'DOCUMENTO INVALIDO. NOVAMENTE : '
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           DISPLAY 'BANCO DE DESTINO (3 DIGITOS) : '
           PERFORM WITH TEST AFTER UNTIL LB-BANCO-FAV IS NUMERIC
                   AND LB-BANCO-FAV > ZEROS
               ACCEPT LB-BANCO-FAV
               IF LB-BANCO-FAV NOT NUMERIC OR LB-BANCO-FAV = ZEROS
                   DISPLAY 'BANCO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'AGENCIA (SEM DIGITO) : '
           PERFORM WITH TEST AFTER UNTIL LB-AGENCIA-FAV IS NUMERIC
                   AND LB-AGENCIA-FAV > ZEROS
               ACCEPT LB-AGENCIA-FAV
               IF LB-AGENCIA-FAV NOT NUMERIC
                   OR LB-AGENCIA-FAV = ZEROS
                   DISPLAY 'AGENCIA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CONTA (SEM DIGITO) : '
           PERFORM WITH TEST AFTER UNTIL LB-CONTA-FAV IS NUMERIC
                   AND LB-CONTA-FAV > ZEROS
               ACCEPT LB-CONTA-FAV
               IF LB-CONTA-FAV NOT NUMERIC OR LB-CONTA-FAV = ZEROS
                   DISPLAY 'CONTA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'DIGITO DA CONTA : '
           ACCEPT LB-DV-CONTA-FAV
           DISPLAY 'CONTA (C)ORRENTE OU (P)OUPANCA : '
           PERFORM WITH TEST AFTER UNTIL LB-CONTA-CORRENTE
                   OR LB-CONTA-POUPANCA
               ACCEPT LB-TIPO-CONTA
               IF NOT LB-CONTA-CORRENTE AND NOT LB-CONTA-POUPANCA
                   DISPLAY 'INFORME C OU P : '
               END-IF
           END-PERFORM
           .

       CARREGA-CLIENTE-FAVORECIDO.
           OPEN INPUT FD-CADASTRO
           MOVE LB-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO NO CADASTRO - '
                           'FAVORECIDO MANTIDO.'
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE 'J'             TO LB-TIPO-PESSOA
                       MOVE FD-CNPJ         TO LB-CPF-CNPJ
                       MOVE FD-RAZAO-SOCIAL TO LB-NOME-FAVORECIDO
                   ELSE
                       MOVE 'F'             TO LB-TIPO-PESSOA
                       MOVE FD-CPF          TO LB-CPF-CNPJ
                       MOVE SPACES          TO LB-NOME-FAVORECIDO
                       STRING FD-PRIMEIRO-NOME DELIMITED BY SPACE
                              ' '
                              FD-ULTIMO-NOME   DELIMITED BY SPACE
                              INTO LB-NOME-FAVORECIDO
                   END-IF
                   DISPLAY 'FAVORECIDO: ' LB-NOME-FAVORECIDO
           END-READ
           CLOSE FD-CADASTRO
           .

       END PROGRAM LIBMNT.
