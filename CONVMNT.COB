      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO MESTRE DE CONVENIOS DE CONSIGNADO
      *          (CONVENIO.DAT): inclui, altera, inativa, reativa e
      *          consulta os empregadores conveniados que descontam
      *          em folha as parcelas do credito consignado - nome,
      *          CNPJ, dia de corte da folha, margem consignavel (%
      *          do salario liquido) e prazo maximo aceito. So entra
      *          supervisor, como o mestre de bancos (BANCOMNT).
      *          Convenio nao e excluido fisicamente: inativado, o
      *          FINAN2 recusa contrato novo nele, mas os contratos
      *          ja feitos seguem na remessa mensal do FINCSG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONVENIO       ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COD-CONVENIO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CONVENIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONVENIO.
       01  FD-CONVENIO-REC.
           COPY CONVREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-CONVENIO          PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'CONVMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.

         01 WS-COD-CONVENIO         PIC 9(04).
         01 WS-RESPOSTA             PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF
           IF NOT SN-NIVEL-SUPERVISOR
               DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
               GOBACK
           END-IF

           OPEN I-O FD-CONVENIO
           IF WS-FS-CONVENIO = '35'
               OPEN OUTPUT FD-CONVENIO
               CLOSE FD-CONVENIO
               OPEN I-O FD-CONVENIO
           END-IF
           MOVE WS-FS-CONVENIO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'CONVENIO.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'CONVENIOS  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-CONVENIO
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-CONVENIO
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-CONVENIO
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-CONVENIO
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-CONVENIO
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-CONVENIO
           GOBACK.

       INCLUI-CONVENIO.
           PERFORM ACEITA-CODIGO-CONVENIO
           MOVE WS-COD-CONVENIO TO CV-COD-CONVENIO
           READ FD-CONVENIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CONVENIO JA CADASTRADO.'
           END-READ
           IF WS-FS-CONVENIO = '23'
               MOVE SPACES TO FD-CONVENIO-REC
               MOVE WS-COD-CONVENIO TO CV-COD-CONVENIO
               PERFORM ACEITA-DADOS-CONVENIO
               MOVE ZEROS TO CV-ULT-COMPETENCIA
               MOVE ZEROS TO CV-ULT-SEQ-RETORNO
               MOVE 'A' TO CV-SITUACAO
               WRITE FD-CONVENIO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CONVENIO.'
                   NOT INVALID KEY
                       DISPLAY 'CONVENIO INCLUIDO.'
               END-WRITE
           END-IF
           .

       ALTERA-CONVENIO.
           PERFORM ACEITA-CODIGO-CONVENIO
           MOVE WS-COD-CONVENIO TO CV-COD-CONVENIO
           READ FD-CONVENIO
               INVALID KEY
                   DISPLAY 'CONVENIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-CONVENIO
                   REWRITE FD-CONVENIO-REC
                   DISPLAY 'CONVENIO ALTERADO. A MARGEM NOVA VALE '
                           'PARA OS PROXIMOS CONTRATOS.'
           END-READ
           .

       MUDA-SITUACAO-CONVENIO.
           PERFORM ACEITA-CODIGO-CONVENIO
           MOVE WS-COD-CONVENIO TO CV-COD-CONVENIO
           READ FD-CONVENIO
               INVALID KEY
                   DISPLAY 'CONVENIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       IF WS-TRANS-INATIVAR
                           MOVE 'I' TO CV-SITUACAO
                       ELSE
                           MOVE 'A' TO CV-SITUACAO
                       END-IF
                       REWRITE FD-CONVENIO-REC
                       DISPLAY 'SITUACAO ATUALIZADA.'
                       IF WS-TRANS-INATIVAR
                           DISPLAY 'CONTRATOS JA FEITOS SEGUEM NA '
                                   'REMESSA MENSAL DO FINCSG.'
                       END-IF
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ
           .

       CONSULTA-CONVENIO.
           PERFORM ACEITA-CODIGO-CONVENIO
           MOVE WS-COD-CONVENIO TO CV-COD-CONVENIO
           READ FD-CONVENIO
               INVALID KEY
                   DISPLAY 'CONVENIO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'CODIGO...: ' CV-COD-CONVENIO
                   DISPLAY 'NOME.....: ' CV-NOME
                   DISPLAY 'CNPJ.....: ' CV-CNPJ
                   DISPLAY 'DIA CORTE: ' CV-DIA-CORTE
                   DISPLAY 'MARGEM...: ' CV-PCT-MARGEM '%'
                   DISPLAY 'PRAZO MAX: ' CV-PRAZO-MAXIMO ' PARCELA(S)'
                   DISPLAY 'ULT. REM.: ' CV-ULT-COMPETENCIA
                   DISPLAY 'ULT. RET.: ' CV-ULT-SEQ-RETORNO
                   DISPLAY 'SITUACAO.: ' CV-SITUACAO
           END-READ
           .

       ACEITA-CODIGO-CONVENIO.
           DISPLAY 'CODIGO DO CONVENIO (1-9999) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CONVENIO IS NUMERIC
                   AND WS-COD-CONVENIO > ZEROS
               ACCEPT WS-COD-CONVENIO
               IF WS-COD-CONVENIO NOT NUMERIC
                   OR WS-COD-CONVENIO = ZEROS
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-CONVENIO.
           DISPLAY 'NOME DO EMPREGADOR : '
           ACCEPT CV-NOME
           DISPLAY 'CNPJ (14 DIGITOS) : '
           PERFORM WITH TEST AFTER UNTIL CV-CNPJ IS NUMERIC
               ACCEPT CV-CNPJ
               IF CV-CNPJ NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
      *    Dia em que a folha do mes fecha: a remessa de desconto
      *    da competencia so e gerada a partir dele.
           DISPLAY 'DIA DE CORTE DA FOLHA (01-28) : '
           PERFORM WITH TEST AFTER UNTIL CV-DIA-CORTE IS NUMERIC
                   AND CV-DIA-CORTE > ZEROS AND CV-DIA-CORTE < 29
               ACCEPT CV-DIA-CORTE
               IF CV-DIA-CORTE NOT NUMERIC
                   OR CV-DIA-CORTE = ZEROS OR CV-DIA-CORTE > 28
                   DISPLAY 'DIA INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'MARGEM CONSIGNAVEL % DO SALARIO LIQUIDO '
                   '(EX: 35,00) : '
           PERFORM WITH TEST AFTER UNTIL CV-PCT-MARGEM IS NUMERIC
                   AND CV-PCT-MARGEM > ZEROS
               ACCEPT CV-PCT-MARGEM
               IF CV-PCT-MARGEM NOT NUMERIC
                   OR CV-PCT-MARGEM = ZEROS
                   DISPLAY 'MARGEM INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'PRAZO MAXIMO EM PARCELAS (EX: 084) : '
           PERFORM WITH TEST AFTER UNTIL CV-PRAZO-MAXIMO IS NUMERIC
                   AND CV-PRAZO-MAXIMO > ZEROS
               ACCEPT CV-PRAZO-MAXIMO
               IF CV-PRAZO-MAXIMO NOT NUMERIC
                   OR CV-PRAZO-MAXIMO = ZEROS
                   DISPLAY 'PRAZO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       END PROGRAM CONVMNT.
