      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO MESTRE DE ASSESSORIAS DE COBRANCA
      *          (ASSESSOR.DAT): inclui, altera, inativa, reativa e
      *          consulta as assessorias externas que trabalham os
      *          contratos em atraso - nome, CNPJ, percentual de
      *          honorario sobre o recuperado e a regra de atribuicao
      *          do FINASSE (faixa de atraso do FINAGE, UFs atendidas
      *          e prazo maximo com o contrato). So entra supervisor,
      *          como o mestre de bancos (BANCOMNT). Assessoria nao e
      *          excluida fisicamente: inativada, o FINASSE devolve a
      *          carteira dela na noite seguinte e o historico de
      *          atribuicoes e honorarios continua com cadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ASSESSOR       ASSIGN TO "ASSESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-COD-ASSESSORIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASSESSOR.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ASSESSOR.
       01  FD-ASSESSOR-REC.
           COPY ASSESSREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-ASSESSOR          PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'ASSMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.

         01 WS-COD-ASSESSORIA       PIC 9(03).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-IND                  PIC 9.

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

           OPEN I-O FD-ASSESSOR
           IF WS-FS-ASSESSOR = '35'
               OPEN OUTPUT FD-ASSESSOR
               CLOSE FD-ASSESSOR
               OPEN I-O FD-ASSESSOR
           END-IF
           MOVE WS-FS-ASSESSOR TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'ASSESSOR.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'ASSESSORIAS  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-ASSESSORIA
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-ASSESSORIA
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-ASSESSORIA
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-ASSESSORIA
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-ASSESSORIA
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-ASSESSOR
           GOBACK.

       INCLUI-ASSESSORIA.
           PERFORM ACEITA-CODIGO-ASSESSORIA
           MOVE WS-COD-ASSESSORIA TO AS-COD-ASSESSORIA
           READ FD-ASSESSOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'ASSESSORIA JA CADASTRADA.'
           END-READ
           IF WS-FS-ASSESSOR = '23'
               MOVE SPACES TO FD-ASSESSOR-REC
               MOVE WS-COD-ASSESSORIA TO AS-COD-ASSESSORIA
               PERFORM ACEITA-DADOS-ASSESSORIA
               MOVE ZEROS TO AS-ULT-SEQ-RETORNO
               MOVE 'A' TO AS-SITUACAO
               WRITE FD-ASSESSOR-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ASSESSORIA.'
                   NOT INVALID KEY
                       DISPLAY 'ASSESSORIA INCLUIDA.'
               END-WRITE
           END-IF
           .

       ALTERA-ASSESSORIA.
           PERFORM ACEITA-CODIGO-ASSESSORIA
           MOVE WS-COD-ASSESSORIA TO AS-COD-ASSESSORIA
           READ FD-ASSESSOR
               INVALID KEY
                   DISPLAY 'ASSESSORIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-ASSESSORIA
                   REWRITE FD-ASSESSOR-REC
                   DISPLAY 'ASSESSORIA ALTERADA. A REGRA NOVA VALE '
                           'PARA AS PROXIMAS ATRIBUICOES.'
           END-READ
           .

       MUDA-SITUACAO-ASSESSORIA.
           PERFORM ACEITA-CODIGO-ASSESSORIA
           MOVE WS-COD-ASSESSORIA TO AS-COD-ASSESSORIA
           READ FD-ASSESSOR
               INVALID KEY
                   DISPLAY 'ASSESSORIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       IF WS-TRANS-INATIVAR
                           MOVE 'I' TO AS-SITUACAO
                       ELSE
                           MOVE 'A' TO AS-SITUACAO
                       END-IF
                       REWRITE FD-ASSESSOR-REC
                       DISPLAY 'SITUACAO ATUALIZADA.'
                       IF WS-TRANS-INATIVAR
                           DISPLAY 'A CARTEIRA DA ASSESSORIA E '
                                   'DEVOLVIDA NO PROXIMO FINASSE.'
                       END-IF
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ
           .

       CONSULTA-ASSESSORIA.
           PERFORM ACEITA-CODIGO-ASSESSORIA
           MOVE WS-COD-ASSESSORIA TO AS-COD-ASSESSORIA
           READ FD-ASSESSOR
               INVALID KEY
                   DISPLAY 'ASSESSORIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CODIGO...: ' AS-COD-ASSESSORIA
                   DISPLAY 'NOME.....: ' AS-NOME
                   DISPLAY 'CNPJ.....: ' AS-CNPJ
                   DISPLAY 'HONORARIO: ' AS-PCT-HONORARIO '%'
                   DISPLAY 'FAIXAS...: ' AS-FAIXA-INICIAL ' A '
                           AS-FAIXA-FINAL
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > 5
                       IF AS-UF(WS-IND) NOT = SPACES
                           DISPLAY 'UF.......: ' AS-UF(WS-IND)
                       END-IF
                   END-PERFORM
                   DISPLAY 'PRAZO....: ' AS-PRAZO-DIAS ' DIA(S)'
                   DISPLAY 'ULT. RET.: ' AS-ULT-SEQ-RETORNO
                   DISPLAY 'SITUACAO.: ' AS-SITUACAO
           END-READ
           .

       ACEITA-CODIGO-ASSESSORIA.
           DISPLAY 'CODIGO DA ASSESSORIA (1-999) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-ASSESSORIA IS NUMERIC
                   AND WS-COD-ASSESSORIA > ZEROS
               ACCEPT WS-COD-ASSESSORIA
               IF WS-COD-ASSESSORIA NOT NUMERIC
                   OR WS-COD-ASSESSORIA = ZEROS
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-ASSESSORIA.
           DISPLAY 'NOME DA ASSESSORIA : '
           ACCEPT AS-NOME
           DISPLAY 'CNPJ (14 DIGITOS) : '
           PERFORM WITH TEST AFTER UNTIL AS-CNPJ IS NUMERIC
               ACCEPT AS-CNPJ
               IF AS-CNPJ NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'HONORARIO SOBRE O RECUPERADO % (EX: 12,50) : '
           PERFORM WITH TEST AFTER UNTIL AS-PCT-HONORARIO IS NUMERIC
               ACCEPT AS-PCT-HONORARIO
               IF AS-PCT-HONORARIO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
      *    Faixas do FINAGE: 1 = 1-30, 2 = 31-60, 3 = 61-90,
      *    4 = 91-180, 5 = 180+ dias de atraso.
           DISPLAY 'FAIXA DE ATRASO INICIAL (1-5) : '
           PERFORM WITH TEST AFTER UNTIL AS-FAIXA-INICIAL IS NUMERIC
                   AND AS-FAIXA-INICIAL > 0 AND AS-FAIXA-INICIAL < 6
               ACCEPT AS-FAIXA-INICIAL
               IF AS-FAIXA-INICIAL NOT NUMERIC
                   OR AS-FAIXA-INICIAL = 0 OR AS-FAIXA-INICIAL > 5
                   DISPLAY 'FAIXA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'FAIXA DE ATRASO FINAL (1-5) : '
           PERFORM WITH TEST AFTER UNTIL AS-FAIXA-FINAL IS NUMERIC
                   AND AS-FAIXA-FINAL NOT < AS-FAIXA-INICIAL
                   AND AS-FAIXA-FINAL < 6
               ACCEPT AS-FAIXA-FINAL
               IF AS-FAIXA-FINAL NOT NUMERIC
                   OR AS-FAIXA-FINAL < AS-FAIXA-INICIAL
                   OR AS-FAIXA-FINAL > 5
                   DISPLAY 'FAIXA INVALIDA. NOVAMENTE : '
               END-IF
           END-PERFORM
      *    UFs atendidas; as cinco em branco = qualquer UF.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               DISPLAY 'UF ATENDIDA ' WS-IND ' (BRANCO = FIM) : '
               ACCEPT AS-UF(WS-IND)
           END-PERFORM
           DISPLAY 'PRAZO MAXIMO COM O CONTRATO EM DIAS (EX: 090) : '
           PERFORM WITH TEST AFTER UNTIL AS-PRAZO-DIAS IS NUMERIC
                   AND AS-PRAZO-DIAS > ZEROS
               ACCEPT AS-PRAZO-DIAS
               IF AS-PRAZO-DIAS NOT NUMERIC
                   OR AS-PRAZO-DIAS = ZEROS
                   DISPLAY 'PRAZO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       END PROGRAM ASSMNT.
