      *          agente de rua - nome e percentual de comissao sobre
      *          as parcelas recebidas dos contratos que ele originou.
      *          O codigo do agente entra no contrato pelo FINAN2
      *          (balcao e lote) e a apuracao mensal e o FINCOM. Na
      *          correcao, suspende ou reativa o agente (suspenso nao
      *          entra em contrato novo); o FINAGQ tambem suspende.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             88 WS-TRANS-INCLUIR          VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR          VALUE 'C', 'c'.
             88 WS-TRANS-CONSULTAR        VALUE 'I', 'i'.
         01 WS-SUSPENDE             PIC X(01).
             88 WS-SUSPENDE-SIM           VALUE 'S', 's'.
             88 WS-SUSPENDE-NAO           VALUE 'N', 'n'.
         COPY DATAMOVPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-PERFORM
           .

       ACEITA-SITUACAO-AGENTE.
      *    Suspender carimba a data do movimento; reativar limpa.
           IF AG-SUSPENSO
               DISPLAY 'AGENTE SUSPENSO EM ' AG-DATA-SUSPENSAO
           END-IF
           DISPLAY 'AGENTE SUSPENSO (S/N) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-SUSPENDE-SIM OR WS-SUSPENDE-NAO
               ACCEPT WS-SUSPENDE
               IF NOT WS-SUSPENDE-SIM AND NOT WS-SUSPENDE-NAO
                   DISPLAY 'RESPONDA S OU N : '
               END-IF
           END-PERFORM
           IF WS-SUSPENDE-SIM
               IF NOT AG-SUSPENSO
                   MOVE 'C' TO DM-PARM-FUNCAO
                   CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
                   MOVE DM-PARM-DATA TO AG-DATA-SUSPENSAO
                   MOVE 'S' TO AG-SITUACAO
               END-IF
           ELSE
               MOVE 'A'   TO AG-SITUACAO
               MOVE ZEROS TO AG-DATA-SUSPENSAO
           END-IF
           .

       INCLUI-AGENTE.
           PERFORM ACEITA-CODIGO-AGENTE
           PERFORM ACEITA-DADOS-AGENTE
           MOVE 'A'   TO AG-SITUACAO
           MOVE ZEROS TO AG-DATA-SUSPENSAO
           WRITE FD-AGENTE-REC
               INVALID KEY
                   DISPLAY 'AGENTE JA CADASTRADO COM ESSE CODIGO.'
                   DISPLAY 'AGENTE NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-AGENTE
                   PERFORM ACEITA-SITUACAO-AGENTE
                   REWRITE FD-AGENTE-REC
                   DISPLAY 'AGENTE ALTERADO.'
           END-READ
                   DISPLAY 'CODIGO....: ' AG-COD-AGENTE
                   DISPLAY 'NOME......: ' AG-NOME
                   DISPLAY 'COMISSAO..: ' AG-PCT-COMISSAO
                   IF AG-SUSPENSO
                       DISPLAY 'SITUACAO..: SUSPENSO EM '
                               AG-DATA-SUSPENSAO
                   ELSE
                       DISPLAY 'SITUACAO..: ATIVO'
                   END-IF
           END-READ
           .

