      *          VEZ DE CADA UM GRAVAR O CAMPO DE STATUS DIRETO SEM
      *          NENHUM
      *          REGISTRO DA MUDANCA.
      *          Na noite de ensaio (ENSAIO) a transicao nao vai para
      *          o PAGTOLOG.DAT; vira linha da lista de mudancas
      *          previstas.
      *          Cada linha de PAGTOLOG.DAT sai selada pelo SELALOG
      *          (sequencia e valor encadeado), conferida pelo
      *          VERILOG; linha que nao gravou, ou saiu sem selo
      *          porque o controle do selo nao respondeu, termina o
      *          passo com condition code 8.
      * Tectonics: cobc
      *           (precisa ficar compilado no mesmo diretorio de quem o
      *           CALL - COMANDOSET1, FINANWITHOCCURS/FINAN2 - para o

       WORKING-STORAGE SECTION.
       01 WS-FS-PAGTOLOG           PIC X(02) VALUE '00'.
       01 WS-FALHA-TRILHA          PIC X(01).
           88 WS-TRILHA-FALHOU             VALUE 'S'.
       COPY FSTATUSPARM.
       COPY SELALOGPARM.
       COPY DATAMOVPARM.
       COPY ENSAIOPARM.

       LINKAGE SECTION.
         COPY PAGTOSTATPARM.
       MAIN-PROCEDURE.
           PERFORM VALIDA-TRANSICAO-PAGTO
           IF PS-TRANSICAO-E-VALIDA
      *        Noite de ensaio: a transicao vai para a lista de
      *        mudancas previstas, nao para o historico.
               MOVE 'C' TO EP-FUNCAO
               CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
               IF EP-EM-ENSAIO
                   PERFORM REGISTRA-ENSAIO
               ELSE
                   PERFORM GRAVA-LOG-PAGTO
               END-IF
           END-IF

           GOBACK.
                   SET PS-TRANSICAO-E-VALIDA TO TRUE
               WHEN PS-STATUS-ATUAL = 'A' AND PS-STATUS-NOVO = 'S'
                   SET PS-TRANSICAO-E-VALIDA TO TRUE
      *        Parcela ATRASADA que venceu ja depois do evento de
      *        uma moratoria regional volta a PENDENTE quando o
      *        FINMORA empurra o vencimento dela para depois da
      *        pausa: o atraso nao foi do cliente.
               WHEN PS-STATUS-ATUAL = 'A' AND PS-STATUS-NOVO = 'P'
                   SET PS-TRANSICAO-E-VALIDA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE PS-USUARIO           TO PL-USUARIO
           MOVE PS-PROGRAMA          TO PL-PROGRAMA

      *    Controle do selo indisponivel conta como falha de
      *    gravacao do historico, igual a status de arquivo ruim: a
      *    linha sai sem selo (o VERILOG aponta) e o passo termina
      *    com condition code 8.
           MOVE 'N' TO WS-FALHA-TRILHA
           MOVE 'PAGTOLOG' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-PAGTOLOG-REC
           IF SL-FALHA-CONTROLE
               SET WS-TRILHA-FALHOU TO TRUE
           END-IF
           WRITE FD-PAGTOLOG-REC
           IF WS-FS-PAGTOLOG NOT = '00'
               SET WS-TRILHA-FALHOU TO TRUE
           END-IF
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-PAGTOLOG-REC
           IF SL-FALHA-CONTROLE
               SET WS-TRILHA-FALHOU TO TRUE
           END-IF

           CLOSE FD-PAGTOLOG
           IF WS-TRILHA-FALHOU
               DISPLAY 'PAGTOSTAT: FALHA NA GRAVACAO DE PAGTOLOG.DAT ('
                       WS-FS-PAGTOLOG ') - CONTRATO ' PS-NUM-CONTRATO
                       ' PARCELA ' PS-NUM-PARCELA
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       REGISTRA-ENSAIO.
           MOVE SPACES          TO EP-REGISTRO
           MOVE PS-PROGRAMA     TO EP-PASSO
           MOVE 'P'             TO EP-TIPO
           MOVE PS-NUM-CONTRATO TO EP-NUM-CONTRATO
           MOVE PS-NUM-PARCELA  TO EP-NUM-PARCELA
           MOVE ZEROS           TO EP-COD-CLIENTE
           MOVE 'STATUS'        TO EP-CAMPO
           MOVE PS-STATUS-ATUAL TO EP-ANTES
           MOVE PS-STATUS-NOVO  TO EP-DEPOIS
           MOVE PS-VALOR        TO EP-VALOR
           MOVE 'TRANSICAO DE STATUS DA PARCELA' TO EP-DESCRICAO
           MOVE 'G' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           .

       END PROGRAM PAGTOSTAT.
