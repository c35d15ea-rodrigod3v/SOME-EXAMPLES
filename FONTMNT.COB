      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: FONTES DE RECURSOS (FUNDING) DA CARTEIRA: mantem o
      *          mestre de fontes (FONTE.DAT) - linha de credito
      *          bancaria ou fundo de recebiveis (FIDC), limite e
      *          regras de elegibilidade do financiador (produtos,
      *          pior atraso maximo, prazo maximo, concentracao por
      *          devedor) -, aloca a uma fonte os contratos ativos
      *          que passam na regra (FONTELEG), contrato a contrato
      *          com confirmacao e dentro do limite da fonte, e da
      *          baixa nas sinalizacoes que o FINFONTE levanta todo
      *          mes: recompra (o valor devolvido ao financiador) ou
      *          substituicao (o contrato elegivel que entra no
      *          lugar). A alocacao fica em ALOCFTE.DAT. So entra
      *          supervisor, com o JOB NOTURNO parado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-FONTE          ASSIGN TO "FONTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-COD-FONTE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FONTE.
           SELECT FD-ALOCFTE        ASSIGN TO "ALOCFTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               ALTERNATE RECORD KEY IS FA-CHAVE-FONTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALOCFTE.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-FONTE.
       01  FD-FONTE-REC.
           COPY FONTEREC.

       FD  FD-ALOCFTE.
       01  FD-ALOCFTE-REC.
           COPY ALOCFTEREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-FONTE         PIC X(02) VALUE '00'.
           03 WS-FS-ALOCFTE       PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY TRAVAPARM.
         COPY FONTELEGPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'FONTMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.
         01 WS-RESPOSTA             PIC X(01).
         01 WS-CONFIRMA             PIC X(01).

         01 WS-COD-FONTE            PIC 9(03).
         01 WS-COD-PRODUTO          PIC 9(03).
         01 WS-QTD-PRODUTOS         PIC 99.
         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-NUM-SUBSTITUTO       PIC 9(08).
         01 WS-COD-CLIENTE-EXP      PIC 9(06).
         01 WS-VR-RECOMPRA          PIC 9(09)V99.
         01 WS-VR-SALDO-SAIDA       PIC 9(09)V99.

         01 WS-FIM-LISTA            PIC X(01).
             88 WS-EOF-LISTA                VALUE 'S'.
         01 WS-FIM-CONTRATO         PIC X(01).
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-ALOCFTE          PIC X(01).
             88 WS-EOF-ALOCFTE              VALUE 'S'.
         01 WS-FIM-FONTE            PIC X(01).
             88 WS-EOF-FONTE                VALUE 'S'.
         01 WS-EXIBE-PENDENTES      PIC X(01).
         01 WS-JA-ALOCADO           PIC X(01).
         01 WS-CANDIDATO            PIC X(01).
         01 WS-SUBSTITUTO-OK        PIC X(01).

      *  Carteira da fonte (contratos alocados, inclusive os com
      *  recompra ou substituicao pendente) e exposicao do devedor.
         01 WS-QTD-CARTEIRA         PIC 9(06).
         01 WS-VR-CARTEIRA          PIC 9(12)V99.
         01 WS-VR-EXPOSICAO         PIC 9(12)V99.
         01 WS-VR-LIMITE-DEVEDOR    PIC 9(12)V99.
         01 WS-QTD-ALOCADOS         PIC 9(05).
         01 WS-VR-ALOCADO           PIC 9(12)V99.
         01 WS-QTD-FORA-LIMITE      PIC 9(05).
         01 WS-QTD-FORA-CONC        PIC 9(05).

         01 WS-LINHA-FONTE.
           03 WS-LF-COD             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LF-NOME            PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LF-TIPO            PIC X(01).
           03 FILLER                PIC X(08) VALUE ' LIMITE '.
           03 WS-LF-LIMITE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(05) VALUE ' SIT '.
           03 WS-LF-SITUACAO        PIC X(01).

         01 WS-LINHA-PENDENTE.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LP-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(05) VALUE ' SIT '.
           03 WS-LP-SITUACAO        PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-MOTIVO          PIC X(30).
           03 FILLER                PIC X(07) VALUE ' DESDE '.
           03 WS-LP-DATA            PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' SALDO '.
           03 WS-LP-SALDO           PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    A alocacao e a baixa regravam ALOCFTE.DAT, que o FINFONTE
      *    reapura no JOB NOTURNO: so roda com a noite parada.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: FONTES DE RECURSOS '
                       'INDISPONIVEIS. AGUARDE O TERMINO DA NOITE.'
               GOBACK
           END-IF

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

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN I-O FD-FONTE
           IF WS-FS-FONTE = '35'
               OPEN OUTPUT FD-FONTE
               CLOSE FD-FONTE
               OPEN I-O FD-FONTE
           END-IF
           MOVE WS-FS-FONTE TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FONTE.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF
           OPEN I-O FD-ALOCFTE
           IF WS-FS-ALOCFTE = '35'
               OPEN OUTPUT FD-ALOCFTE
               CLOSE FD-ALOCFTE
               OPEN I-O FD-ALOCFTE
           END-IF
           MOVE WS-FS-ALOCFTE TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'ALOCFTE.DAT INDISPONIVEL: ' FS-MENSAGEM
               CLOSE FD-FONTE
               GOBACK
           END-IF

           DISPLAY 'FONTES DE RECURSOS - 1-CADASTRO  2-CONSULTA  '
                   '3-ALOCA CONTRATOS  4-BAIXA RECOMPRA/SUBSTITUICAO'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM MANTEM-CADASTRO-FONTE
               WHEN 2
                   PERFORM CONSULTA-FONTE
               WHEN 3
                   PERFORM ALOCA-CONTRATOS
               WHEN 4
                   PERFORM BAIXA-SINALIZACAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-ALOCFTE
           CLOSE FD-FONTE
           GOBACK.

       MANTEM-CADASTRO-FONTE.
           DISPLAY 'FONTES  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-FONTE
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-FONTE
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-FONTE
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-FONTE
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-FONTE
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE
           .

       INCLUI-FONTE.
           PERFORM ACEITA-CODIGO-FONTE
           MOVE WS-COD-FONTE TO FE-COD-FONTE
           READ FD-FONTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'FONTE JA CADASTRADA.'
           END-READ
           IF WS-FS-FONTE = '23'
               MOVE SPACES TO FD-FONTE-REC
               MOVE WS-COD-FONTE TO FE-COD-FONTE
               PERFORM ACEITA-DADOS-FONTE
               MOVE WS-DATA-HOJE TO FE-DATA-INCLUSAO
               MOVE SN-USUARIO   TO FE-OPERADOR
               MOVE 'A' TO FE-SITUACAO
               WRITE FD-FONTE-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR FONTE.'
                   NOT INVALID KEY
                       DISPLAY 'FONTE INCLUIDA.'
               END-WRITE
           END-IF
           .

       ALTERA-FONTE.
           PERFORM ACEITA-CODIGO-FONTE
           MOVE WS-COD-FONTE TO FE-COD-FONTE
           READ FD-FONTE
               INVALID KEY
                   DISPLAY 'FONTE NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-FONTE
                   MOVE SN-USUARIO TO FE-OPERADOR
                   REWRITE FD-FONTE-REC
                   DISPLAY 'FONTE ALTERADA. A CARTEIRA JA ALOCADA E '
                           'REAPURADA NA REGRA NOVA PELO FINFONTE.'
           END-READ
           .

       MUDA-SITUACAO-FONTE.
           PERFORM ACEITA-CODIGO-FONTE
           MOVE WS-COD-FONTE TO FE-COD-FONTE
           READ FD-FONTE
               INVALID KEY
                   DISPLAY 'FONTE NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       IF WS-TRANS-INATIVAR
                           MOVE 'I' TO FE-SITUACAO
                       ELSE
                           MOVE 'A' TO FE-SITUACAO
                       END-IF
                       MOVE SN-USUARIO TO FE-OPERADOR
                       REWRITE FD-FONTE-REC
                       DISPLAY 'SITUACAO ATUALIZADA.'
                       IF WS-TRANS-INATIVAR
                           DISPLAY 'CONTRATOS JA ALOCADOS SEGUEM NA '
                                   'FONTE E NO RELATORIO MENSAL.'
                       END-IF
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ
           .

       CONSULTA-FONTE.
           DISPLAY 'CODIGO DA FONTE (000 = LISTA TODAS) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-FONTE IS NUMERIC
               ACCEPT WS-COD-FONTE
               IF WS-COD-FONTE NOT NUMERIC
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM

           IF WS-COD-FONTE = ZEROS
               PERFORM LISTA-FONTES
           ELSE
               MOVE WS-COD-FONTE TO FE-COD-FONTE
               READ FD-FONTE
                   INVALID KEY
                       DISPLAY 'FONTE NAO ENCONTRADA.'
                   NOT INVALID KEY
                       PERFORM EXIBE-FONTE
               END-READ
           END-IF
           .

       EXIBE-FONTE.
           DISPLAY 'CODIGO...: ' FE-COD-FONTE
           DISPLAY 'NOME.....: ' FE-NOME
           DISPLAY 'TIPO.....: ' FE-TIPO
                   ' (B = LINHA BANCARIA, F = FIDC)'
           DISPLAY 'LIMITE...: ' FE-VR-LIMITE
           DISPLAY 'PRODUTOS.: ' FE-PRODUTOS
           DISPLAY 'ATRASO MX: ' FE-MAX-DIAS-ATRASO ' DIA(S)'
           DISPLAY 'PRAZO MAX: ' FE-MAX-PRAZO ' PARCELA(S)'
           DISPLAY 'CONC. DEV: ' FE-PCT-CONC-DEVEDOR '% DO LIMITE'
           DISPLAY 'INCLUSAO.: ' FE-DATA-INCLUSAO ' POR '
                   FE-OPERADOR
           DISPLAY 'SITUACAO.: ' FE-SITUACAO

           MOVE 'S' TO WS-EXIBE-PENDENTES
           PERFORM SOMA-CARTEIRA-FONTE
           DISPLAY 'CARTEIRA.: ' WS-QTD-CARTEIRA ' CONTRATO(S), '
                   'SALDO ' WS-VR-CARTEIRA
           .

       LISTA-FONTES.
           MOVE 'N' TO WS-FIM-FONTE
           MOVE ZEROS TO FE-COD-FONTE
           START FD-FONTE KEY NOT < FE-COD-FONTE
               INVALID KEY
                   SET WS-EOF-FONTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-FONTE
               READ FD-FONTE NEXT RECORD
                   AT END
                       SET WS-EOF-FONTE TO TRUE
                   NOT AT END
                       MOVE FE-COD-FONTE  TO WS-LF-COD
                       MOVE FE-NOME       TO WS-LF-NOME
                       MOVE FE-TIPO       TO WS-LF-TIPO
                       MOVE FE-VR-LIMITE  TO WS-LF-LIMITE
                       MOVE FE-SITUACAO   TO WS-LF-SITUACAO
                       DISPLAY WS-LINHA-FONTE
               END-READ
           END-PERFORM
           .

       SOMA-CARTEIRA-FONTE.
      *    Percorre a fonte pela chave alternativa (fonte + cliente).
      *    Conta como carteira da fonte tudo o que ainda esta nela,
      *    inclusive o que espera recompra ou substituicao, pelo
      *    saldo da ultima apuracao.
           MOVE ZEROS TO WS-QTD-CARTEIRA WS-VR-CARTEIRA
           MOVE 'N' TO WS-FIM-ALOCFTE
           MOVE FE-COD-FONTE TO FA-COD-FONTE
           MOVE ZEROS        TO FA-COD-CLIENTE
           START FD-ALOCFTE KEY NOT < FA-CHAVE-FONTE
               INVALID KEY
                   SET WS-EOF-ALOCFTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ALOCFTE
               READ FD-ALOCFTE NEXT RECORD
                   AT END
                       SET WS-EOF-ALOCFTE TO TRUE
                   NOT AT END
                       IF FA-COD-FONTE NOT = FE-COD-FONTE
                           SET WS-EOF-ALOCFTE TO TRUE
                       ELSE
                           IF FA-NA-FONTE
                               ADD 1 TO WS-QTD-CARTEIRA
                               ADD FA-VR-SALDO-ATUAL TO WS-VR-CARTEIRA
                           END-IF
                           IF WS-EXIBE-PENDENTES = 'S'
                               AND (FA-RECOMPRA-PENDENTE
                                    OR FA-SUBSTITUICAO-PENDENTE)
                               PERFORM EXIBE-PENDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       EXIBE-PENDENTE.
           MOVE FA-NUM-CONTRATO   TO WS-LP-CONTRATO
           MOVE FA-SITUACAO       TO WS-LP-SITUACAO
           MOVE FA-MOTIVO         TO WS-LP-MOTIVO
           MOVE FA-DATA-SINAL     TO WS-LP-DATA
           MOVE FA-VR-SALDO-ATUAL TO WS-LP-SALDO
           DISPLAY WS-LINHA-PENDENTE
           .

       SOMA-EXPOSICAO-DEVEDOR.
      *    Saldo do devedor ja alocado a fonte: as duplicatas da
      *    chave alternativa fonte + cliente.
           MOVE ZEROS TO WS-VR-EXPOSICAO
           MOVE 'N' TO WS-FIM-ALOCFTE
           MOVE FE-COD-FONTE       TO FA-COD-FONTE
           MOVE WS-COD-CLIENTE-EXP TO FA-COD-CLIENTE
           START FD-ALOCFTE KEY = FA-CHAVE-FONTE
               INVALID KEY
                   SET WS-EOF-ALOCFTE TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ALOCFTE
               READ FD-ALOCFTE NEXT RECORD
                   AT END
                       SET WS-EOF-ALOCFTE TO TRUE
                   NOT AT END
                       IF FA-COD-FONTE NOT = FE-COD-FONTE
                           OR FA-COD-CLIENTE NOT = WS-COD-CLIENTE-EXP
                           SET WS-EOF-ALOCFTE TO TRUE
                       ELSE
                           IF FA-NA-FONTE
                               ADD FA-VR-SALDO-ATUAL
                                   TO WS-VR-EXPOSICAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ALOCA-CONTRATOS.
           PERFORM ACEITA-CODIGO-FONTE
           MOVE WS-COD-FONTE TO FE-COD-FONTE
           READ FD-FONTE
               INVALID KEY
                   DISPLAY 'FONTE NAO ENCONTRADA.'
           END-READ
           IF WS-FS-FONTE = '00'
               IF FE-INATIVA
                   DISPLAY 'FONTE INATIVA: NENHUM CONTRATO NOVO E '
                           'ALOCADO A ELA.'
               ELSE
                   PERFORM SELECIONA-CONTRATOS-FONTE
               END-IF
           END-IF
           .

       SELECIONA-CONTRATOS-FONTE.
           MOVE 'N' TO WS-EXIBE-PENDENTES
           PERFORM SOMA-CARTEIRA-FONTE
      *    Concentracao maxima por devedor em valor: percentual do
      *    limite total da fonte (zeros = sem limite por devedor).
           IF FE-PCT-CONC-DEVEDOR > ZEROS
               COMPUTE WS-VR-LIMITE-DEVEDOR ROUNDED =
                   FE-VR-LIMITE * FE-PCT-CONC-DEVEDOR / 100
           ELSE
               MOVE ZEROS TO WS-VR-LIMITE-DEVEDOR
           END-IF
           DISPLAY 'FONTE ' FE-COD-FONTE ' ' FE-NOME
           DISPLAY 'CARTEIRA ATUAL ' WS-VR-CARTEIRA ' DE UM LIMITE DE '
                   FE-VR-LIMITE

           MOVE ZEROS TO WS-QTD-ALOCADOS WS-VR-ALOCADO
                         WS-QTD-FORA-LIMITE WS-QTD-FORA-CONC
           OPEN INPUT FD-CONTRATO
           MOVE WS-FS-CONTRATO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FONTMNT: ' FS-MENSAGEM
           ELSE
               MOVE 'N' TO WS-FIM-CONTRATO
               PERFORM UNTIL WS-EOF-CONTRATO
                   READ FD-CONTRATO NEXT RECORD
                       AT END
                           SET WS-EOF-CONTRATO TO TRUE
                       NOT AT END
                           IF FD-CONTR-ATIVO
                               PERFORM AVALIA-CONTRATO-ALOCACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CONTRATO

               DISPLAY 'FONTMNT: ' WS-QTD-ALOCADOS ' CONTRATO(S) '
                       'ALOCADO(S), SALDO ' WS-VR-ALOCADO '.'
               IF WS-QTD-FORA-LIMITE > ZEROS
                   DISPLAY WS-QTD-FORA-LIMITE ' ELEGIVEL(IS) FORA '
                           'POR ESTOURAR O LIMITE DA FONTE.'
               END-IF
               IF WS-QTD-FORA-CONC > ZEROS
                   DISPLAY WS-QTD-FORA-CONC ' ELEGIVEL(IS) FORA '
                           'PELA CONCENTRACAO POR DEVEDOR.'
               END-IF
           END-IF
           .

       AVALIA-CONTRATO-ALOCACAO.
      *    Contrato ja numa fonte (alocado ou com sinalizacao ainda
      *    nao baixada) nao e oferecido de novo.
           MOVE 'N' TO WS-JA-ALOCADO
           MOVE FD-NUM-CONTRATO TO FA-NUM-CONTRATO
           READ FD-ALOCFTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FA-NA-FONTE
                       MOVE 'S' TO WS-JA-ALOCADO
                   END-IF
           END-READ

           MOVE 'N' TO WS-CANDIDATO
           IF WS-JA-ALOCADO = 'N'
               MOVE WS-DATA-HOJE TO FL-DATA-BASE
               CALL 'FONTELEG' USING FD-FONTE-REC FD-CONTRATO-REC
                       FL-DATA-BASE FL-ELEGIVEL FL-TIPO-FALHA
                       FL-MOTIVO FL-VR-SALDO FL-PIOR-ATRASO
               IF FL-CONTRATO-ELEGIVEL
                   MOVE 'S' TO WS-CANDIDATO
               END-IF
           END-IF

           IF WS-CANDIDATO = 'S'
               IF WS-VR-CARTEIRA + FL-VR-SALDO > FE-VR-LIMITE
                   ADD 1 TO WS-QTD-FORA-LIMITE
                   MOVE 'N' TO WS-CANDIDATO
               END-IF
           END-IF

           IF WS-CANDIDATO = 'S' AND WS-VR-LIMITE-DEVEDOR > ZEROS
               MOVE FD-COD-CLIENTE TO WS-COD-CLIENTE-EXP
               PERFORM SOMA-EXPOSICAO-DEVEDOR
               IF WS-VR-EXPOSICAO + FL-VR-SALDO
                       > WS-VR-LIMITE-DEVEDOR
                   ADD 1 TO WS-QTD-FORA-CONC
                   MOVE 'N' TO WS-CANDIDATO
               END-IF
           END-IF

           IF WS-CANDIDATO = 'S'
               DISPLAY 'CONTRATO ' FD-NUM-CONTRATO ' CLIENTE '
                       FD-COD-CLIENTE ' PRODUTO ' FD-COD-PRODUTO
                       ' PRAZO ' FD-NUM-PARCELAS ' ATRASO '
                       FL-PIOR-ATRASO ' SALDO ' FL-VR-SALDO
               DISPLAY 'ALOCAR A FONTE? (S/N/0=ENCERRA) : '
               ACCEPT WS-CONFIRMA
               EVALUATE TRUE
                   WHEN WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM EFETIVA-ALOCACAO
                       ADD 1 TO WS-QTD-ALOCADOS
                       ADD FL-VR-SALDO TO WS-VR-ALOCADO
                       ADD FL-VR-SALDO TO WS-VR-CARTEIRA
                   WHEN WS-CONFIRMA = '0'
                       SET WS-EOF-CONTRATO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       EFETIVA-ALOCACAO.
      *    Contrato que ja passou por uma fonte e foi baixado ou
      *    liquidado tem o registro reaproveitado.
           INITIALIZE FD-ALOCFTE-REC
           MOVE FD-NUM-CONTRATO TO FA-NUM-CONTRATO
           MOVE FE-COD-FONTE    TO FA-COD-FONTE
           MOVE FD-COD-CLIENTE  TO FA-COD-CLIENTE
           MOVE WS-DATA-HOJE    TO FA-DATA-ALOCACAO
                                   FA-DATA-APURACAO
           MOVE FL-VR-SALDO     TO FA-VR-SALDO-ALOCACAO
                                   FA-VR-SALDO-ATUAL
           MOVE FL-PIOR-ATRASO  TO FA-PIOR-ATRASO
           MOVE 'A'             TO FA-SITUACAO
           MOVE SN-USUARIO      TO FA-OPERADOR
           WRITE FD-ALOCFTE-REC
               INVALID KEY
                   REWRITE FD-ALOCFTE-REC
           END-WRITE
           .

       BAIXA-SINALIZACAO.
           DISPLAY 'NUMERO DO CONTRATO SINALIZADO : '
           PERFORM WITH TEST AFTER UNTIL WS-NUM-CONTRATO IS NUMERIC
               ACCEPT WS-NUM-CONTRATO
               IF WS-NUM-CONTRATO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM

           MOVE WS-NUM-CONTRATO TO FA-NUM-CONTRATO
           READ FD-ALOCFTE
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ALOCADO A NENHUMA FONTE.'
               NOT INVALID KEY
                   IF FA-RECOMPRA-PENDENTE
                       OR FA-SUBSTITUICAO-PENDENTE
                       PERFORM ESCOLHE-BAIXA
                   ELSE
                       DISPLAY 'CONTRATO SEM RECOMPRA OU '
                               'SUBSTITUICAO PENDENTE (SITUACAO '
                               FA-SITUACAO ').'
                   END-IF
           END-READ
           .

       ESCOLHE-BAIXA.
           DISPLAY 'FONTE ' FA-COD-FONTE ' ALOCADO EM '
                   FA-DATA-ALOCACAO
           PERFORM EXIBE-PENDENTE
      *    Recompra pendente (problema de credito) so sai com a
      *    recompra; a substituicao pendente aceita as duas.
           IF FA-RECOMPRA-PENDENTE
               PERFORM EFETIVA-RECOMPRA
           ELSE
               DISPLAY 'SUBSTITUIR (S) OU RECOMPRAR (R) : '
               ACCEPT WS-RESPOSTA
               EVALUATE WS-RESPOSTA
                   WHEN 'S'
                   WHEN 's'
                       PERFORM EFETIVA-SUBSTITUICAO
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM EFETIVA-RECOMPRA
                   WHEN OTHER
                       DISPLAY 'OPERACAO CANCELADA.'
               END-EVALUATE
           END-IF
           .

       EFETIVA-RECOMPRA.
           DISPLAY 'VALOR DA RECOMPRA (ZEROS = SALDO APURADO '
                   FA-VR-SALDO-ATUAL ') : '
           PERFORM WITH TEST AFTER UNTIL WS-VR-RECOMPRA IS NUMERIC
               ACCEPT WS-VR-RECOMPRA
               IF WS-VR-RECOMPRA NOT NUMERIC
                   DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           IF WS-VR-RECOMPRA = ZEROS
               MOVE FA-VR-SALDO-ATUAL TO WS-VR-RECOMPRA
           END-IF
           DISPLAY 'CONFIRMA A RECOMPRA POR ' WS-VR-RECOMPRA
                   ' (S/N) : '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'B'            TO FA-SITUACAO
               MOVE WS-DATA-HOJE   TO FA-DATA-BAIXA
               MOVE WS-VR-RECOMPRA TO FA-VR-RECOMPRA
               MOVE ZEROS          TO FA-CONTRATO-SUBSTITUTO
               MOVE SN-USUARIO     TO FA-OPERADOR
               REWRITE FD-ALOCFTE-REC
               DISPLAY 'RECOMPRA REGISTRADA: CONTRATO '
                       FA-NUM-CONTRATO ' FORA DA FONTE '
                       FA-COD-FONTE '.'
           ELSE
               DISPLAY 'OPERACAO CANCELADA.'
           END-IF
           .

       EFETIVA-SUBSTITUICAO.
           MOVE FA-VR-SALDO-ATUAL TO WS-VR-SALDO-SAIDA
           MOVE FA-COD-FONTE      TO FE-COD-FONTE
           READ FD-FONTE
               INVALID KEY
                   DISPLAY 'FONTE ' FE-COD-FONTE ' NAO ENCONTRADA.'
           END-READ
           IF WS-FS-FONTE = '00'
               DISPLAY 'CONTRATO QUE ENTRA NO LUGAR : '
               PERFORM WITH TEST AFTER
                       UNTIL WS-NUM-SUBSTITUTO IS NUMERIC
                   ACCEPT WS-NUM-SUBSTITUTO
                   IF WS-NUM-SUBSTITUTO NOT NUMERIC
                       DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               OPEN INPUT FD-CONTRATO
               MOVE WS-FS-CONTRATO TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                       FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FONTMNT: ' FS-MENSAGEM
               ELSE
                   PERFORM VALIDA-SUBSTITUTO
                   CLOSE FD-CONTRATO
               END-IF
           END-IF
           .

       VALIDA-SUBSTITUTO.
           MOVE 'N' TO WS-SUBSTITUTO-OK
           MOVE WS-NUM-SUBSTITUTO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF FD-CONTR-ATIVO
                       MOVE 'S' TO WS-SUBSTITUTO-OK
                   ELSE
                       DISPLAY 'CONTRATO NAO ESTA ATIVO.'
                   END-IF
           END-READ

           IF WS-SUBSTITUTO-OK = 'S'
               MOVE WS-NUM-SUBSTITUTO TO FA-NUM-CONTRATO
               READ FD-ALOCFTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FA-NA-FONTE
                           DISPLAY 'CONTRATO JA ALOCADO A FONTE '
                                   FA-COD-FONTE '.'
                           MOVE 'N' TO WS-SUBSTITUTO-OK
                       END-IF
               END-READ
           END-IF

           IF WS-SUBSTITUTO-OK = 'S'
               MOVE WS-DATA-HOJE TO FL-DATA-BASE
               CALL 'FONTELEG' USING FD-FONTE-REC FD-CONTRATO-REC
                       FL-DATA-BASE FL-ELEGIVEL FL-TIPO-FALHA
                       FL-MOTIVO FL-VR-SALDO FL-PIOR-ATRASO
               IF FL-CONTRATO-INELEGIVEL
                   DISPLAY 'CONTRATO NAO ELEGIVEL: ' FL-MOTIVO
                   MOVE 'N' TO WS-SUBSTITUTO-OK
               END-IF
           END-IF

      *    O que sai libera limite para o que entra.
           IF WS-SUBSTITUTO-OK = 'S'
               MOVE 'N' TO WS-EXIBE-PENDENTES
               PERFORM SOMA-CARTEIRA-FONTE
               IF WS-VR-CARTEIRA - WS-VR-SALDO-SAIDA + FL-VR-SALDO
                       > FE-VR-LIMITE
                   DISPLAY 'SUBSTITUTO ESTOURA O LIMITE DA FONTE.'
                   MOVE 'N' TO WS-SUBSTITUTO-OK
               END-IF
           END-IF

           IF WS-SUBSTITUTO-OK = 'S' AND FE-PCT-CONC-DEVEDOR > ZEROS
               COMPUTE WS-VR-LIMITE-DEVEDOR ROUNDED =
                   FE-VR-LIMITE * FE-PCT-CONC-DEVEDOR / 100
               MOVE FD-COD-CLIENTE TO WS-COD-CLIENTE-EXP
               PERFORM SOMA-EXPOSICAO-DEVEDOR
               IF WS-VR-EXPOSICAO + FL-VR-SALDO
                       > WS-VR-LIMITE-DEVEDOR
                   DISPLAY 'SUBSTITUTO ESTOURA A CONCENTRACAO DO '
                           'DEVEDOR NA FONTE.'
                   MOVE 'N' TO WS-SUBSTITUTO-OK
               END-IF
           END-IF

           IF WS-SUBSTITUTO-OK = 'S'
               DISPLAY 'CONTRATO ' FD-NUM-CONTRATO ' CLIENTE '
                       FD-COD-CLIENTE ' ATRASO ' FL-PIOR-ATRASO
                       ' SALDO ' FL-VR-SALDO
               DISPLAY 'CONFIRMA A SUBSTITUICAO (S/N) : '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM EFETIVA-ALOCACAO
                   PERFORM BAIXA-SUBSTITUIDO
               ELSE
                   DISPLAY 'OPERACAO CANCELADA.'
               END-IF
           END-IF
           .

       BAIXA-SUBSTITUIDO.
           MOVE WS-NUM-CONTRATO TO FA-NUM-CONTRATO
           READ FD-ALOCFTE
               INVALID KEY
                   DISPLAY 'ERRO AO RELER A ALOCACAO DE '
                           WS-NUM-CONTRATO '.'
               NOT INVALID KEY
                   MOVE 'B'               TO FA-SITUACAO
                   MOVE WS-DATA-HOJE      TO FA-DATA-BAIXA
                   MOVE ZEROS             TO FA-VR-RECOMPRA
                   MOVE WS-NUM-SUBSTITUTO TO FA-CONTRATO-SUBSTITUTO
                   MOVE SN-USUARIO        TO FA-OPERADOR
                   REWRITE FD-ALOCFTE-REC
                   DISPLAY 'SUBSTITUICAO REGISTRADA: CONTRATO '
                           WS-NUM-SUBSTITUTO ' NO LUGAR DE '
                           WS-NUM-CONTRATO '.'
           END-READ
           .

       ACEITA-CODIGO-FONTE.
           DISPLAY 'CODIGO DA FONTE (1-999) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-FONTE IS NUMERIC
                   AND WS-COD-FONTE > ZEROS
               ACCEPT WS-COD-FONTE
               IF WS-COD-FONTE NOT NUMERIC
                   OR WS-COD-FONTE = ZEROS
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-FONTE.
           DISPLAY 'NOME DO FINANCIADOR : '
           ACCEPT FE-NOME
           DISPLAY 'TIPO (B = LINHA BANCARIA, F = FIDC) : '
           PERFORM WITH TEST AFTER UNTIL FE-LINHA-BANCARIA OR FE-FIDC
               ACCEPT FE-TIPO
               IF NOT FE-LINHA-BANCARIA AND NOT FE-FIDC
                   DISPLAY 'TIPO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'LIMITE TOTAL DA FONTE (EX: 00005000000,00) : '
           PERFORM WITH TEST AFTER UNTIL FE-VR-LIMITE IS NUMERIC
                   AND FE-VR-LIMITE > ZEROS
               ACCEPT FE-VR-LIMITE
               IF FE-VR-LIMITE NOT NUMERIC OR FE-VR-LIMITE = ZEROS
                   DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           PERFORM ACEITA-PRODUTOS-FONTE
      *    Zero dias: so entra (e so fica) contrato em dia.
           DISPLAY 'PIOR ATRASO MAXIMO EM DIAS (EX: 0030) : '
           PERFORM WITH TEST AFTER UNTIL FE-MAX-DIAS-ATRASO IS NUMERIC
               ACCEPT FE-MAX-DIAS-ATRASO
               IF FE-MAX-DIAS-ATRASO NOT NUMERIC
                   DISPLAY 'VALOR INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'PRAZO MAXIMO EM PARCELAS (000 = SEM LIMITE) : '
           PERFORM WITH TEST AFTER UNTIL FE-MAX-PRAZO IS NUMERIC
               ACCEPT FE-MAX-PRAZO
               IF FE-MAX-PRAZO NOT NUMERIC
                   DISPLAY 'PRAZO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CONCENTRACAO MAXIMA POR DEVEDOR, % DO LIMITE '
                   '(EX: 005,00; ZEROS = SEM LIMITE) : '
           PERFORM WITH TEST AFTER UNTIL FE-PCT-CONC-DEVEDOR IS NUMERIC
                   AND FE-PCT-CONC-DEVEDOR NOT > 100
               ACCEPT FE-PCT-CONC-DEVEDOR
               IF FE-PCT-CONC-DEVEDOR NOT NUMERIC
                   OR FE-PCT-CONC-DEVEDOR > 100
                   DISPLAY 'PERCENTUAL INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-PRODUTOS-FONTE.
      *    Ate 10 produtos de PRODUTO.DAT; lista vazia = a fonte
      *    aceita qualquer produto.
           MOVE ZEROS TO FE-PRODUTOS WS-QTD-PRODUTOS
           OPEN INPUT FD-PRODUTO
           DISPLAY 'PRODUTOS ACEITOS PELA FONTE (ATE 10; 000 ENCERRA '
                   'A LISTA - LISTA VAZIA ACEITA TODOS)'
           MOVE 'N' TO WS-FIM-LISTA
           PERFORM UNTIL WS-EOF-LISTA OR WS-QTD-PRODUTOS = 10
               DISPLAY 'PRODUTO : '
               PERFORM WITH TEST AFTER UNTIL WS-COD-PRODUTO IS NUMERIC
                   ACCEPT WS-COD-PRODUTO
                   IF WS-COD-PRODUTO NOT NUMERIC
                       DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
                   END-IF
               END-PERFORM
               IF WS-COD-PRODUTO = ZEROS
                   SET WS-EOF-LISTA TO TRUE
               ELSE
                   PERFORM INCLUI-PRODUTO-LISTA
               END-IF
           END-PERFORM
           IF WS-FS-PRODUTO NOT = '35'
               CLOSE FD-PRODUTO
           END-IF
           .

       INCLUI-PRODUTO-LISTA.
           IF WS-FS-PRODUTO = '35'
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE WS-COD-PRODUTO TO FE-PRODUTO(WS-QTD-PRODUTOS)
           ELSE
               MOVE WS-COD-PRODUTO TO PT-COD-PRODUTO
               READ FD-PRODUTO
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO - IGNORADO.'
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-PRODUTOS
                       MOVE WS-COD-PRODUTO
                           TO FE-PRODUTO(WS-QTD-PRODUTOS)
                       DISPLAY PT-DESCRICAO ' INCLUIDO NA LISTA.'
               END-READ
           END-IF
           .

       END PROGRAM FONTMNT.
