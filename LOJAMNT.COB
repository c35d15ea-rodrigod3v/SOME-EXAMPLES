      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: MANUTENCAO DO MESTRE DE LOJISTAS PARCEIROS
      *          (LOJISTA.DAT): inclui, altera, inativa, reativa e
      *          consulta as lojas que vendem no nosso crediario e
      *          mandam o arquivo diario de vendas (VENDAS<cccc>.DAT)
      *          importado pelo FINLOJI - nome, CNPJ, acordo de
      *          desconto ou comissao do repasse e as condicoes
      *          padrao das vendas (produto, taxa, metodo, dias ate o
      *          1o vencimento, agente). So entra supervisor, como o
      *          mestre de convenios (CONVMNT). Lojista nao e
      *          excluido fisicamente: inativado, o arquivo dele nao
      *          e mais importado, mas as vendas ja feitas seguem no
      *          extrato de repasse do FINLOJE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJAMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOJISTA        ASSIGN TO "LOJISTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-COD-LOJISTA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-LOJISTA.
      *    Produto padrao do lojista e criticado no mestre, como o
      *    LOTENTRY faz com o codigo digitado no detalhe.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LOJISTA.
       01  FD-LOJISTA-REC.
           COPY LOJISTAREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-LOJISTA           PIC X(02) VALUE '00'.
         01 WS-FS-PRODUTO           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SIGNONPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'LOJAMNT'.
         01 WS-TRANSACAO            PIC X(01).
             88 WS-TRANS-INCLUIR            VALUE 'A', 'a'.
             88 WS-TRANS-ALTERAR            VALUE 'C', 'c'.
             88 WS-TRANS-INATIVAR           VALUE 'D', 'd'.
             88 WS-TRANS-REATIVAR           VALUE 'R', 'r'.
             88 WS-TRANS-CONSULTAR          VALUE 'I', 'i'.

         01 WS-COD-LOJISTA          PIC 9(04).
         01 WS-RESPOSTA             PIC X(01).
         01 WS-PRODUTO-VALIDO       PIC X(01).
             88 WS-PRODUTO-OK               VALUE 'S'.

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

           OPEN I-O FD-LOJISTA
           IF WS-FS-LOJISTA = '35'
               OPEN OUTPUT FD-LOJISTA
               CLOSE FD-LOJISTA
               OPEN I-O FD-LOJISTA
           END-IF
           MOVE WS-FS-LOJISTA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'LOJISTA.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           DISPLAY 'LOJISTAS  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(R)EATIVA (I)NDAGA : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
               WHEN WS-TRANS-INCLUIR
                   PERFORM INCLUI-LOJISTA
               WHEN WS-TRANS-ALTERAR
                   PERFORM ALTERA-LOJISTA
               WHEN WS-TRANS-INATIVAR
                   PERFORM MUDA-SITUACAO-LOJISTA
               WHEN WS-TRANS-REATIVAR
                   PERFORM MUDA-SITUACAO-LOJISTA
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-LOJISTA
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE

           CLOSE FD-LOJISTA
           GOBACK.

       INCLUI-LOJISTA.
           PERFORM ACEITA-CODIGO-LOJISTA
           MOVE WS-COD-LOJISTA TO LJ-COD-LOJISTA
           READ FD-LOJISTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'LOJISTA JA CADASTRADO.'
           END-READ
           IF WS-FS-LOJISTA = '23'
               MOVE SPACES TO FD-LOJISTA-REC
               MOVE WS-COD-LOJISTA TO LJ-COD-LOJISTA
               PERFORM ACEITA-DADOS-LOJISTA
               MOVE ZEROS TO LJ-ULT-SEQ-VENDAS
               MOVE 'A' TO LJ-SITUACAO
               WRITE FD-LOJISTA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR LOJISTA.'
                   NOT INVALID KEY
                       DISPLAY 'LOJISTA INCLUIDO.'
               END-WRITE
           END-IF
           .

       ALTERA-LOJISTA.
           PERFORM ACEITA-CODIGO-LOJISTA
           MOVE WS-COD-LOJISTA TO LJ-COD-LOJISTA
           READ FD-LOJISTA
               INVALID KEY
                   DISPLAY 'LOJISTA NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-LOJISTA
                   REWRITE FD-LOJISTA-REC
                   DISPLAY 'LOJISTA ALTERADO. O ACORDO NOVO VALE '
                           'PARA AS PROXIMAS VENDAS IMPORTADAS.'
           END-READ
           .

       MUDA-SITUACAO-LOJISTA.
           PERFORM ACEITA-CODIGO-LOJISTA
           MOVE WS-COD-LOJISTA TO LJ-COD-LOJISTA
           READ FD-LOJISTA
               INVALID KEY
                   DISPLAY 'LOJISTA NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA (S/N) : '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                       IF WS-TRANS-INATIVAR
                           MOVE 'I' TO LJ-SITUACAO
                       ELSE
                           MOVE 'A' TO LJ-SITUACAO
                       END-IF
                       REWRITE FD-LOJISTA-REC
                       DISPLAY 'SITUACAO ATUALIZADA.'
                       IF WS-TRANS-INATIVAR
                           DISPLAY 'VENDAS JA IMPORTADAS SEGUEM NO '
                                   'EXTRATO DE REPASSE DO FINLOJE.'
                       END-IF
                   ELSE
                       DISPLAY 'OPERACAO CANCELADA.'
                   END-IF
           END-READ
           .

       CONSULTA-LOJISTA.
           PERFORM ACEITA-CODIGO-LOJISTA
           MOVE WS-COD-LOJISTA TO LJ-COD-LOJISTA
           READ FD-LOJISTA
               INVALID KEY
                   DISPLAY 'LOJISTA NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'CODIGO...: ' LJ-COD-LOJISTA
                   DISPLAY 'NOME.....: ' LJ-NOME
                   DISPLAY 'CNPJ.....: ' LJ-CNPJ
                   IF LJ-ACORDO-DESCONTO
                       DISPLAY 'ACORDO...: DESCONTO DE '
                               LJ-PCT-ACORDO '%'
                   ELSE
                       DISPLAY 'ACORDO...: COMISSAO DE '
                               LJ-PCT-ACORDO '%'
                   END-IF
                   DISPLAY 'PRODUTO..: ' LJ-COD-PRODUTO
                   DISPLAY 'TAXA AM..: ' LJ-TAXA-JUROS
                   DISPLAY 'METODO...: ' LJ-METODO-AMORT
                   DISPLAY '1O VENCTO: ' LJ-DIAS-1A-VENCTO ' DIA(S)'
                   DISPLAY 'AGENTE...: ' LJ-COD-AGENTE
                   DISPLAY 'ULT. ARQ.: ' LJ-ULT-SEQ-VENDAS
                   DISPLAY 'SITUACAO.: ' LJ-SITUACAO
           END-READ
           .

       ACEITA-CODIGO-LOJISTA.
           DISPLAY 'CODIGO DO LOJISTA (1-9999) : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-LOJISTA IS NUMERIC
                   AND WS-COD-LOJISTA > ZEROS
               ACCEPT WS-COD-LOJISTA
               IF WS-COD-LOJISTA NOT NUMERIC
                   OR WS-COD-LOJISTA = ZEROS
                   DISPLAY 'CODIGO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       ACEITA-DADOS-LOJISTA.
           DISPLAY 'NOME DA LOJA : '
           ACCEPT LJ-NOME
           DISPLAY 'CNPJ (14 DIGITOS) : '
           PERFORM WITH TEST AFTER UNTIL LJ-CNPJ IS NUMERIC
               ACCEPT LJ-CNPJ
               IF LJ-CNPJ NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
      *    Acordo do repasse: desconto sai do valor vendido,
      *    comissao e somada a ele no extrato do FINLOJE.
           DISPLAY 'ACORDO (D)ESCONTO OU (C)OMISSAO : '
           PERFORM WITH TEST AFTER
                   UNTIL LJ-ACORDO-DESCONTO OR LJ-ACORDO-COMISSAO
               ACCEPT LJ-TIPO-ACORDO
               IF LJ-TIPO-ACORDO = 'd'
                   MOVE 'D' TO LJ-TIPO-ACORDO
               END-IF
               IF LJ-TIPO-ACORDO = 'c'
                   MOVE 'C' TO LJ-TIPO-ACORDO
               END-IF
               IF NOT LJ-ACORDO-DESCONTO AND NOT LJ-ACORDO-COMISSAO
                   DISPLAY 'INFORME D OU C : '
               END-IF
           END-PERFORM
           DISPLAY 'PERCENTUAL DO ACORDO (EX: 05,50) : '
           PERFORM WITH TEST AFTER UNTIL LJ-PCT-ACORDO IS NUMERIC
               ACCEPT LJ-PCT-ACORDO
               IF LJ-PCT-ACORDO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'PRODUTO PADRAO DAS VENDAS (0 = TEXTO LIVRE) : '
           PERFORM WITH TEST AFTER
                   UNTIL LJ-COD-PRODUTO IS NUMERIC
                   AND (LJ-COD-PRODUTO = ZEROS OR WS-PRODUTO-OK)
               MOVE 'N' TO WS-PRODUTO-VALIDO
               ACCEPT LJ-COD-PRODUTO
               IF LJ-COD-PRODUTO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               ELSE
                   IF LJ-COD-PRODUTO > ZEROS
                       PERFORM CRITICA-PRODUTO-LOJISTA
                       IF NOT WS-PRODUTO-OK
                           DISPLAY 'PRODUTO INEXISTENTE OU INATIVO '
                                   'NO MESTRE. NOVAMENTE : '
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'TAXA AO MES (EX: 02,5000; 0 = TABELA) : '
           PERFORM WITH TEST AFTER UNTIL LJ-TAXA-JUROS IS NUMERIC
               ACCEPT LJ-TAXA-JUROS
               IF LJ-TAXA-JUROS NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'METODO (P)RICE OU (S)AC : '
           PERFORM WITH TEST AFTER
                   UNTIL LJ-METODO-AMORT = 'P' OR LJ-METODO-AMORT = 'S'
               ACCEPT LJ-METODO-AMORT
               IF LJ-METODO-AMORT = 'p'
                   MOVE 'P' TO LJ-METODO-AMORT
               END-IF
               IF LJ-METODO-AMORT = 's'
                   MOVE 'S' TO LJ-METODO-AMORT
               END-IF
               IF LJ-METODO-AMORT NOT = 'P' AND NOT = 'S'
                   DISPLAY 'INFORME P OU S : '
               END-IF
           END-PERFORM
      *    O 1o vencimento de cada venda e a data da venda mais
      *    estes dias.
           DISPLAY 'DIAS DA VENDA ATE O 1O VENCIMENTO (EX: 030) : '
           PERFORM WITH TEST AFTER UNTIL LJ-DIAS-1A-VENCTO IS NUMERIC
                   AND LJ-DIAS-1A-VENCTO > ZEROS
               ACCEPT LJ-DIAS-1A-VENCTO
               IF LJ-DIAS-1A-VENCTO NOT NUMERIC
                   OR LJ-DIAS-1A-VENCTO = ZEROS
                   DISPLAY 'PRAZO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'CODIGO DO AGENTE DA LOJA (0 = SEM) : '
           PERFORM WITH TEST AFTER UNTIL LJ-COD-AGENTE IS NUMERIC
               ACCEPT LJ-COD-AGENTE
               IF LJ-COD-AGENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           .

       CRITICA-PRODUTO-LOJISTA.
           MOVE 'N' TO WS-PRODUTO-VALIDO
           OPEN INPUT FD-PRODUTO
           IF WS-FS-PRODUTO = '00'
               MOVE LJ-COD-PRODUTO TO PT-COD-PRODUTO
               READ FD-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PT-ATIVO
                           SET WS-PRODUTO-OK TO TRUE
                       END-IF
               END-READ
               CLOSE FD-PRODUTO
           END-IF
           .

       END PROGRAM LOJAMNT.
