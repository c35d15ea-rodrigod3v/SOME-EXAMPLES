      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: COMPRA DE CARTEIRA (aquisicao de contratos de outra
      *          instituicao): o supervisor informa o arquivo padrao
      *          do cedente (CARTAQREC - header, contrato com os
      *          dados do devedor, as condicoes e o preco pago, o
      *          cronograma parcela a parcela, trailer) e o COMPMNT
      *          confere o arquivo inteiro antes de tocar em nada -
      *          header primeiro, trailer batendo quantidades e total
      *          dos precos, senao o arquivo e recusado. Conferido,
      *          o lote numerado (serie COMPRA) passa contrato a
      *          contrato pelas criticas da casa: dados do contrato,
      *          CPF/CNPJ, referencia ja comprada (COMPRDET.DAT),
      *          cronograma completo e em ordem, metodo, preco e o
      *          cliente - achado no CADPF.DAT pelo CPF/CNPJ tem de
      *          estar ativo; novo e incluido com codigo da serie
      *          CLIENTE, auditoria e jornal como no FINLOJI. O
      *          contrato aceito nasce no mestre com numero da serie
      *          CONTRATO, origem ADQUIRIDO ('A'), o lote, a
      *          referencia no cedente, o preco e a data da compra,
      *          trilha AUDITFIN, jornal e o espelho de parcelas do
      *          PARCSYNC. O preco entra na carteira contra o caixa
      *          (MOVDIA '3') e a diferenca para o saldo em aberto
      *          comprado vai para o desagio a apropriar ('4') ou
      *          para o agio ('5'), contabilizados pelo FINCTB.
      *          Rejeitados e aceitos saem no COMPMNT.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
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
           SELECT FD-COMPRA         ASSIGN TO "COMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KP-NUM-LOTE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-COMPRA.
           SELECT FD-COMPRDET       ASSIGN TO "COMPRDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-COMPRDET.
           SELECT FD-CEDENTE        ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CEDENTE.
           SELECT FD-NUMCTL         ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-NOME-CONTROLE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NUMCTL.
           SELECT FD-MOVDIA         ASSIGN TO "MOVDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.
           SELECT FD-AUDITORIA      ASSIGN TO "AUDITCAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT FD-RELATO         ASSIGN TO "COMPMNT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-COMPRA.
       01  FD-COMPRA-REC.
           COPY COMPRAREC.

      *Cada contrato comprado, pela referencia no cedente: barra a
      *mesma referencia num segundo arquivo e liga o contrato da
      *casa ao lote da compra.
       FD  FD-COMPRDET.
       01  FD-COMPRDET-REC.
           03 KD-CHAVE.
               05 KD-CNPJ-CEDENTE   PIC 9(14).
               05 KD-REF-CEDENTE    PIC X(20).
           03 KD-NUM-CONTRATO       PIC 9(08).
           03 KD-NUM-LOTE           PIC 9(06).
           03 KD-DATA-COMPRA        PIC 9(08).

       FD  FD-CEDENTE.
       01  FD-CEDENTE-REC.
           COPY CARTAQREC.

       FD  FD-NUMCTL.
       01  FD-NUMCTL-REC.
           COPY NUMCTLREC.

       FD  FD-MOVDIA.
       01  FD-MOVDIA-REC.
           COPY MOVDIAREC.

       FD  FD-AUDITORIA.
       01  FD-AUDITORIA-REC.
           COPY AUDITCAD.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-COMPRA        PIC X(02) VALUE '00'.
           03 WS-FS-COMPRDET      PIC X(02) VALUE '00'.
           03 WS-FS-CEDENTE       PIC X(02) VALUE '00'.
           03 WS-FS-NUMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-MOVDIA        PIC X(02) VALUE '00'.
           03 WS-FS-AUDITORIA     PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY DATAVALPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY SIGNONPARM.
         COPY OPERFILPARM.
         COPY TRAVAPARM.
         COPY NOMEFMTPARM.
         COPY CEPTAB.
         COPY CNPJPESO.

         01 WS-PROGRAMA             PIC X(08) VALUE 'COMPMNT'.
         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-OPCAO                PIC 9.
         01 WS-NUM-LOTE             PIC 9(06).
         01 WS-NOME-ARQUIVO         PIC X(40) VALUE SPACES.

         01 WS-FIM-CEDENTE          PIC X(01).
             88 WS-EOF-CEDENTE              VALUE 'S'.
         01 WS-FIM-COMPRA           PIC X(01).
             88 WS-EOF-COMPRA               VALUE 'S'.
         01 WS-FIM-TRABALHO         PIC X(01).
             88 WS-EOF-TRABALHO             VALUE 'S'.

      *  Conferencia do arquivo inteiro (primeira leitura): header
      *  no primeiro registro, trailer no ultimo, quantidades e
      *  total dos precos batendo com o que veio.
         01 WS-ARQUIVO-VALIDO       PIC X(01).
             88 WS-ARQUIVO-ACEITO           VALUE 'S'.
         01 WS-DESCR-ARQUIVO        PIC X(40).
         01 WS-CNPJ-CEDENTE         PIC 9(14).
         01 WS-NOME-CEDENTE         PIC X(40).
         01 WS-DATA-BASE            PIC 9(08).
         01 WS-TEM-TRAILER          PIC X(01).
             88 WS-ACHOU-TRAILER            VALUE 'S'.
         01 WS-QTD-CONTRATOS-ARQ    PIC 9(06).
         01 WS-QTD-PARCELAS-ARQ     PIC 9(08).
         01 WS-VR-PRECOS-ARQ        PIC 9(12)V99.

      *  Contrato do cedente em montagem: o registro 'C' e as
      *  parcelas que vem atras dele, fechado no proximo 'C', no
      *  trailer ou no fim do arquivo.
         01 WS-CONTRATO-PENDENTE    PIC X(01).
             88 WS-HA-CONTRATO-PENDENTE     VALUE 'S'.
         01 WS-CEDENTE-CONTRATO.
           COPY CARTAQREC REPLACING LEADING ==KC-== BY ==KW-==.
         01 WS-QTD-PARC-LIDAS       PIC 9(04).
         01 WS-PARCELA-ESTRANHA     PIC X(01).
             88 WS-TEM-PARCELA-ESTRANHA     VALUE 'S'.
         01 WS-TAB-PARCELAS.
           03 WS-TP-PARCELA OCCURS 420 TIMES.
               05 WS-TP-NUM-PARCELA PIC 9(03).
               05 WS-TP-VENCTO      PIC 9(08).
               05 WS-TP-VALOR       PIC 9(07)V99.
               05 WS-TP-SITUACAO    PIC X(01).

      *  Critica do contrato: 01/14/15 com o mesmo sentido dos
      *  motivos do FINLOJI; de 21 em diante sao da propria compra.
         01 WS-MOTIVO-CONTRATO      PIC 9(02).
         01 WS-DESCR-MOTIVO         PIC X(30).
         01 WS-IND                  PIC 9(04).
         01 WS-VENCTO-ANTERIOR      PIC 9(08).
         01 WS-VR-SALDO-ABERTO      PIC 9(09)V99.
         01 WS-QTD-ABERTAS          PIC 9(03).
         01 WS-VR-DIFERENCA         PIC 9(09)V99.
         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-COD-CLIENTE          PIC 9(06).
         01 WS-NOME-CLIENTE         PIC X(20).
         01 WS-GRAVOU-CLIENTE       PIC X(01).
             88 WS-CLIENTE-GRAVADO          VALUE 'S'.
         01 WS-GRAVOU-CONTRATO      PIC X(01).
             88 WS-CONTRATO-GRAVADO         VALUE 'S'.
         01 WS-TENTATIVAS           PIC 9(02).
         01 WS-TAB-IDX              PIC 9.

      *  Digito verificador do CPF e do CNPJ, como no CADPF.
         01 WS-CPF                  PIC 9(11).
         01 WS-CPF-R REDEFINES WS-CPF.
           03 WS-CPF-DIGITO         PIC 9 OCCURS 11 TIMES.
         01 WS-VALIDA-CPF.
           03 WS-CPF-SOMA           PIC 9(04).
           03 WS-CPF-RESTO          PIC 9(02).
           03 WS-CPF-DV             PIC 9.
           03 WS-CPF-IND            PIC 99.
           03 WS-CPF-PESO           PIC 99.
           03 WS-CPF-QTD-DIG        PIC 99.
           03 WS-CPF-OK             PIC X VALUE 'N'.
               88 WS-CPF-VALIDO             VALUE 'S'.
         01 WS-CNPJ                 PIC 9(14).
         01 WS-CNPJ-R REDEFINES WS-CNPJ.
           03 WS-CNPJ-DIGITO        PIC 9 OCCURS 14 TIMES.
         01 WS-VALIDA-CNPJ.
           03 WS-CNPJ-SOMA          PIC 9(05).
           03 WS-CNPJ-RESTO         PIC 9(02).
           03 WS-CNPJ-DV            PIC 9.
           03 WS-CNPJ-IND           PIC 99.
           03 WS-CNPJ-QTD-DIG       PIC 99.
           03 WS-CNPJ-OK            PIC X VALUE 'N'.
               88 WS-CNPJ-VALIDO            VALUE 'S'.

         01 WS-TELEFONE             PIC 9(09).
         01 WS-TELEFONE-R REDEFINES WS-TELEFONE.
           03 WS-TEL-PREFIXO        PIC 9(05).
           03 WS-TEL-SUFIXO         PIC 9(04).

         01 WS-QTD-LIDOS            PIC 9(05) VALUE ZEROS.
         01 WS-QTD-ACEITOS          PIC 9(05) VALUE ZEROS.
         01 WS-QTD-REJEITADOS       PIC 9(05) VALUE ZEROS.
         01 WS-QTD-CLIENTES-NOVOS   PIC 9(05) VALUE ZEROS.
         01 WS-VR-TOTAL-SALDO       PIC 9(12)V99 VALUE ZEROS.
         01 WS-VR-TOTAL-PRECO       PIC 9(12)V99 VALUE ZEROS.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN): LOW-VALUES na inclusao.
         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

         01 WS-LINHA-CABEC.
           03 FILLER                PIC X(11) VALUE 'COMPRA LOTE'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-LOTE            PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-CEDENTE         PIC X(40).

         01 WS-LINHA-ACEITO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LA-REF             PIC X(20).
           03 FILLER                PIC X(10) VALUE ' CONTRATO '.
           03 WS-LA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' SALDO '.
           03 WS-LA-SALDO           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE ' PRECO '.
           03 WS-LA-PRECO           PIC ZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-REJEITO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LR-REF             PIC X(20).
           03 FILLER                PIC X(10) VALUE ' REJEITADO'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-MOTIVO          PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-DESCRICAO       PIC X(30).

         01 WS-LINHA-TOTAL.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-ACEITOS         PIC ZZZZ9.
           03 FILLER                PIC X(12) VALUE ' ADQUIRIDOS '.
           03 WS-LT-REJEITADOS      PIC ZZZZ9.
           03 FILLER                PIC X(13) VALUE ' REJEITADOS -'.
           03 FILLER                PIC X(07) VALUE ' SALDO '.
           03 WS-LT-SALDO           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE ' PRECO '.
           03 WS-LT-PRECO           PIC ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-LOTE.
           03 FILLER                PIC X(05) VALUE 'LOTE '.
           03 WS-LL-LOTE            PIC 9(06).
           03 FILLER                PIC X(04) VALUE ' EM '.
           03 WS-LL-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LL-CEDENTE         PIC X(20).
           03 FILLER                PIC X(05) VALUE ' QTD '.
           03 WS-LL-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(07) VALUE ' SALDO '.
           03 WS-LL-SALDO           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(07) VALUE ' PRECO '.
           03 WS-LL-PRECO           PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    A compra grava contratos e clientes: so roda com o JOB
      *    NOTURNO parado, como a cessao.
           MOVE 'N' TO TC-FUNCAO
           CALL 'TRAVACTL' USING TC-FUNCAO TC-BLOQUEADO TC-JOB-ABERTO
           IF TC-ESTA-BLOQUEADO
               DISPLAY 'JOB NOTURNO EM EXECUCAO: COMPRA DE CARTEIRA '
                       'INDISPONIVEL. AGUARDE O TERMINO DA NOITE.'
               GOBACK
           END-IF

           MOVE WS-PROGRAMA TO SN-PROGRAMA
           CALL 'SIGNON' USING SN-PROGRAMA SN-USUARIO SN-NIVEL
                               SN-AUTORIZADO
           IF SN-NAO-AUTORIZADO
               GOBACK
           END-IF
      *    Contrato adquirido entra na filial do operador que
      *    importou a compra.
           MOVE SN-USUARIO TO OF-OPERADOR
           CALL 'OPERFIL' USING OF-OPERADOR OF-COD-FILIAL

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           DISPLAY 'COMPRA DE CARTEIRA - 1-IMPORTA ARQUIVO DO '
                   'CEDENTE  2-CONSULTA LOTES'
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT NUMERIC
                   DISPLAY 'OPCAO INVALIDA. DIGITE NOVAMENTE : '
               END-IF
           END-PERFORM

           EVALUATE WS-OPCAO
               WHEN 2
                   PERFORM CONSULTA-LOTES
               WHEN OTHER
                   IF SN-NIVEL-SUPERVISOR
                       PERFORM IMPORTA-CARTEIRA
                   ELSE
                       DISPLAY 'IMPORTACAO DE CARTEIRA E FUNCAO DE '
                               'SUPERVISOR.'
                   END-IF
           END-EVALUATE

           GOBACK.

       IMPORTA-CARTEIRA.
           DISPLAY 'ARQUIVO DO CEDENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-NOME-ARQUIVO NOT = SPACES
               ACCEPT WS-NOME-ARQUIVO
               IF WS-NOME-ARQUIVO = SPACES
                   DISPLAY 'INFORME O NOME DO ARQUIVO : '
               END-IF
           END-PERFORM

           OPEN INPUT FD-CEDENTE
           MOVE WS-FS-CEDENTE TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'COMPMNT: ' WS-NOME-ARQUIVO ' - ' FS-MENSAGEM
           ELSE
               PERFORM CONFERE-ARQUIVO-CEDENTE
               CLOSE FD-CEDENTE
               IF NOT WS-ARQUIVO-ACEITO
                   DISPLAY 'COMPMNT: ARQUIVO RECUSADO - '
                           WS-DESCR-ARQUIVO
                   DISPLAY 'NENHUM CONTRATO FOI IMPORTADO.'
               ELSE
                   PERFORM ABRE-ARQUIVOS
                   PERFORM OBTEM-NUMERO-LOTE
                   MOVE WS-NUM-LOTE     TO WS-LC-LOTE
                   MOVE WS-DATA-HOJE    TO WS-LC-DATA
                   MOVE WS-NOME-CEDENTE TO WS-LC-CEDENTE
                   WRITE FD-RELATO-REG FROM WS-LINHA-CABEC
                   PERFORM PROCESSA-ARQUIVO-CEDENTE
                   PERFORM GRAVA-LOTE-COMPRA
                   MOVE WS-QTD-ACEITOS    TO WS-LT-ACEITOS
                   MOVE WS-QTD-REJEITADOS TO WS-LT-REJEITADOS
                   MOVE WS-VR-TOTAL-SALDO TO WS-LT-SALDO
                   MOVE WS-VR-TOTAL-PRECO TO WS-LT-PRECO
                   WRITE FD-RELATO-REG FROM WS-LINHA-TOTAL
                   PERFORM FECHA-ARQUIVOS
                   DISPLAY 'COMPMNT: LOTE ' WS-NUM-LOTE ' - '
                           WS-QTD-ACEITOS ' ADQUIRIDO(S), '
                           WS-QTD-REJEITADOS ' REJEITADO(S), '
                           WS-QTD-CLIENTES-NOVOS
                           ' CLIENTE(S) NOVO(S) (COMPMNT.PRT).'
               END-IF
           END-IF
           .

       CONFERE-ARQUIVO-CEDENTE.
      *    Arquivo fora do padrao (sem header, sem trailer, trailer
      *    sem bater) e recusado inteiro, sem lote nem gravacao:
      *    o cedente manda de novo.
           MOVE 'S'    TO WS-ARQUIVO-VALIDO
           MOVE 'N'    TO WS-FIM-CEDENTE WS-TEM-TRAILER
           MOVE SPACES TO WS-DESCR-ARQUIVO WS-NOME-CEDENTE
           MOVE ZEROS  TO WS-QTD-CONTRATOS-ARQ WS-QTD-PARCELAS-ARQ
                          WS-VR-PRECOS-ARQ WS-CNPJ-CEDENTE
                          WS-DATA-BASE
           READ FD-CEDENTE
               AT END
                   SET WS-EOF-CEDENTE TO TRUE
                   MOVE 'N' TO WS-ARQUIVO-VALIDO
                   MOVE 'ARQUIVO VAZIO' TO WS-DESCR-ARQUIVO
               NOT AT END
                   IF KC-REG-HEADER
                       AND KC-H-CNPJ-CEDENTE IS NUMERIC
                       AND KC-H-CNPJ-CEDENTE > ZEROS
                       AND KC-H-DATA-BASE IS NUMERIC
                       MOVE KC-H-CNPJ-CEDENTE TO WS-CNPJ-CEDENTE
                       MOVE KC-H-NOME-CEDENTE TO WS-NOME-CEDENTE
                       MOVE KC-H-DATA-BASE    TO WS-DATA-BASE
                   ELSE
                       SET WS-EOF-CEDENTE TO TRUE
                       MOVE 'N' TO WS-ARQUIVO-VALIDO
                       MOVE 'HEADER DO CEDENTE INVALIDO'
                           TO WS-DESCR-ARQUIVO
                   END-IF
           END-READ

           PERFORM UNTIL WS-EOF-CEDENTE
               READ FD-CEDENTE
                   AT END
                       SET WS-EOF-CEDENTE TO TRUE
                   NOT AT END
                       IF WS-ACHOU-TRAILER
                           MOVE 'N' TO WS-ARQUIVO-VALIDO
                           MOVE 'REGISTRO DEPOIS DO TRAILER'
                               TO WS-DESCR-ARQUIVO
                           SET WS-EOF-CEDENTE TO TRUE
                       ELSE
                           EVALUATE TRUE
                               WHEN KC-REG-CONTRATO
                                   ADD 1 TO WS-QTD-CONTRATOS-ARQ
                                   IF KC-PRECO IS NUMERIC
                                       ADD KC-PRECO
                                           TO WS-VR-PRECOS-ARQ
                                   END-IF
                               WHEN KC-REG-PARCELA
                                   ADD 1 TO WS-QTD-PARCELAS-ARQ
                               WHEN KC-REG-TRAILER
                                   SET WS-ACHOU-TRAILER TO TRUE
                                   PERFORM CONFERE-TRAILER-CEDENTE
                               WHEN OTHER
                                   MOVE 'N' TO WS-ARQUIVO-VALIDO
                                   MOVE 'TIPO DE REGISTRO INVALIDO'
                                       TO WS-DESCR-ARQUIVO
                                   SET WS-EOF-CEDENTE TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ARQUIVO-ACEITO AND NOT WS-ACHOU-TRAILER
               MOVE 'N' TO WS-ARQUIVO-VALIDO
               MOVE 'ARQUIVO SEM TRAILER' TO WS-DESCR-ARQUIVO
           END-IF
           IF WS-ARQUIVO-ACEITO AND WS-QTD-CONTRATOS-ARQ = ZEROS
               MOVE 'N' TO WS-ARQUIVO-VALIDO
               MOVE 'ARQUIVO SEM CONTRATOS' TO WS-DESCR-ARQUIVO
           END-IF
           .

       CONFERE-TRAILER-CEDENTE.
           IF KC-T-QTD-CONTRATOS NOT NUMERIC
               OR KC-T-QTD-PARCELAS NOT NUMERIC
               OR KC-T-VR-PRECOS NOT NUMERIC
               OR KC-T-QTD-CONTRATOS NOT = WS-QTD-CONTRATOS-ARQ
               OR KC-T-QTD-PARCELAS NOT = WS-QTD-PARCELAS-ARQ
               OR KC-T-VR-PRECOS NOT = WS-VR-PRECOS-ARQ
               MOVE 'N' TO WS-ARQUIVO-VALIDO
               MOVE 'TRAILER NAO CONFERE COM O ARQUIVO'
                   TO WS-DESCR-ARQUIVO
           END-IF
           .

       ABRE-ARQUIVOS.
           OPEN I-O FD-CONTRATO
           IF WS-FS-CONTRATO = '35'
               OPEN OUTPUT FD-CONTRATO
               CLOSE FD-CONTRATO
               OPEN I-O FD-CONTRATO
           END-IF
           OPEN I-O FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN I-O FD-CADASTRO
           END-IF
           OPEN I-O FD-COMPRA
           IF WS-FS-COMPRA = '35'
               OPEN OUTPUT FD-COMPRA
               CLOSE FD-COMPRA
               OPEN I-O FD-COMPRA
           END-IF
           OPEN I-O FD-COMPRDET
           IF WS-FS-COMPRDET = '35'
               OPEN OUTPUT FD-COMPRDET
               CLOSE FD-COMPRDET
               OPEN I-O FD-COMPRDET
           END-IF
           OPEN I-O FD-NUMCTL
           IF WS-FS-NUMCTL = '35'
               OPEN OUTPUT FD-NUMCTL
               CLOSE FD-NUMCTL
               OPEN I-O FD-NUMCTL
           END-IF
           OPEN OUTPUT FD-RELATO
           .

       FECHA-ARQUIVOS.
           CLOSE FD-RELATO
           CLOSE FD-NUMCTL
           CLOSE FD-COMPRDET
           CLOSE FD-COMPRA
           CLOSE FD-CADASTRO
           CLOSE FD-CONTRATO
           .

       OBTEM-NUMERO-LOTE.
      *    Serie COMPRA de NUMCTL.DAT, mesmo le-usa-incrementa da
      *    serie CESSAO do CESSMNT; semeada em 1 na primeira vez.
           MOVE 'COMPRA' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   MOVE 1 TO NU-PROXIMO-NUMERO
                   MOVE 'COMPRA' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-LOTE
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       PROCESSA-ARQUIVO-CEDENTE.
      *    Segunda leitura, ja conferida: quebra por contrato - o
      *    'C' abre um contrato, os 'P' seguintes sao o cronograma
      *    dele e o proximo 'C' (ou o trailer) fecha o anterior.
           MOVE 'N' TO WS-FIM-CEDENTE WS-CONTRATO-PENDENTE
           OPEN INPUT FD-CEDENTE
           PERFORM UNTIL WS-EOF-CEDENTE
               READ FD-CEDENTE
                   AT END
                       SET WS-EOF-CEDENTE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN KC-REG-CONTRATO
                               IF WS-HA-CONTRATO-PENDENTE
                                   PERFORM FECHA-CONTRATO-CEDENTE
                               END-IF
                               PERFORM INICIA-CONTRATO-CEDENTE
                           WHEN KC-REG-PARCELA
                               PERFORM ACUMULA-PARCELA-CEDENTE
                           WHEN KC-REG-TRAILER
                               SET WS-EOF-CEDENTE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-HA-CONTRATO-PENDENTE
               PERFORM FECHA-CONTRATO-CEDENTE
           END-IF
           CLOSE FD-CEDENTE
           .

       INICIA-CONTRATO-CEDENTE.
           MOVE FD-CEDENTE-REC TO WS-CEDENTE-CONTRATO
           SET WS-HA-CONTRATO-PENDENTE TO TRUE
           MOVE ZEROS TO WS-QTD-PARC-LIDAS
           MOVE 'N'   TO WS-PARCELA-ESTRANHA
           ADD 1 TO WS-QTD-LIDOS
           .

       ACUMULA-PARCELA-CEDENTE.
      *    Parcela sem contrato aberto, ou com a referencia de
      *    outro contrato, derruba o contrato em montagem; alem de
      *    420 so conta, para a critica recusar o cronograma.
           IF NOT WS-HA-CONTRATO-PENDENTE
               MOVE KC-P-REF-CEDENTE TO WS-LR-REF
               MOVE 24 TO WS-LR-MOTIVO
               MOVE 'PARCELA SEM CONTRATO' TO WS-LR-DESCRICAO
               WRITE FD-RELATO-REG FROM WS-LINHA-REJEITO
           ELSE
               IF KC-P-REF-CEDENTE NOT = KW-REF-CEDENTE
                   SET WS-TEM-PARCELA-ESTRANHA TO TRUE
               END-IF
               ADD 1 TO WS-QTD-PARC-LIDAS
               IF WS-QTD-PARC-LIDAS NOT > 420
                   MOVE KC-P-NUM-PARCELA
                       TO WS-TP-NUM-PARCELA(WS-QTD-PARC-LIDAS)
                   MOVE KC-P-VENCTO
                       TO WS-TP-VENCTO(WS-QTD-PARC-LIDAS)
                   MOVE KC-P-VALOR
                       TO WS-TP-VALOR(WS-QTD-PARC-LIDAS)
                   MOVE KC-P-SITUACAO
                       TO WS-TP-SITUACAO(WS-QTD-PARC-LIDAS)
               END-IF
           END-IF
           .

       FECHA-CONTRATO-CEDENTE.
           MOVE 'N' TO WS-CONTRATO-PENDENTE
           PERFORM CRITICA-CONTRATO-CEDENTE
           IF WS-MOTIVO-CONTRATO = ZEROS
               PERFORM LOCALIZA-OU-INCLUI-CLIENTE
           END-IF
           IF WS-MOTIVO-CONTRATO = ZEROS
               PERFORM GRAVA-CONTRATO-ADQUIRIDO
           END-IF
           IF WS-MOTIVO-CONTRATO = ZEROS
               PERFORM REGISTRA-CONTRATO-ADQUIRIDO
           ELSE
               PERFORM REJEITA-CONTRATO-CEDENTE
           END-IF
           .

       CRITICA-CONTRATO-CEDENTE.
      *    Criticas na ordem: dados do contrato (21), CPF/CNPJ
      *    (22), referencia ja comprada (23), cronograma (24 a 26),
      *    metodo (27) e preco (28); o cliente vem depois.
           MOVE ZEROS  TO WS-MOTIVO-CONTRATO
           MOVE SPACES TO WS-DESCR-MOTIVO

           IF KW-REF-CEDENTE = SPACES
               OR KW-VALOR NOT NUMERIC OR KW-VALOR = ZEROS
               OR KW-TAXA-JUROS NOT NUMERIC
               OR KW-NUM-PARCELAS NOT NUMERIC
               OR KW-NUM-PARCELAS = ZEROS
               OR KW-DATA-CONTRATACAO NOT NUMERIC
               OR KW-PRECO NOT NUMERIC
               OR (KW-TIPO-PESSOA NOT = 'F'
                   AND KW-TIPO-PESSOA NOT = 'J')
               MOVE 21 TO WS-MOTIVO-CONTRATO
               MOVE 'DADOS DO CONTRATO INVALIDOS' TO WS-DESCR-MOTIVO
           ELSE
               MOVE KW-DATA-CONTRATACAO(7:2) TO DV-DIA
               MOVE KW-DATA-CONTRATACAO(5:2) TO DV-MES
               MOVE KW-DATA-CONTRATACAO(1:4) TO DV-ANO
               CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                     DV-DATA-VALIDA
               IF DV-DATA-E-INVALIDA
                   MOVE 21 TO WS-MOTIVO-CONTRATO
                   MOVE 'DATA DE CONTRATACAO INVALIDA'
                       TO WS-DESCR-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO-CONTRATO = ZEROS
               IF KW-TIPO-PESSOA = 'J'
                   MOVE 'N' TO WS-CNPJ-OK
                   IF KW-CNPJ IS NUMERIC
                       MOVE KW-CNPJ TO WS-CNPJ
                       PERFORM VALIDA-CNPJ
                   END-IF
                   IF NOT WS-CNPJ-VALIDO
                       MOVE 22 TO WS-MOTIVO-CONTRATO
                       MOVE 'CNPJ INVALIDO' TO WS-DESCR-MOTIVO
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CPF-OK
                   IF KW-CPF IS NUMERIC
                       MOVE KW-CPF TO WS-CPF
                       PERFORM VALIDA-CPF
                   END-IF
                   IF NOT WS-CPF-VALIDO
                       MOVE 22 TO WS-MOTIVO-CONTRATO
                       MOVE 'CPF INVALIDO' TO WS-DESCR-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO-CONTRATO = ZEROS
               MOVE WS-CNPJ-CEDENTE TO KD-CNPJ-CEDENTE
               MOVE KW-REF-CEDENTE  TO KD-REF-CEDENTE
               READ FD-COMPRDET
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 23 TO WS-MOTIVO-CONTRATO
                       MOVE 'CONTRATO JA ADQUIRIDO' TO WS-DESCR-MOTIVO
               END-READ
           END-IF

           IF WS-MOTIVO-CONTRATO = ZEROS
               PERFORM CRITICA-CRONOGRAMA-CEDENTE
           END-IF

           IF WS-MOTIVO-CONTRATO = ZEROS
               IF KW-METODO-AMORT NOT = 'P'
                   AND KW-METODO-AMORT NOT = 'S'
                   MOVE 27 TO WS-MOTIVO-CONTRATO
                   MOVE 'METODO DE AMORTIZACAO INVALIDO'
                       TO WS-DESCR-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO-CONTRATO = ZEROS
               IF KW-PRECO = ZEROS
                   MOVE 28 TO WS-MOTIVO-CONTRATO
                   MOVE 'PRECO DE COMPRA ZERADO' TO WS-DESCR-MOTIVO
               END-IF
           END-IF
           .

       CRITICA-CRONOGRAMA-CEDENTE.
      *    O cronograma vem inteiro - da 1a a ultima parcela, as
      *    ja pagas ao cedente marcadas 'G' -, na ordem, com
      *    vencimentos validos e crescentes; tem de sobrar ao menos
      *    uma parcela em aberto para a casa receber.
           MOVE ZEROS TO WS-VR-SALDO-ABERTO WS-QTD-ABERTAS
                         WS-VENCTO-ANTERIOR
           EVALUATE TRUE
               WHEN WS-TEM-PARCELA-ESTRANHA
                   MOVE 24 TO WS-MOTIVO-CONTRATO
                   MOVE 'PARCELA DE OUTRO CONTRATO'
                       TO WS-DESCR-MOTIVO
               WHEN KW-NUM-PARCELAS > 420
                   OR WS-QTD-PARC-LIDAS > 420
                   MOVE 24 TO WS-MOTIVO-CONTRATO
                   MOVE 'MAIS DE 420 PARCELAS' TO WS-DESCR-MOTIVO
               WHEN WS-QTD-PARC-LIDAS NOT = KW-NUM-PARCELAS
                   MOVE 24 TO WS-MOTIVO-CONTRATO
                   MOVE 'CRONOGRAMA INCOMPLETO' TO WS-DESCR-MOTIVO
               WHEN OTHER
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-PARC-LIDAS
                              OR WS-MOTIVO-CONTRATO NOT = ZEROS
                       PERFORM CRITICA-PARCELA-CEDENTE
                   END-PERFORM
           END-EVALUATE

           IF WS-MOTIVO-CONTRATO = ZEROS AND WS-QTD-ABERTAS = ZEROS
               MOVE 26 TO WS-MOTIVO-CONTRATO
               MOVE 'CONTRATO SEM PARCELA EM ABERTO'
                   TO WS-DESCR-MOTIVO
           END-IF
           .

       CRITICA-PARCELA-CEDENTE.
           IF WS-TP-NUM-PARCELA(WS-IND) NOT NUMERIC
               OR WS-TP-NUM-PARCELA(WS-IND) NOT = WS-IND
               MOVE 24 TO WS-MOTIVO-CONTRATO
               MOVE 'PARCELA FORA DE SEQUENCIA' TO WS-DESCR-MOTIVO
           ELSE
               IF WS-TP-VALOR(WS-IND) NOT NUMERIC
                   OR WS-TP-VALOR(WS-IND) = ZEROS
                   OR WS-TP-VENCTO(WS-IND) NOT NUMERIC
                   OR WS-TP-VENCTO(WS-IND) NOT > WS-VENCTO-ANTERIOR
                   OR (WS-TP-SITUACAO(WS-IND) NOT = 'G'
                       AND WS-TP-SITUACAO(WS-IND) NOT = 'P')
                   MOVE 25 TO WS-MOTIVO-CONTRATO
                   MOVE 'PARCELA COM DADOS INVALIDOS'
                       TO WS-DESCR-MOTIVO
               ELSE
                   MOVE WS-TP-VENCTO(WS-IND)(7:2) TO DV-DIA
                   MOVE WS-TP-VENCTO(WS-IND)(5:2) TO DV-MES
                   MOVE WS-TP-VENCTO(WS-IND)(1:4) TO DV-ANO
                   CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                         DV-DATA-VALIDA
                   IF DV-DATA-E-INVALIDA
                       MOVE 25 TO WS-MOTIVO-CONTRATO
                       MOVE 'VENCIMENTO DE PARCELA INVALIDO'
                           TO WS-DESCR-MOTIVO
                   ELSE
                       MOVE WS-TP-VENCTO(WS-IND) TO WS-VENCTO-ANTERIOR
                       IF WS-TP-SITUACAO(WS-IND) = 'P'
                           ADD WS-TP-VALOR(WS-IND)
                               TO WS-VR-SALDO-ABERTO
                           ADD 1 TO WS-QTD-ABERTAS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       VALIDA-CPF.
           MOVE 'N' TO WS-CPF-OK
           MOVE 9 TO WS-CPF-QTD-DIG
           PERFORM CALCULA-DV-CPF
           IF WS-CPF-DV = WS-CPF-DIGITO(10)
               MOVE 10 TO WS-CPF-QTD-DIG
               PERFORM CALCULA-DV-CPF
               IF WS-CPF-DV = WS-CPF-DIGITO(11)
                   MOVE 'S' TO WS-CPF-OK
               END-IF
           END-IF
           .

       CALCULA-DV-CPF.
           MOVE ZEROS TO WS-CPF-SOMA
           COMPUTE WS-CPF-PESO = WS-CPF-QTD-DIG + 1
           PERFORM VARYING WS-CPF-IND FROM 1 BY 1
                   UNTIL WS-CPF-IND > WS-CPF-QTD-DIG
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   (WS-CPF-DIGITO(WS-CPF-IND) * WS-CPF-PESO)
               SUBTRACT 1 FROM WS-CPF-PESO
           END-PERFORM
           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA * 10, 11)
           IF WS-CPF-RESTO > 9
               MOVE 0 TO WS-CPF-DV
           ELSE
               MOVE WS-CPF-RESTO TO WS-CPF-DV
           END-IF
           .

       VALIDA-CNPJ.
      *    Modulo 11 com os pesos de CNPJPESO.cpy, como no CADPF.
           MOVE 'N' TO WS-CNPJ-OK
           MOVE 12 TO WS-CNPJ-QTD-DIG
           PERFORM CALCULA-DV-CNPJ
           IF WS-CNPJ-DV = WS-CNPJ-DIGITO(13)
               MOVE 13 TO WS-CNPJ-QTD-DIG
               PERFORM CALCULA-DV-CNPJ
               IF WS-CNPJ-DV = WS-CNPJ-DIGITO(14)
                   MOVE 'S' TO WS-CNPJ-OK
               END-IF
           END-IF
           .

       CALCULA-DV-CNPJ.
           MOVE ZEROS TO WS-CNPJ-SOMA
           PERFORM VARYING WS-CNPJ-IND FROM 1 BY 1
                   UNTIL WS-CNPJ-IND > WS-CNPJ-QTD-DIG
               IF WS-CNPJ-QTD-DIG = 12
                   COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                       (WS-CNPJ-DIGITO(WS-CNPJ-IND) *
                        WS-TAB-PESO-CNPJ-OCR(WS-CNPJ-IND + 1))
               ELSE
                   COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                       (WS-CNPJ-DIGITO(WS-CNPJ-IND) *
                        WS-TAB-PESO-CNPJ-OCR(WS-CNPJ-IND))
               END-IF
           END-PERFORM
           COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11)
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV
           ELSE
               COMPUTE WS-CNPJ-DV = 11 - WS-CNPJ-RESTO
           END-IF
           .

       LOCALIZA-OU-INCLUI-CLIENTE.
      *    Devedor achado pelo documento (CPF ou CNPJ) tem de estar
      *    ativo; sem cadastro, e incluido com os dados do cedente.
           IF KW-TIPO-PESSOA = 'J'
               MOVE KW-CNPJ TO FD-CNPJ
               READ FD-CADASTRO KEY IS FD-CNPJ
                   INVALID KEY
                       PERFORM INCLUI-CLIENTE-CEDENTE
                   NOT INVALID KEY
                       PERFORM CONFERE-CLIENTE-ACHADO
               END-READ
           ELSE
               MOVE KW-CPF TO FD-CPF
               READ FD-CADASTRO KEY IS FD-CPF
                   INVALID KEY
                       PERFORM INCLUI-CLIENTE-CEDENTE
                   NOT INVALID KEY
                       PERFORM CONFERE-CLIENTE-ACHADO
               END-READ
           END-IF
           IF WS-MOTIVO-CONTRATO = ZEROS
               IF FD-PESSOA-JURIDICA
                   MOVE FD-RAZAO-SOCIAL TO WS-NOME-CLIENTE
               ELSE
                   MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                   MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                   CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                           NF-ULTIMO-NOME NF-NOME-COMPLETO
                   MOVE NF-NOME-COMPLETO TO WS-NOME-CLIENTE
               END-IF
           END-IF
           .

       CONFERE-CLIENTE-ACHADO.
           IF FD-CLIENTE-INATIVO
               MOVE 01 TO WS-MOTIVO-CONTRATO
               MOVE 'CLIENTE INATIVO NO CADASTRO' TO WS-DESCR-MOTIVO
           ELSE
               MOVE FD-CAD-COD-CLIENTE TO WS-COD-CLIENTE
           END-IF
           .

       INCLUI-CLIENTE-CEDENTE.
      *    Devedor novo: ativo com os dados que o cedente mandou;
      *    endereco pelo CEP quando ele esta na tabela do CADPF
      *    (CEPTAB), o resto e completado no balcao. Codigo da
      *    serie CLIENTE; codigo ja usado faz pegar o proximo.
           IF (KW-TIPO-PESSOA = 'J' AND KW-RAZAO-SOCIAL = SPACES)
               OR (KW-TIPO-PESSOA = 'F' AND KW-PRIMEIRO-NOME = SPACES)
               MOVE 14 TO WS-MOTIVO-CONTRATO
               MOVE 'CLIENTE NOVO SEM NOME' TO WS-DESCR-MOTIVO
           ELSE
               MOVE 'N'   TO WS-GRAVOU-CLIENTE
               MOVE ZEROS TO WS-TENTATIVAS
               PERFORM UNTIL WS-CLIENTE-GRAVADO OR WS-TENTATIVAS > 50
                   ADD 1 TO WS-TENTATIVAS
                   PERFORM MONTA-CLIENTE-CEDENTE
                   WRITE FD-CADASTRO-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CLIENTE-GRAVADO TO TRUE
                   END-WRITE
               END-PERFORM
               IF WS-CLIENTE-GRAVADO
                   MOVE FD-CAD-COD-CLIENTE TO WS-COD-CLIENTE
                   ADD 1 TO WS-QTD-CLIENTES-NOVOS
                   PERFORM GRAVA-AUDIT-CADASTRO
                   MOVE 'CADPF' TO JN-PARM-ARQUIVO
                   MOVE 'W'     TO JN-PARM-OPERACAO
                   MOVE FD-CADASTRO-REC TO JN-PARM-IMAGEM
                   CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO
                           JN-PARM-OPERACAO JN-PARM-IMAGEM
               ELSE
                   MOVE 15 TO WS-MOTIVO-CONTRATO
                   MOVE 'CLIENTE NAO INCLUIDO NO CADPF'
                       TO WS-DESCR-MOTIVO
               END-IF
           END-IF
           .

       MONTA-CLIENTE-CEDENTE.
           MOVE SPACES TO FD-CADASTRO-REC
           PERFORM OBTEM-CODIGO-CLIENTE
           MOVE KW-TIPO-PESSOA TO FD-TIPO-PESSOA
           MOVE ZEROS TO FD-CPF FD-CNPJ FD-DATA-NASC
           IF KW-TIPO-PESSOA = 'J'
               MOVE KW-CNPJ          TO FD-CNPJ
               MOVE KW-RAZAO-SOCIAL  TO FD-RAZAO-SOCIAL
           ELSE
               MOVE KW-CPF           TO FD-CPF
               MOVE KW-PRIMEIRO-NOME TO FD-PRIMEIRO-NOME
               MOVE KW-ULTIMO-NOME   TO FD-ULTIMO-NOME
               IF KW-DATA-NASC IS NUMERIC
                   MOVE KW-DATA-NASC TO FD-DATA-NASC
               END-IF
           END-IF
           MOVE 55               TO FD-PAIS
           MOVE ZEROS            TO FD-DDD FD-PREFIXO FD-SUFIXO
           IF KW-DDD IS NUMERIC
               MOVE KW-DDD TO FD-DDD
           END-IF
           IF KW-TELEFONE IS NUMERIC
               MOVE KW-TELEFONE    TO WS-TELEFONE
               MOVE WS-TEL-PREFIXO TO FD-PREFIXO
               MOVE WS-TEL-SUFIXO  TO FD-SUFIXO
           END-IF
           MOVE KW-CEP(1:5) TO FD-CEP-1
           MOVE KW-CEP(6:3) TO FD-CEP-2
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > 5
               IF FD-CEP-1 = WS-TAB-CEP-PREFIXO(WS-TAB-IDX)
                   MOVE WS-TAB-CEP-RUA(WS-TAB-IDX)    TO FD-RUA
                   MOVE WS-TAB-CEP-BAIRRO(WS-TAB-IDX) TO FD-BAIRRO
                   MOVE WS-TAB-CEP-CIDADE(WS-TAB-IDX) TO FD-CIDADE
                   MOVE WS-TAB-CEP-UF(WS-TAB-IDX)     TO FD-UF
               END-IF
           END-PERFORM
           MOVE 'BRASILEIRA' TO FD-NACIONALIDADE
           MOVE ZEROS TO FD-LIMITE-CREDITO FD-BUREAU-DATA
                         FD-DATA-CORRESP-DEV
           MOVE 'A' TO FD-SITUACAO-CLIENTE
           .

       OBTEM-CODIGO-CLIENTE.
      *    Le, usa e incrementa a serie CLIENTE de NUMCTL.DAT; na
      *    primeira vez a serie e semeada com o maior codigo ja
      *    cadastrado + 1, como no FINLOJI.
           MOVE 'CLIENTE' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   PERFORM SEMEIA-SERIE-CLIENTE
                   MOVE 'CLIENTE' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO FD-CAD-COD-CLIENTE
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       SEMEIA-SERIE-CLIENTE.
           MOVE 1 TO NU-PROXIMO-NUMERO
           MOVE ZEROS TO FD-CAD-COD-CLIENTE
           MOVE 'N' TO WS-FIM-TRABALHO
           START FD-CADASTRO KEY NOT < FD-CAD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-TRABALHO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-TRABALHO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-TRABALHO TO TRUE
                   NOT AT END
                       IF FD-CAD-COD-CLIENTE NOT < NU-PROXIMO-NUMERO
                           COMPUTE NU-PROXIMO-NUMERO =
                               FD-CAD-COD-CLIENTE + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       GRAVA-AUDIT-CADASTRO.
      *    Inclusao auditada como no CADPF: imagem anterior em
      *    branco, o programa no campo de terminal.
           OPEN EXTEND FD-AUDITORIA
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT FD-AUDITORIA
               CLOSE FD-AUDITORIA
               OPEN EXTEND FD-AUDITORIA
           END-IF
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE 'A'                 TO AU-OPERACAO
           MOVE SN-USUARIO          TO AU-USUARIO
           MOVE WS-PROGRAMA         TO AU-TERMINAL
           MOVE FD-CAD-COD-CLIENTE  TO AU-COD-CLIENTE
           MOVE SPACES              TO AU-IMAGEM-ANTES
           MOVE FD-CADASTRO-REC     TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           CLOSE FD-AUDITORIA
           .

       GRAVA-CONTRATO-ADQUIRIDO.
      *    Contrato da casa com as condicoes do cedente e o
      *    cronograma como veio: as parcelas pagas ao cedente ficam
      *    'G', as em aberto 'P' (as ja vencidas o FINATRA marca em
      *    atraso na noite). Numero da serie CONTRATO; numero ja
      *    usado no mestre faz pegar o proximo.
           MOVE 'N'   TO WS-GRAVOU-CONTRATO
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM UNTIL WS-CONTRATO-GRAVADO OR WS-TENTATIVAS > 50
               ADD 1 TO WS-TENTATIVAS
               PERFORM OBTEM-NUMERO-CONTRATO
               PERFORM MONTA-CONTRATO-ADQUIRIDO
               WRITE FD-CONTRATO-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CONTRATO-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM
           IF WS-CONTRATO-GRAVADO
               MOVE LOW-VALUES TO WS-ANTES-CONTRATO
               SET AF-PARM-INCLUSAO TO TRUE
               PERFORM GRAVA-AUDIT-CONTRATO
           ELSE
               MOVE 29 TO WS-MOTIVO-CONTRATO
               MOVE 'CONTRATO NAO GRAVADO NO MESTRE'
                   TO WS-DESCR-MOTIVO
           END-IF
           .

       MONTA-CONTRATO-ADQUIRIDO.
           INITIALIZE FD-CONTRATO-REC
           MOVE WS-NUM-CONTRATO     TO FD-NUM-CONTRATO
           MOVE WS-COD-CLIENTE      TO FD-COD-CLIENTE
           MOVE WS-NOME-CLIENTE     TO FD-CLIENTE
           MOVE KW-OBJETO           TO FD-OBJETO
           MOVE KW-VALOR            TO FD-VALOR
           MOVE KW-TAXA-JUROS       TO FD-TAXA-JUROS
           MOVE KW-METODO-AMORT     TO FD-METODO-AMORT
           MOVE KW-NUM-PARCELAS     TO FD-NUM-PARCELAS
           MOVE 'A'                 TO FD-STATUS-CONTRATO
           MOVE KW-DATA-CONTRATACAO TO FD-DATA-CONTRATACAO
           MOVE 'N'                 TO FD-SEGURO-FLAG
           SET FD-ORIGEM-ADQUIRIDO  TO TRUE
           MOVE WS-NUM-LOTE         TO FD-LOTE-COMPRA
           MOVE KW-REF-CEDENTE      TO FD-REF-CEDENTE
           MOVE KW-PRECO            TO FD-VR-AQUISICAO
           MOVE WS-DATA-HOJE        TO FD-DATA-AQUISICAO
           MOVE OF-COD-FILIAL       TO FD-COD-FILIAL
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > KW-NUM-PARCELAS
               MOVE WS-TP-VALOR(WS-IND)    TO FD-PARC-VALOR(WS-IND)
               MOVE WS-TP-VENCTO(WS-IND)   TO FD-PARC-VENCTO(WS-IND)
               MOVE WS-TP-SITUACAO(WS-IND) TO FD-PARC-STATUS(WS-IND)
           END-PERFORM
           .

       OBTEM-NUMERO-CONTRATO.
      *    Mesma serie 'CONTRATO' do FINAN2 (le, usa e incrementa),
      *    semeada com o maior contrato ja gravado + 1 se ainda nao
      *    existir, como no ROTMNT.
           MOVE 'CONTRATO' TO NU-NOME-CONTROLE
           READ FD-NUMCTL
               INVALID KEY
                   PERFORM SEMEIA-SERIE-CONTRATO
                   MOVE 'CONTRATO' TO NU-NOME-CONTROLE
                   WRITE FD-NUMCTL-REC
           END-READ
           MOVE NU-PROXIMO-NUMERO TO WS-NUM-CONTRATO
           ADD 1 TO NU-PROXIMO-NUMERO
           REWRITE FD-NUMCTL-REC
           .

       SEMEIA-SERIE-CONTRATO.
           MOVE 1 TO NU-PROXIMO-NUMERO
           MOVE ZEROS TO FD-NUM-CONTRATO
           MOVE 'N' TO WS-FIM-TRABALHO
           START FD-CONTRATO KEY NOT < FD-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-TRABALHO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-TRABALHO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-TRABALHO TO TRUE
                   NOT AT END
                       IF FD-NUM-CONTRATO NOT < NU-PROXIMO-NUMERO
                           COMPUTE NU-PROXIMO-NUMERO =
                               FD-NUM-CONTRATO + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       REGISTRA-CONTRATO-ADQUIRIDO.
           MOVE WS-CNPJ-CEDENTE TO KD-CNPJ-CEDENTE
           MOVE KW-REF-CEDENTE  TO KD-REF-CEDENTE
           MOVE FD-NUM-CONTRATO TO KD-NUM-CONTRATO
           MOVE WS-NUM-LOTE     TO KD-NUM-LOTE
           MOVE WS-DATA-HOJE    TO KD-DATA-COMPRA
           WRITE FD-COMPRDET-REC
               INVALID KEY
                   REWRITE FD-COMPRDET-REC
           END-WRITE

           PERFORM GRAVA-MOVDIA-COMPRA

           ADD 1 TO WS-QTD-ACEITOS
           ADD WS-VR-SALDO-ABERTO TO WS-VR-TOTAL-SALDO
           ADD KW-PRECO           TO WS-VR-TOTAL-PRECO
           MOVE KW-REF-CEDENTE     TO WS-LA-REF
           MOVE FD-NUM-CONTRATO    TO WS-LA-CONTRATO
           MOVE WS-VR-SALDO-ABERTO TO WS-LA-SALDO
           MOVE KW-PRECO           TO WS-LA-PRECO
           WRITE FD-RELATO-REG FROM WS-LINHA-ACEITO
           .

       REJEITA-CONTRATO-CEDENTE.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE KW-REF-CEDENTE     TO WS-LR-REF
           MOVE WS-MOTIVO-CONTRATO TO WS-LR-MOTIVO
           MOVE WS-DESCR-MOTIVO    TO WS-LR-DESCRICAO
           WRITE FD-RELATO-REG FROM WS-LINHA-REJEITO
           .

       GRAVA-MOVDIA-COMPRA.
      *    Preco pago entra na carteira contra o caixa ('3'); a
      *    carteira fica pelo saldo das parcelas em aberto com o
      *    desagio a apropriar ('4') ou o agio ('5') da diferenca.
      *    Mesmo EXTEND com criacao na primeira gravacao do
      *    GRAVA-MOVDIA do FINAN2; o FINCTB contabiliza na noite.
           OPEN EXTEND FD-MOVDIA
           MOVE WS-FS-MOVDIA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               OPEN OUTPUT FD-MOVDIA
               CLOSE FD-MOVDIA
               OPEN EXTEND FD-MOVDIA
           END-IF
           SET MV-COMPRA-CARTEIRA TO TRUE
           MOVE FD-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE KW-PRECO          TO MV-VALOR
           MOVE WS-DATA-HOJE      TO MV-DATA-MOVIMENTO
           ACCEPT MV-HORA-MOVIMENTO FROM TIME
           WRITE FD-MOVDIA-REC

           IF WS-VR-SALDO-ABERTO > KW-PRECO
               COMPUTE WS-VR-DIFERENCA = WS-VR-SALDO-ABERTO - KW-PRECO
               SET MV-DESAGIO-COMPRA TO TRUE
               MOVE WS-VR-DIFERENCA  TO MV-VALOR
               ACCEPT MV-HORA-MOVIMENTO FROM TIME
               WRITE FD-MOVDIA-REC
           END-IF
           IF KW-PRECO > WS-VR-SALDO-ABERTO
               COMPUTE WS-VR-DIFERENCA = KW-PRECO - WS-VR-SALDO-ABERTO
               SET MV-AGIO-COMPRA    TO TRUE
               MOVE WS-VR-DIFERENCA  TO MV-VALOR
               ACCEPT MV-HORA-MOVIMENTO FROM TIME
               WRITE FD-MOVDIA-REC
           END-IF
           CLOSE FD-MOVDIA
           .

       GRAVA-LOTE-COMPRA.
           MOVE WS-NUM-LOTE          TO KP-NUM-LOTE
           MOVE WS-DATA-HOJE         TO KP-DATA-COMPRA
           MOVE WS-CNPJ-CEDENTE      TO KP-CNPJ-CEDENTE
           MOVE WS-NOME-CEDENTE      TO KP-NOME-CEDENTE
           MOVE WS-DATA-BASE         TO KP-DATA-BASE
           MOVE WS-NOME-ARQUIVO      TO KP-ARQUIVO
           MOVE WS-QTD-LIDOS         TO KP-QTD-LIDOS
           MOVE WS-QTD-ACEITOS       TO KP-QTD-ACEITOS
           MOVE WS-QTD-REJEITADOS    TO KP-QTD-REJEITADOS
           MOVE WS-VR-TOTAL-SALDO    TO KP-VR-SALDO-ADQUIRIDO
           MOVE WS-VR-TOTAL-PRECO    TO KP-VR-PRECO-PAGO
           MOVE SN-USUARIO           TO KP-OPERADOR
           WRITE FD-COMPRA-REC
               INVALID KEY
                   REWRITE FD-COMPRA-REC
           END-WRITE
           .

       CONSULTA-LOTES.
           OPEN INPUT FD-COMPRA
           MOVE WS-FS-COMPRA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'NENHUM LOTE DE COMPRA IMPORTADO.'
           ELSE
               MOVE 'N' TO WS-FIM-COMPRA
               MOVE ZEROS TO KP-NUM-LOTE
               START FD-COMPRA KEY NOT < KP-NUM-LOTE
                   INVALID KEY
                       SET WS-EOF-COMPRA TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-COMPRA
                   READ FD-COMPRA NEXT RECORD
                       AT END
                           SET WS-EOF-COMPRA TO TRUE
                       NOT AT END
                           MOVE KP-NUM-LOTE           TO WS-LL-LOTE
                           MOVE KP-DATA-COMPRA        TO WS-LL-DATA
                           MOVE KP-NOME-CEDENTE       TO WS-LL-CEDENTE
                           MOVE KP-QTD-ACEITOS        TO WS-LL-QTD
                           MOVE KP-VR-SALDO-ADQUIRIDO TO WS-LL-SALDO
                           MOVE KP-VR-PRECO-PAGO      TO WS-LL-PRECO
                           DISPLAY WS-LINHA-LOTE
                   END-READ
               END-PERFORM
               CLOSE FD-COMPRA
           END-IF
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT), jornal de
      *    atualizacao para o roll-forward do FINREST e o arquivo de
      *    parcelas (FDPARC.DAT), como nos demais programas que
      *    gravam FDCONTR.DAT.
           MOVE SN-USUARIO  TO AF-PARM-USUARIO
           MOVE WS-PROGRAMA TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'W'       TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM COMPMNT.
