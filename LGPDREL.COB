      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RELATORIO DO TITULAR (LGPD): quando o cliente pede
      *          saber o que guardamos dele, em vez de rodar CADPF,
      *          FINCLI, OCORMNT, PAGHIST e CADHIST um a um e juntar
      *          as telas, dado o CPF ou CNPJ lista num relatorio so
      *          (LGPDREL.PRT), para todo codigo de cliente com esse
      *          documento:
      *            1 - dados cadastrais (CADPF.DAT) e e-mail/
      *                celular com o consentimento para avisos
      *                (CONTATO.DAT);
      *            2 - contratos como titular ou avalista, vivos
      *                (FDCONTR.DAT) e arquivados (FDCONARQ.DAT);
      *            3 - pagamentos (PAGTOLOG.DAT e .ARC);
      *            4 - contatos de atendimento (OCORR.DAT);
      *            5 - bureau: ultima consulta e inclusao/exclusao
      *                na negativacao (NEGCTL.DAT);
      *            6 - auditoria: trilha do cadastro (AUDITCAD) e dos
      *                contratos (AUDITFIN), .DAT e .ARC;
      *            7 - compartilhamento com terceiros: cessao de
      *                contrato (CESSDET/CESSAO) e assessorias de
      *                cobranca (ASSCTL/ASSESSOR), alem do bureau do
      *                item 5;
      *            8 - renda declarada, fonte a fonte, com o
      *                comprovante (RENDA.DAT);
      *            9 - triagem em listas restritivas (PEP/sancoes)
      *                que bateu com o cliente e a decisao da
      *                analise (COMPHIT.DAT);
      *           10 - cadastro positivo: pedido de saida/
      *                reinclusao (POSOPT.DAT) e contratos informados
      *                as gestoras por competencia (POSCTL.DAT).
      *          So leitura; restrito ao supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-ARQMORTO       ASSIGN TO "FDCONARQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-NUM-CONTRATO
               FILE STATUS IS WS-FS-ARQMORTO.
           SELECT FD-OCORR          ASSIGN TO "OCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUM-OCORR
               ALTERNATE RECORD KEY IS OC-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OCORR.
           SELECT FD-CONTATO        ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-COD-CLIENTE
               FILE STATUS IS WS-FS-CONTATO.
           SELECT FD-NEGCTL         ASSIGN TO "NEGCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-NUM-CONTRATO
               FILE STATUS IS WS-FS-NEGCTL.
           SELECT FD-CESSDET        ASSIGN TO "CESSDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-NUM-CONTRATO
               FILE STATUS IS WS-FS-CESSDET.
           SELECT FD-CESSAO         ASSIGN TO "CESSAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-NUM-LOTE
               FILE STATUS IS WS-FS-CESSAO.
           SELECT FD-ASSCTL         ASSIGN TO "ASSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               ALTERNATE RECORD KEY IS AX-COD-ASSESSORIA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ASSCTL.
           SELECT FD-ASSESSOR       ASSIGN TO "ASSESSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-COD-ASSESSORIA
               FILE STATUS IS WS-FS-ASSESSOR.
           SELECT FD-RENDA          ASSIGN TO "RENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-FS-RENDA.
           SELECT FD-COMPHIT        ASSIGN TO "COMPHIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WS-FS-COMPHIT.
           SELECT FD-POSOPT         ASSIGN TO "POSOPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-COD-CLIENTE
               FILE STATUS IS WS-FS-POSOPT.
           SELECT FD-POSCTL         ASSIGN TO "POSCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QC-CHAVE
               FILE STATUS IS WS-FS-POSCTL.
      *    Os logs sao lidos no arquivo ativo (.DAT) e no de retencao
      *    (.ARC) que o LOGHOUSE alimenta - o titular tem direito ao
      *    historico inteiro, nao so ao recente.
           SELECT FD-PAGTOLOG       ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-AUDITORIA      ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT FD-AUDITFIN       ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITFIN.
           SELECT FD-RELATO         ASSIGN TO "LGPDREL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-ARQMORTO.
       01  FD-ARQMORTO-REC.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AQ-==.

       FD  FD-OCORR.
       01  FD-OCORR-REC.
           COPY OCORREC.

       FD  FD-CONTATO.
       01  FD-CONTATO-REC.
           COPY CONTATOREC.

       FD  FD-NEGCTL.
       01  FD-NEGCTL-REC.
           COPY NEGCTLREC.

      *Mesmo layout do CESSMNT: contrato cedido -> lote.
       FD  FD-CESSDET.
       01  FD-CESSDET-REC.
           03 CD-NUM-CONTRATO       PIC 9(08).
           03 CD-NUM-LOTE           PIC 9(06).
           03 CD-VR-SALDO-CEDIDO    PIC 9(09)V99.
           03 CD-DATA-CESSAO        PIC 9(08).

       FD  FD-CESSAO.
       01  FD-CESSAO-REC.
           COPY CESSREC.

       FD  FD-ASSCTL.
       01  FD-ASSCTL-REC.
           COPY ASSCTLREC.

       FD  FD-ASSESSOR.
       01  FD-ASSESSOR-REC.
           COPY ASSESSREC.

       FD  FD-RENDA.
       01  FD-RENDA-REC.
           COPY RENDAREC.

       FD  FD-COMPHIT.
       01  FD-COMPHIT-REC.
           COPY COMPHITREC.

       FD  FD-POSOPT.
       01  FD-POSOPT-REC.
           COPY POSOPTREC.

       FD  FD-POSCTL.
       01  FD-POSCTL-REC.
           COPY POSCTLREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-AUDITORIA.
       01  FD-AUDITORIA-REC.
           COPY AUDITCAD.

       FD  FD-AUDITFIN.
       01  FD-AUDITFIN-REC.
           COPY AUDITFINREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-ARQMORTO      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-CONTATO       PIC X(02) VALUE '00'.
           03 WS-FS-NEGCTL        PIC X(02) VALUE '00'.
           03 WS-FS-CESSDET       PIC X(02) VALUE '00'.
           03 WS-FS-CESSAO        PIC X(02) VALUE '00'.
           03 WS-FS-ASSCTL        PIC X(02) VALUE '00'.
           03 WS-FS-ASSESSOR      PIC X(02) VALUE '00'.
           03 WS-FS-RENDA         PIC X(02) VALUE '00'.
           03 WS-FS-COMPHIT       PIC X(02) VALUE '00'.
           03 WS-FS-POSOPT        PIC X(02) VALUE '00'.
           03 WS-FS-POSCTL        PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-AUDITORIA     PIC X(02) VALUE '00'.
           03 WS-FS-AUDITFIN      PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY SIGNONPARM.
         COPY NOMEFMTPARM.

         01 WS-PROGRAMA             PIC X(08) VALUE 'LGPDREL'.
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-NOME-LOG             PIC X(12).

         01 WS-TIPO-PESSOA          PIC X(01).
             88 WS-PESSOA-FISICA            VALUE 'F' 'f'.
             88 WS-PESSOA-JURIDICA          VALUE 'J' 'j'.
         01 WS-DOCUMENTO            PIC 9(14).

         01 WS-FIM-ARQUIVO          PIC X(01).
             88 WS-EOF-ARQUIVO              VALUE 'S'.
         01 WS-IND                  PIC 9(03).
         01 WS-IND-CLI              PIC 9(02).
         01 WS-ACHOU                PIC X(01).
             88 WS-ENCONTRADO               VALUE 'S'.
         01 WS-PAPEL                PIC X(08).
         01 WS-COD-PROCURADO        PIC 9(06).
         01 WS-CONTRATO-PROCURADO   PIC 9(08).

      *  Codigos de cliente do documento (o mesmo CPF pode ter mais
      *  de um codigo antes de o CADDUP/CADMERGE juntar).
         01 WS-QTD-CLIENTES         PIC 9(02) VALUE ZEROS.
         01 WS-TAB-CLIENTES.
           03 WS-TCL-CODIGO         PIC 9(06) OCCURS 10 TIMES.

      *  Contratos em que algum desses codigos e titular ou avalista,
      *  para achar pagamentos, auditoria e compartilhamento.
         01 WS-QTD-CONTRATOS        PIC 9(03) VALUE ZEROS.
         01 WS-TAB-CONTRATOS.
           03 WS-TC-NUMERO          PIC 9(08) OCCURS 500 TIMES.
         01 WS-TABELA-CHEIA         PIC X(01) VALUE 'N'.
             88 WS-TABELA-ESTOUROU          VALUE 'S'.

         01 WS-LINHA                PIC X(100).
         01 WS-ED-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

         01 WS-LINHA-CONTRATO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LT-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-SITUACAO        PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-PAPEL           PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-STATUS          PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-OBJETO          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LT-PARCELAS        PIC ZZ9.

         01 WS-LINHA-PAGAMENTO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LP-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LP-PARCELA         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-DE              PIC X(01).
           03 FILLER                PIC X(02) VALUE '->'.
           03 WS-LP-PARA            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-VALOR           PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-USUARIO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LP-PROGRAMA        PIC X(08).

         01 WS-LINHA-OCORRENCIA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LO-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-TIPO            PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-OPERADOR        PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-TEXTO           PIC X(60).

         01 WS-LINHA-AUDITORIA.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LA-ARQUIVO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-DATA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-HORA            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-OPERACAO        PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-USUARIO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-ORIGEM          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-CHAVE           PIC 9(08).

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

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           DISPLAY 'TITULAR PESSOA (F)ISICA OU (J)URIDICA : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-PESSOA-FISICA OR WS-PESSOA-JURIDICA
               ACCEPT WS-TIPO-PESSOA
               IF NOT WS-PESSOA-FISICA AND NOT WS-PESSOA-JURIDICA
                   DISPLAY 'INFORME F OU J : '
               END-IF
           END-PERFORM
           DISPLAY 'CPF/CNPJ DO TITULAR (SO NUMEROS) : '
           PERFORM WITH TEST AFTER
                   UNTIL WS-DOCUMENTO IS NUMERIC
                         AND WS-DOCUMENTO > ZEROS
               ACCEPT WS-DOCUMENTO
               IF WS-DOCUMENTO NOT NUMERIC OR WS-DOCUMENTO = ZEROS
                   DISPLAY 'DOCUMENTO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM

           OPEN INPUT FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'CADPF.DAT INDISPONIVEL: ' FS-MENSAGEM
               GOBACK
           END-IF

           PERFORM LOCALIZA-CLIENTES
           IF WS-QTD-CLIENTES = ZEROS
               DISPLAY 'NENHUM CLIENTE COM ESSE DOCUMENTO.'
               CLOSE FD-CADASTRO
               GOBACK
           END-IF

           OPEN OUTPUT FD-RELATO
           MOVE SPACES TO WS-LINHA
           STRING 'RELATORIO DO TITULAR (LGPD) - DOCUMENTO '
                  WS-DOCUMENTO ' - EMITIDO EM ' WS-DATA-HOJE
                  ' POR ' SN-USUARIO
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA

           MOVE '1 - DADOS CADASTRAIS' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                   UNTIL WS-IND-CLI > WS-QTD-CLIENTES
               MOVE WS-TCL-CODIGO(WS-IND-CLI) TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LISTA-CADASTRO
               END-READ
           END-PERFORM
           CLOSE FD-CADASTRO
           PERFORM LISTA-CONTATOS-ELETRONICOS

           MOVE '2 - CONTRATOS (TITULAR OU AVALISTA)' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-CONTRATOS-VIVOS
           PERFORM LISTA-CONTRATOS-ARQUIVADOS
           IF WS-TABELA-ESTOUROU
               MOVE '  MAIS DE 500 CONTRATOS - OS EXCEDENTES FICAM FORA'
                   TO WS-LINHA
               PERFORM ESCREVE-LINHA
           END-IF

           MOVE '3 - PAGAMENTOS (TRANSICOES DE PARCELA)' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           MOVE 'PAGTOLOG.ARC' TO WS-NOME-LOG
           PERFORM LISTA-PAGAMENTOS
           MOVE 'PAGTOLOG.DAT' TO WS-NOME-LOG
           PERFORM LISTA-PAGAMENTOS

           MOVE '4 - CONTATOS DE ATENDIMENTO' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-OCORRENCIAS

           MOVE '5 - BUREAU DE CREDITO (NEGATIVACAO)' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-NEGATIVACAO

           MOVE '6 - AUDITORIA' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           MOVE 'AUDITCAD.ARC' TO WS-NOME-LOG
           PERFORM LISTA-AUDITORIA-CADASTRO
           MOVE 'AUDITCAD.DAT' TO WS-NOME-LOG
           PERFORM LISTA-AUDITORIA-CADASTRO
           MOVE 'AUDITFIN.ARC' TO WS-NOME-LOG
           PERFORM LISTA-AUDITORIA-CONTRATO
           MOVE 'AUDITFIN.DAT' TO WS-NOME-LOG
           PERFORM LISTA-AUDITORIA-CONTRATO

           MOVE '7 - COMPARTILHAMENTO (CESSAO E ASSESSORIAS)'
               TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-CESSOES
           PERFORM LISTA-ASSESSORIAS

           MOVE '8 - RENDA DECLARADA' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-RENDAS

           MOVE '9 - TRIAGEM EM LISTAS RESTRITIVAS' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-TRIAGENS

           MOVE '10 - CADASTRO POSITIVO' TO WS-LINHA
           PERFORM ESCREVE-TITULO
           PERFORM LISTA-CADASTRO-POSITIVO

           CLOSE FD-RELATO
           DISPLAY 'RELATORIO DO TITULAR EM LGPDREL.PRT - '
                   WS-QTD-CLIENTES ' CODIGO(S) DE CLIENTE, '
                   WS-QTD-CONTRATOS ' CONTRATO(S).'
           GOBACK.

       ESCREVE-LINHA.
           WRITE FD-RELATO-REG FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           .

       ESCREVE-TITULO.
           MOVE SPACES TO FD-RELATO-REG
           WRITE FD-RELATO-REG
           PERFORM ESCREVE-LINHA
           .

       LOCALIZA-CLIENTES.
      *    Caminho alternado pelo documento (WITH DUPLICATES): le
      *    para a frente enquanto o documento for o mesmo.
           MOVE 'N' TO WS-FIM-ARQUIVO
           IF WS-PESSOA-FISICA
               MOVE WS-DOCUMENTO TO FD-CPF
               START FD-CADASTRO KEY = FD-CPF
                   INVALID KEY
                       SET WS-EOF-ARQUIVO TO TRUE
               END-START
           ELSE
               MOVE WS-DOCUMENTO TO FD-CNPJ
               START FD-CADASTRO KEY = FD-CNPJ
                   INVALID KEY
                       SET WS-EOF-ARQUIVO TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF (WS-PESSOA-FISICA
                               AND FD-CPF NOT = WS-DOCUMENTO)
                           OR (WS-PESSOA-JURIDICA
                               AND FD-CNPJ NOT = WS-DOCUMENTO)
                           SET WS-EOF-ARQUIVO TO TRUE
                       ELSE
                           IF WS-QTD-CLIENTES < 10
                               ADD 1 TO WS-QTD-CLIENTES
                               MOVE FD-CAD-COD-CLIENTE
                                   TO WS-TCL-CODIGO(WS-QTD-CLIENTES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTA-CADASTRO.
           MOVE SPACES TO WS-LINHA
           STRING '  CLIENTE ' FD-CAD-COD-CLIENTE
                  '  TIPO ' FD-TIPO-PESSOA
                  '  SITUACAO ' FD-SITUACAO-CLIENTE
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           IF FD-PESSOA-JURIDICA
               STRING '  CNPJ ' FD-CNPJ
                      '  RAZAO SOCIAL ' FD-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO WS-LINHA
               PERFORM ESCREVE-LINHA
               STRING '  REPRESENTANTE LEGAL ' FD-REPRESENTANTE-LEGAL
                      DELIMITED BY SIZE INTO WS-LINHA
               PERFORM ESCREVE-LINHA
           ELSE
               MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
               MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                       NF-ULTIMO-NOME NF-NOME-COMPLETO
               STRING '  CPF ' FD-CPF '  NOME ' NF-NOME-COMPLETO
                      DELIMITED BY SIZE INTO WS-LINHA
               PERFORM ESCREVE-LINHA
               STRING '  NASCIMENTO ' FD-DATA-NASC
                      '  NACIONALIDADE ' FD-NACIONALIDADE
                      '  PROFISSAO ' FD-PROFISSAO
                      DELIMITED BY SIZE INTO WS-LINHA
               PERFORM ESCREVE-LINHA
           END-IF
           STRING '  TELEFONE ' FD-PAIS ' ' FD-DDD ' ' FD-PREFIXO
                  '-' FD-SUFIXO
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           STRING '  ENDERECO ' FD-RUA ' ' FD-BAIRRO ' ' FD-CIDADE
                  ' ' FD-UF ' CEP ' FD-CEP-1 '-' FD-CEP-2
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           MOVE FD-LIMITE-CREDITO TO WS-ED-VALOR
           STRING '  LIMITE DE CREDITO ' WS-ED-VALOR
                  '  CHEQUE DEVOLVIDO ' FD-FLAG-CHEQUE
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           STRING '  CONSULTA AO BUREAU EM ' FD-BUREAU-DATA
                  '  RESTRICAO ' FD-BUREAU-RESTRICAO
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           STRING '  CORRESPONDENCIA DEVOLVIDA ' FD-FLAG-CORRESP
                  ' EM ' FD-DATA-CORRESP-DEV
                  ' (' FD-ORIGEM-CORRESP-DEV ')'
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           .

       PROCURA-CLIENTE.
      *    WS-COD-PROCURADO e um dos codigos do titular?
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                   UNTIL WS-IND-CLI > WS-QTD-CLIENTES
               IF WS-TCL-CODIGO(WS-IND-CLI) = WS-COD-PROCURADO
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-QTD-CLIENTES TO WS-IND-CLI
               END-IF
           END-PERFORM
           .

       PROCURA-CONTRATO.
      *    WS-CONTRATO-PROCURADO e contrato do titular?
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CONTRATOS
               IF WS-TC-NUMERO(WS-IND) = WS-CONTRATO-PROCURADO
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-QTD-CONTRATOS TO WS-IND
               END-IF
           END-PERFORM
           .

       GUARDA-CONTRATO.
           IF WS-QTD-CONTRATOS < 500
               ADD 1 TO WS-QTD-CONTRATOS
               MOVE WS-CONTRATO-PROCURADO
                   TO WS-TC-NUMERO(WS-QTD-CONTRATOS)
           ELSE
               SET WS-TABELA-ESTOUROU TO TRUE
           END-IF
           .

       LISTA-CONTRATOS-VIVOS.
      *    Varre o mestre inteiro: o avalista nao tem caminho
      *    alternado.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-PAPEL
                       MOVE FD-COD-CLIENTE TO WS-COD-PROCURADO
                       PERFORM PROCURA-CLIENTE
                       IF WS-ENCONTRADO
                           MOVE 'TITULAR' TO WS-PAPEL
                       ELSE
                           MOVE FD-COD-AVALISTA TO WS-COD-PROCURADO
                           PERFORM PROCURA-CLIENTE
                           IF WS-ENCONTRADO
                               MOVE 'AVALISTA' TO WS-PAPEL
                           END-IF
                       END-IF
                       IF WS-PAPEL NOT = SPACES
                           MOVE FD-NUM-CONTRATO
                               TO WS-CONTRATO-PROCURADO
                           PERFORM GUARDA-CONTRATO
                           MOVE FD-NUM-CONTRATO  TO WS-LT-CONTRATO
                           MOVE 'VIVO'           TO WS-LT-SITUACAO
                           MOVE WS-PAPEL         TO WS-LT-PAPEL
                           MOVE FD-STATUS-CONTRATO TO WS-LT-STATUS
                           MOVE FD-OBJETO        TO WS-LT-OBJETO
                           MOVE FD-DATA-CONTRATACAO TO WS-LT-DATA
                           MOVE FD-VALOR         TO WS-LT-VALOR
                           MOVE FD-NUM-PARCELAS  TO WS-LT-PARCELAS
                           MOVE WS-LINHA-CONTRATO TO WS-LINHA
                           PERFORM ESCREVE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '10'
               CLOSE FD-CONTRATO
           END-IF
           .

       LISTA-CONTRATOS-ARQUIVADOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-ARQMORTO
           IF WS-FS-ARQMORTO NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-ARQMORTO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-PAPEL
                       MOVE AQ-COD-CLIENTE TO WS-COD-PROCURADO
                       PERFORM PROCURA-CLIENTE
                       IF WS-ENCONTRADO
                           MOVE 'TITULAR' TO WS-PAPEL
                       ELSE
                           MOVE AQ-COD-AVALISTA TO WS-COD-PROCURADO
                           PERFORM PROCURA-CLIENTE
                           IF WS-ENCONTRADO
                               MOVE 'AVALISTA' TO WS-PAPEL
                           END-IF
                       END-IF
                       IF WS-PAPEL NOT = SPACES
                           MOVE AQ-NUM-CONTRATO
                               TO WS-CONTRATO-PROCURADO
                           PERFORM GUARDA-CONTRATO
                           MOVE AQ-NUM-CONTRATO  TO WS-LT-CONTRATO
                           MOVE 'ARQUIVADO'      TO WS-LT-SITUACAO
                           MOVE WS-PAPEL         TO WS-LT-PAPEL
                           MOVE AQ-STATUS-CONTRATO TO WS-LT-STATUS
                           MOVE AQ-OBJETO        TO WS-LT-OBJETO
                           MOVE AQ-DATA-CONTRATACAO TO WS-LT-DATA
                           MOVE AQ-VALOR         TO WS-LT-VALOR
                           MOVE AQ-NUM-PARCELAS  TO WS-LT-PARCELAS
                           MOVE WS-LINHA-CONTRATO TO WS-LINHA
                           PERFORM ESCREVE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-ARQMORTO = '00' OR WS-FS-ARQMORTO = '10'
               CLOSE FD-ARQMORTO
           END-IF
           .

       LISTA-PAGAMENTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-PAGTOLOG
           IF WS-FS-PAGTOLOG NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-PAGTOLOG
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF PL-NUM-CONTRATO IS NUMERIC
                           MOVE PL-NUM-CONTRATO
                               TO WS-CONTRATO-PROCURADO
                           PERFORM PROCURA-CONTRATO
                           IF WS-ENCONTRADO
                               MOVE PL-DATA-TRANSICAO TO WS-LP-DATA
                               MOVE PL-NUM-CONTRATO   TO WS-LP-CONTRATO
                               MOVE PL-NUM-PARCELA    TO WS-LP-PARCELA
                               MOVE PL-STATUS-ANTERIOR TO WS-LP-DE
                               MOVE PL-STATUS-NOVO    TO WS-LP-PARA
                               MOVE PL-VALOR          TO WS-LP-VALOR
                               MOVE PL-USUARIO        TO WS-LP-USUARIO
                               MOVE PL-PROGRAMA       TO WS-LP-PROGRAMA
                               MOVE WS-LINHA-PAGAMENTO TO WS-LINHA
                               PERFORM ESCREVE-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-PAGTOLOG = '00' OR WS-FS-PAGTOLOG = '10'
               CLOSE FD-PAGTOLOG
           END-IF
           .

       LISTA-OCORRENCIAS.
           OPEN INPUT FD-OCORR
           IF WS-FS-OCORR = '00'
               PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                       UNTIL WS-IND-CLI > WS-QTD-CLIENTES
                   PERFORM LISTA-OCORRENCIAS-CLIENTE
               END-PERFORM
               CLOSE FD-OCORR
           END-IF
           .

       LISTA-OCORRENCIAS-CLIENTE.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-TCL-CODIGO(WS-IND-CLI) TO OC-COD-CLIENTE
           START FD-OCORR KEY NOT < OC-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-OCORR NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF OC-COD-CLIENTE NOT =
                               WS-TCL-CODIGO(WS-IND-CLI)
                           SET WS-EOF-ARQUIVO TO TRUE
                       ELSE
                           MOVE OC-DATA         TO WS-LO-DATA
                           MOVE OC-TIPO         TO WS-LO-TIPO
                           MOVE OC-NUM-CONTRATO TO WS-LO-CONTRATO
                           MOVE OC-OPERADOR     TO WS-LO-OPERADOR
                           MOVE OC-TEXTO        TO WS-LO-TEXTO
                           MOVE WS-LINHA-OCORRENCIA TO WS-LINHA
                           PERFORM ESCREVE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTA-CONTATOS-ELETRONICOS.
      *    E-mail e celular para avisos, com a situacao do
      *    consentimento de cada canal (A autorizado, O opt-out,
      *    D devolvido pelo remetente) e a data.
           OPEN INPUT FD-CONTATO
           IF WS-FS-CONTATO = '00'
               PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                       UNTIL WS-IND-CLI > WS-QTD-CLIENTES
                   MOVE WS-TCL-CODIGO(WS-IND-CLI) TO EE-COD-CLIENTE
                   READ FD-CONTATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING '  ' EE-COD-CLIENTE
                                  ' E-MAIL ' EE-EMAIL
                                  ' SIT ' EE-EMAIL-SITUACAO
                                  ' ' EE-EMAIL-DATA-SITUACAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                           STRING '  ' EE-COD-CLIENTE
                                  ' CELULAR (' EE-CEL-DDD ') '
                                  EE-CEL-NUMERO
                                  ' SIT ' EE-CEL-SITUACAO
                                  ' ' EE-CEL-DATA-SITUACAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                   END-READ
               END-PERFORM
               CLOSE FD-CONTATO
           END-IF
           .

       LISTA-NEGATIVACAO.
      *    A consulta do proponente (FINBURC) esta nos dados
      *    cadastrais; aqui o que foi enviado ao bureau como
      *    inadimplente (FINNEGI) e a baixa (FINNEGE).
           OPEN INPUT FD-NEGCTL
           IF WS-FS-NEGCTL = '00'
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-CONTRATOS
                   MOVE WS-TC-NUMERO(WS-IND) TO NT-NUM-CONTRATO
                   READ FD-NEGCTL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING '  CONTRATO ' NT-NUM-CONTRATO
                                  ' ENVIADO AO BUREAU EM '
                                  NT-DATA-INCLUSAO
                                  '  BAIXA EM ' NT-DATA-EXCLUSAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                   END-READ
               END-PERFORM
               CLOSE FD-NEGCTL
           END-IF
           .

       LISTA-AUDITORIA-CADASTRO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-AUDITORIA
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF AU-COD-CLIENTE IS NUMERIC
                           MOVE AU-COD-CLIENTE TO WS-COD-PROCURADO
                           PERFORM PROCURA-CLIENTE
                           IF WS-ENCONTRADO
                               MOVE 'CADASTRO'     TO WS-LA-ARQUIVO
                               MOVE AU-DATA        TO WS-LA-DATA
                               MOVE AU-HORA        TO WS-LA-HORA
                               MOVE AU-OPERACAO    TO WS-LA-OPERACAO
                               MOVE AU-USUARIO     TO WS-LA-USUARIO
                               MOVE AU-TERMINAL    TO WS-LA-ORIGEM
                               MOVE AU-COD-CLIENTE TO WS-LA-CHAVE
                               MOVE WS-LINHA-AUDITORIA TO WS-LINHA
                               PERFORM ESCREVE-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-AUDITORIA = '00' OR WS-FS-AUDITORIA = '10'
               CLOSE FD-AUDITORIA
           END-IF
           .

       LISTA-AUDITORIA-CONTRATO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-AUDITFIN
           IF WS-FS-AUDITFIN NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-AUDITFIN
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF AF-NUM-CONTRATO IS NUMERIC
                           MOVE AF-NUM-CONTRATO
                               TO WS-CONTRATO-PROCURADO
                           PERFORM PROCURA-CONTRATO
                           IF WS-ENCONTRADO
                               MOVE 'CONTRATO'      TO WS-LA-ARQUIVO
                               MOVE AF-DATA         TO WS-LA-DATA
                               MOVE AF-HORA         TO WS-LA-HORA
                               MOVE AF-OPERACAO     TO WS-LA-OPERACAO
                               MOVE AF-USUARIO      TO WS-LA-USUARIO
                               MOVE AF-PROGRAMA     TO WS-LA-ORIGEM
                               MOVE AF-NUM-CONTRATO TO WS-LA-CHAVE
                               MOVE WS-LINHA-AUDITORIA TO WS-LINHA
                               PERFORM ESCREVE-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-AUDITFIN = '00' OR WS-FS-AUDITFIN = '10'
               CLOSE FD-AUDITFIN
           END-IF
           .

       LISTA-CESSOES.
           OPEN INPUT FD-CESSDET
           IF WS-FS-CESSDET = '00'
               OPEN INPUT FD-CESSAO
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-CONTRATOS
                   MOVE WS-TC-NUMERO(WS-IND) TO CD-NUM-CONTRATO
                   READ FD-CESSDET
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM LISTA-CESSAO-CONTRATO
                   END-READ
               END-PERFORM
               IF WS-FS-CESSAO = '00' OR WS-FS-CESSAO = '23'
                   CLOSE FD-CESSAO
               END-IF
               CLOSE FD-CESSDET
           END-IF
           .

       LISTA-CESSAO-CONTRATO.
           MOVE CD-NUM-LOTE TO CE-NUM-LOTE
           MOVE ZEROS TO CE-DATA-VENDA
           MOVE SPACES TO CE-STATUS
           READ FD-CESSAO
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE CD-VR-SALDO-CEDIDO TO WS-ED-VALOR
           STRING '  CONTRATO ' CD-NUM-CONTRATO
                  ' CEDIDO NO LOTE ' CD-NUM-LOTE
                  ' EM ' CD-DATA-CESSAO
                  ' SALDO ' WS-ED-VALOR
                  ' VENDA ' CE-DATA-VENDA
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM ESCREVE-LINHA
           .

       LISTA-ASSESSORIAS.
           OPEN INPUT FD-ASSCTL
           IF WS-FS-ASSCTL = '00'
               OPEN INPUT FD-ASSESSOR
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-CONTRATOS
                   PERFORM LISTA-ASSESSORIAS-CONTRATO
               END-PERFORM
               IF WS-FS-ASSESSOR = '00' OR WS-FS-ASSESSOR = '23'
                   CLOSE FD-ASSESSOR
               END-IF
               CLOSE FD-ASSCTL
           END-IF
           .

       LISTA-ASSESSORIAS-CONTRATO.
      *    Um periodo por atribuicao do contrato a uma assessoria
      *    (chave contrato + data de inicio).
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-TC-NUMERO(WS-IND) TO AX-NUM-CONTRATO
           MOVE ZEROS TO AX-DATA-INICIO
           START FD-ASSCTL KEY NOT < AX-CHAVE
               INVALID KEY
                   SET WS-EOF-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-ASSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF AX-NUM-CONTRATO NOT = WS-TC-NUMERO(WS-IND)
                           SET WS-EOF-ARQUIVO TO TRUE
                       ELSE
                           MOVE AX-COD-ASSESSORIA
                               TO AS-COD-ASSESSORIA
                           MOVE SPACES TO AS-NOME
                           READ FD-ASSESSOR
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           STRING '  CONTRATO ' AX-NUM-CONTRATO
                                  ' COM A ASSESSORIA '
                                  AX-COD-ASSESSORIA ' ' AS-NOME
                                  ' DE ' AX-DATA-INICIO
                                  ' A ' AX-DATA-FIM
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTA-RENDAS.
           OPEN INPUT FD-RENDA
           IF WS-FS-RENDA = '00'
               PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                       UNTIL WS-IND-CLI > WS-QTD-CLIENTES
                   PERFORM LISTA-RENDAS-CLIENTE
               END-PERFORM
               CLOSE FD-RENDA
           END-IF
           .

       LISTA-RENDAS-CLIENTE.
      *    Uma linha por fonte (chave cliente + sequencia), ativa ou
      *    inativada - a inativa continua guardada.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-TCL-CODIGO(WS-IND-CLI) TO RD-COD-CLIENTE
           MOVE ZEROS TO RD-SEQ-FONTE
           START FD-RENDA KEY NOT < RD-CHAVE
               INVALID KEY
                   SET WS-EOF-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-RENDA NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF RD-COD-CLIENTE NOT =
                               WS-TCL-CODIGO(WS-IND-CLI)
                           SET WS-EOF-ARQUIVO TO TRUE
                       ELSE
                           MOVE RD-VR-RENDA TO WS-ED-VALOR
                           STRING '  ' RD-COD-CLIENTE
                                  ' FONTE ' RD-SEQ-FONTE
                                  ' ' RD-FONTE ' ' RD-DESCR-FONTE
                                  ' RENDA ' WS-ED-VALOR
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                           STRING '         COMPROVANTE '
                                  RD-TIPO-COMPROV
                                  ' DE ' RD-DATA-COMPROV
                                  '  SITUACAO ' RD-SITUACAO
                                  '  POR ' RD-USUARIO
                                  ' EM ' RD-DATA-MANUTENCAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTA-TRIAGENS.
           OPEN INPUT FD-COMPHIT
           IF WS-FS-COMPHIT = '00'
               PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                       UNTIL WS-IND-CLI > WS-QTD-CLIENTES
                   PERFORM LISTA-TRIAGENS-CLIENTE
               END-PERFORM
               CLOSE FD-COMPHIT
           END-IF
           .

       LISTA-TRIAGENS-CLIENTE.
      *    Cada ocorrencia com a lista, o criterio (D documento,
      *    N nome), a situacao (P pendente, L liberada, C confirmada)
      *    e quem decidiu.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-TCL-CODIGO(WS-IND-CLI) TO HT-COD-CLIENTE
           MOVE ZEROS TO HT-SEQ
           START FD-COMPHIT KEY NOT < HT-CHAVE
               INVALID KEY
                   SET WS-EOF-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF HT-COD-CLIENTE NOT =
                               WS-TCL-CODIGO(WS-IND-CLI)
                           SET WS-EOF-ARQUIVO TO TRUE
                       ELSE
                           STRING '  ' HT-COD-CLIENTE
                                  ' LISTA ' HT-TIPO-LISTA
                                  ' CRITERIO ' HT-CRITERIO
                                  ' EM ' HT-DATA-DETECCAO
                                  ' ' HT-LR-DESCRICAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                           STRING '         SITUACAO ' HT-SITUACAO
                                  ' POR ' HT-ANALISTA
                                  ' EM ' HT-DATA-DECISAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                           IF HT-JUSTIFICATIVA NOT = SPACES
                               STRING '         ' HT-JUSTIFICATIVA
                                      DELIMITED BY SIZE INTO WS-LINHA
                               PERFORM ESCREVE-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTA-CADASTRO-POSITIVO.
      *    Sem registro no POSOPT o cliente participa (inclusao
      *    automatica). O POSCTL nao tem caminho por contrato: varre
      *    o arquivo inteiro contra os contratos do titular.
           OPEN INPUT FD-POSOPT
           IF WS-FS-POSOPT = '00'
               PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                       UNTIL WS-IND-CLI > WS-QTD-CLIENTES
                   MOVE WS-TCL-CODIGO(WS-IND-CLI) TO OX-COD-CLIENTE
                   READ FD-POSOPT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING '  ' OX-COD-CLIENTE
                                  ' SITUACAO ' OX-SITUACAO
                                  ' SAIDA EM ' OX-DATA-OPT-OUT
                                  ' REINCLUSAO EM '
                                  OX-DATA-REINCLUSAO
                                  ' CANAL ' OX-CANAL
                                  ' POR ' OX-USUARIO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                   END-READ
               END-PERFORM
               CLOSE FD-POSOPT
           END-IF

           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-POSCTL
           IF WS-FS-POSCTL NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-POSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE QC-NUM-CONTRATO TO WS-CONTRATO-PROCURADO
                       PERFORM PROCURA-CONTRATO
                       IF WS-ENCONTRADO
                           STRING '  CONTRATO ' QC-NUM-CONTRATO
                                  ' GESTORA ' QC-COD-GESTORA
                                  ' COMPETENCIA ' QC-COMPETENCIA
                                  ' EVENTO ' QC-EVENTO
                                  ' ENVIO ' QC-DATA-ENVIO
                                  ' SIT ' QC-SITUACAO
                                  DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM ESCREVE-LINHA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-POSCTL = '00' OR WS-FS-POSCTL = '10'
               CLOSE FD-POSCTL
           END-IF
           .

       END PROGRAM LGPDREL.
