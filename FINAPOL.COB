      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ACOMPANHAMENTO MENSAL DAS APOLICES DE SEGURO DOS BENS
      *          EM GARANTIA: na primeira noite do mes varre os
      *          gravames ativos (GARANTIA.DAT) dos contratos ativos
      *          e lista em APOLICE.PRT a apolice que vence nos
      *          proximos 30 dias, a ja vencida e - quando o produto
      *          exige seguro do bem (PT-EXIGE-APOLICE) - o bem sem
      *          apolice registrada no FINGAR. O cliente recebe uma
      *          carta (CARTAPOL.PRT, bloco de endereco do CADPF como
      *          no FINAVISO) por etapa de cada vigencia; no produto
      *          que exige seguro, apolice vencida ou ausente vira
      *          'apolice pendente' no checklist de formalizacao
      *          (FORMCTL.DAT), baixada no FORMMNT quando a apolice
      *          nova chegar. Carro sem seguro roubado e garantia que
      *          vale zero - ate aqui ninguem olhava a apolice depois
      *          da liberacao do credito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAPOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GARANTIA       ASSIGN TO "GARANTIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUM-CONTRATO
               FILE STATUS IS WS-FS-GARANTIA.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
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
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FORMCTL.
           SELECT FD-RELATORIO      ASSIGN TO "APOLICE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT FD-CARTA          ASSIGN TO "CARTAPOL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GARANTIA.
       01  FD-GARANTIA-REC.
           COPY GARREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(110).

       FD  FD-CARTA.
       01  FD-CARTA-REG             PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-GARANTIA      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
           03 WS-FS-CARTA         PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINAPOL'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DIAS-HOJE            PIC 9(08).
         01 WS-DIAS-PARA-VENCER     PIC S9(08).
         01 WS-DIAS-ANTECEDENCIA    PIC 9(03) VALUE 30.

         01 WS-FIM-GARANTIA         PIC X(01) VALUE 'N'.
             88 WS-EOF-GARANTIA             VALUE 'S'.
         01 WS-PRODUTO-EXIGE        PIC X(01).
             88 WS-EXIGE-APOLICE            VALUE 'S'.
      *    Etapa da apolice do bem: A = a vencer, E = vencida,
      *    S = sem apolice (produto exige), espaco = em dia.
         01 WS-ETAPA                PIC X(01).
             88 WS-ETAPA-EM-DIA             VALUE SPACE.
             88 WS-ETAPA-A-VENCER           VALUE 'A'.
             88 WS-ETAPA-VENCIDA            VALUE 'E'.
             88 WS-ETAPA-SEM-APOLICE        VALUE 'S'.
         01 WS-ETAPA-CARTA          PIC X(01).
         01 WS-CLIENTE-CORRESP      PIC X(01).
             88 WS-CORRESP-DEVOLVIDA        VALUE 'S'.
         01 WS-CLIENTE-LIDO         PIC X(01).
             88 WS-CLIENTE-CADASTRADO       VALUE 'S'.

         01 WS-QTD-A-VENCER         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-VENCIDAS         PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SEM-APOLICE      PIC 9(06) VALUE ZEROS.
         01 WS-QTD-CARTAS           PIC 9(06) VALUE ZEROS.
         01 WS-QTD-SUPRIMIDOS       PIC 9(06) VALUE ZEROS.
         01 WS-QTD-PENDENCIAS       PIC 9(06) VALUE ZEROS.

         01 WS-LINHA-CABEC.
           03 FILLER                PIC X(44) VALUE
                   'APOLICES DE SEGURO DOS BENS EM GARANTIA - '.
           03 FILLER                PIC X(06) VALUE 'DATA: '.
           03 WS-LC-DATA            PIC 9(08).

         01 WS-LINHA-APOLICE.
           03 WS-LA-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-DESCRICAO       PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-SEGURADORA      PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-APOLICE         PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-FIM             PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-SITUACAO        PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LA-PENDENCIA       PIC X(06).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(34)
                   VALUE '*** SEGURO DO BEM FINANCIADO ***'.

         01 WS-LINHA-NOME.
           03 WS-LN-NOME            PIC X(41).

         01 WS-LINHA-ENDERECO.
           03 WS-LE-RUA             PIC X(15).
           03 FILLER                PIC X(02) VALUE ', '.
           03 WS-LE-BAIRRO          PIC X(15).

         01 WS-LINHA-CIDADE.
           03 WS-LE-CIDADE          PIC X(15).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LE-UF              PIC X(02).
           03 FILLER                PIC X(03) VALUE '   '.
           03 WS-LE-CEP-1           PIC X(05).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-LE-CEP-2           PIC X(03).

         01 WS-LINHA-BEM.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LB-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' BEM: '.
           03 WS-LB-DESCRICAO       PIC X(30).

         01 WS-LINHA-VIGENCIA.
           03 FILLER                PIC X(09) VALUE 'APOLICE: '.
           03 WS-LV-APOLICE         PIC X(20).
           03 FILLER                PIC X(11) VALUE ' VENCE EM: '.
           03 WS-LV-FIM             PIC 9(08).

         01 WS-LINHA-MENSAGEM       PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           OPEN I-O FD-GARANTIA
           IF WS-FS-GARANTIA = '35'
               DISPLAY 'FINAPOL: GARANTIA.DAT NAO EXISTE - NENHUMA '
                       'APOLICE A ACOMPANHAR.'
           ELSE
      *        Mestre indisponivel aborta a passada: sem o contrato
      *        nao se sabe quem recebe a carta nem o produto.
               OPEN INPUT FD-CONTRATO
               MOVE WS-FS-CONTRATO TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                       FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINAPOL: ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-ARQUIVOS
                   PERFORM VARRE-GARANTIAS
                   CLOSE FD-CONTRATO
                   CLOSE FD-CADASTRO
                   CLOSE FD-PRODUTO
                   CLOSE FD-FORMCTL
                   CLOSE FD-RELATORIO
                   CLOSE FD-CARTA
               END-IF
               CLOSE FD-GARANTIA
           END-IF

           DISPLAY 'FINAPOL: ' WS-QTD-A-VENCER ' APOLICE(S) A VENCER, '
                   WS-QTD-VENCIDAS ' VENCIDA(S), ' WS-QTD-SEM-APOLICE
                   ' BEM(NS) SEM APOLICE.'
           DISPLAY 'FINAPOL: ' WS-QTD-CARTAS ' CARTA(S) EMITIDA(S), '
                   WS-QTD-PENDENCIAS ' APOLICE(S) PENDENTE(S) NO '
                   'CHECKLIST DE FORMALIZACAO.'
           IF WS-QTD-SUPRIMIDOS > ZEROS
               DISPLAY 'FINAPOL: ' WS-QTD-SUPRIMIDOS ' CARTA(S) '
                       'SUPRIMIDA(S) POR CORRESPONDENCIA DEVOLVIDA.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF

           OPEN INPUT FD-PRODUTO
           IF WS-FS-PRODUTO = '35'
               DISPLAY 'FINAPOL: PRODUTO.DAT NAO EXISTE - NENHUM '
                       'PRODUTO EXIGE APOLICE.'
           END-IF

           OPEN I-O FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               CLOSE FD-FORMCTL
               OPEN I-O FD-FORMCTL
           END-IF

           OPEN OUTPUT FD-RELATORIO
           OPEN OUTPUT FD-CARTA

           MOVE WS-DATA-HOJE TO WS-LC-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CABEC
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           .

       VARRE-GARANTIAS.
           MOVE 'N' TO WS-FIM-GARANTIA
           MOVE ZEROS TO GA-NUM-CONTRATO
           START FD-GARANTIA KEY NOT < GA-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-GARANTIA TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-GARANTIA
               READ FD-GARANTIA NEXT RECORD
                   AT END
                       SET WS-EOF-GARANTIA TO TRUE
                   NOT AT END
                       IF GA-GRAVAME-ATIVO
                           PERFORM AVALIA-GARANTIA
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-GARANTIA.
      *    Gravame de contrato que ja nao esta ativo e liberado pelo
      *    FINGAR; aqui ele so e ignorado.
           MOVE GA-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CONTR-ATIVO
                       PERFORM VERIFICA-PRODUTO
                       PERFORM CLASSIFICA-APOLICE
                       IF NOT WS-ETAPA-EM-DIA
                           PERFORM TRATA-APOLICE
                       END-IF
                   END-IF
           END-READ
           .

       VERIFICA-PRODUTO.
      *    Contrato legado com produto zerado nao exige apolice.
           MOVE 'N' TO WS-PRODUTO-EXIGE
           IF WS-FS-PRODUTO = '00'
               AND FD-COD-PRODUTO IS NUMERIC
               AND FD-COD-PRODUTO > ZEROS
               MOVE FD-COD-PRODUTO TO PT-COD-PRODUTO
               READ FD-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PT-EXIGE-SEGURO-BEM
                           SET WS-EXIGE-APOLICE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CLASSIFICA-APOLICE.
      *    Sem apolice so interessa quando o produto exige seguro;
      *    apolice registrada e acompanhada em qualquer produto.
           MOVE SPACE TO WS-ETAPA
           IF GA-NUM-APOLICE = SPACES
               OR GA-APOLICE-FIM NOT NUMERIC
               OR GA-APOLICE-FIM = ZEROS
               IF WS-EXIGE-APOLICE
                   SET WS-ETAPA-SEM-APOLICE TO TRUE
               END-IF
           ELSE
               COMPUTE WS-DIAS-PARA-VENCER =
                   FUNCTION INTEGER-OF-DATE(GA-APOLICE-FIM)
                   - WS-DIAS-HOJE
               IF WS-DIAS-PARA-VENCER < ZEROS
                   SET WS-ETAPA-VENCIDA TO TRUE
               ELSE
                   IF WS-DIAS-PARA-VENCER NOT > WS-DIAS-ANTECEDENCIA
                       SET WS-ETAPA-A-VENCER TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       TRATA-APOLICE.
           EVALUATE TRUE
               WHEN WS-ETAPA-A-VENCER
                   ADD 1 TO WS-QTD-A-VENCER
                   MOVE 'A VENCER'     TO WS-LA-SITUACAO
                   MOVE 'V'            TO WS-ETAPA-CARTA
               WHEN WS-ETAPA-VENCIDA
                   ADD 1 TO WS-QTD-VENCIDAS
                   MOVE 'VENCIDA'      TO WS-LA-SITUACAO
                   MOVE 'E'            TO WS-ETAPA-CARTA
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-APOLICE
                   MOVE 'SEM APOLICE'  TO WS-LA-SITUACAO
                   MOVE 'E'            TO WS-ETAPA-CARTA
           END-EVALUATE

           MOVE SPACES TO WS-LA-PENDENCIA
           IF WS-EXIGE-APOLICE AND NOT WS-ETAPA-A-VENCER
               PERFORM MARCA-APOLICE-PENDENTE
               MOVE 'FORMAL' TO WS-LA-PENDENCIA
           END-IF

           MOVE GA-NUM-CONTRATO  TO WS-LA-CONTRATO
           MOVE GA-DESCRICAO     TO WS-LA-DESCRICAO
           MOVE GA-SEGURADORA    TO WS-LA-SEGURADORA
           MOVE GA-NUM-APOLICE   TO WS-LA-APOLICE
           MOVE ZEROS            TO WS-LA-FIM
           IF GA-APOLICE-FIM IS NUMERIC
               MOVE GA-APOLICE-FIM TO WS-LA-FIM
           END-IF
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-APOLICE

      *    Uma carta por etapa de cada vigencia: a que ja saiu para
      *    esta etapa e este fim de vigencia nao se repete no mes
      *    seguinte.
           IF GA-AVISO-APOLICE = WS-ETAPA-CARTA
               AND GA-AVISO-FIM = WS-LA-FIM
               CONTINUE
           ELSE
               PERFORM VERIFICA-CORRESP
               IF WS-CORRESP-DEVOLVIDA
                   ADD 1 TO WS-QTD-SUPRIMIDOS
               ELSE
                   PERFORM EMITE-CARTA
                   MOVE WS-ETAPA-CARTA TO GA-AVISO-APOLICE
                   MOVE WS-LA-FIM      TO GA-AVISO-FIM
                   REWRITE FD-GARANTIA-REC
               END-IF
           END-IF
           .

       MARCA-APOLICE-PENDENTE.
      *    Contrato ja formalizado segue em remessa e cobranca: a
      *    apolice entra como item devido sem reabrir o checklist
      *    (parar de cobrar por falta de seguro so piora a
      *    carteira). Contrato anterior ao controle ganha um
      *    checklist ja completo com so a apolice devida.
           MOVE GA-NUM-CONTRATO TO FM-NUM-CONTRATO
           READ FD-FORMCTL
               INVALID KEY
                   MOVE GA-NUM-CONTRATO TO FM-NUM-CONTRATO
                   MOVE 'D'          TO FM-INSTRUMENTO FM-AVAL
                                        FM-GRAVAME
                   MOVE 'N'          TO FM-APOLICE
                   MOVE 'C'          TO FM-STATUS
                   MOVE WS-DATA-HOJE TO FM-DATA-ABERTURA
                                        FM-DATA-COMPLETO
                   WRITE FD-FORMCTL-REC
                   ADD 1 TO WS-QTD-PENDENCIAS
               NOT INVALID KEY
                   IF NOT FM-APOLICE-DEVIDA
                       MOVE 'N' TO FM-APOLICE
                       REWRITE FD-FORMCTL-REC
                       ADD 1 TO WS-QTD-PENDENCIAS
                   END-IF
           END-READ
           .

       VERIFICA-CORRESP.
      *    Correspondencia devolvida (CORRMNT) suprime a carta, como
      *    no FINAVISO: nao se paga postagem para endereco morto.
           MOVE 'N' TO WS-CLIENTE-CORRESP WS-CLIENTE-LIDO
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CLIENTE-CADASTRADO TO TRUE
                   IF FD-CORRESP-DEVOLVIDA
                       SET WS-CORRESP-DEVOLVIDA TO TRUE
                   END-IF
           END-READ
           .

       EMITE-CARTA.
      *    Bloco de endereco no mesmo formato das etiquetas do
      *    CADETQ, como nas cartas do FINCOB e do FINAVISO.
           PERFORM MONTA-ENDERECO-CLIENTE

           WRITE FD-CARTA-REG FROM WS-LINHA-TITULO
           WRITE FD-CARTA-REG FROM WS-LINHA-NOME
           WRITE FD-CARTA-REG FROM WS-LINHA-ENDERECO
           WRITE FD-CARTA-REG FROM WS-LINHA-CIDADE

           MOVE GA-NUM-CONTRATO TO WS-LB-CONTRATO
           MOVE GA-DESCRICAO    TO WS-LB-DESCRICAO
           WRITE FD-CARTA-REG FROM WS-LINHA-BEM

           EVALUATE TRUE
               WHEN WS-ETAPA-A-VENCER
                   MOVE GA-NUM-APOLICE TO WS-LV-APOLICE
                   MOVE WS-LA-FIM      TO WS-LV-FIM
                   WRITE FD-CARTA-REG FROM WS-LINHA-VIGENCIA
                   MOVE 'SUA APOLICE VENCE EM BREVE - RENOVE O SEGURO'
                       TO WS-LINHA-MENSAGEM
                   WRITE FD-CARTA-REG FROM WS-LINHA-MENSAGEM
                   MOVE 'E ENVIE A NOVA APOLICE COM A FINANCEIRA COMO'
                       TO WS-LINHA-MENSAGEM
               WHEN WS-ETAPA-VENCIDA
                   MOVE GA-NUM-APOLICE TO WS-LV-APOLICE
                   MOVE WS-LA-FIM      TO WS-LV-FIM
                   WRITE FD-CARTA-REG FROM WS-LINHA-VIGENCIA
                   MOVE 'SUA APOLICE ESTA VENCIDA - O BEM ESTA SEM'
                       TO WS-LINHA-MENSAGEM
                   WRITE FD-CARTA-REG FROM WS-LINHA-MENSAGEM
                   MOVE 'SEGURO. ENVIE A APOLICE RENOVADA COM A'
                       TO WS-LINHA-MENSAGEM
                   WRITE FD-CARTA-REG FROM WS-LINHA-MENSAGEM
                   MOVE 'FINANCEIRA COMO' TO WS-LINHA-MENSAGEM
               WHEN OTHER
                   MOVE 'NAO CONSTA APOLICE DE SEGURO DO BEM - ENVIE A'
                       TO WS-LINHA-MENSAGEM
                   WRITE FD-CARTA-REG FROM WS-LINHA-MENSAGEM
                   MOVE 'APOLICE COM A FINANCEIRA COMO'
                       TO WS-LINHA-MENSAGEM
           END-EVALUATE
           WRITE FD-CARTA-REG FROM WS-LINHA-MENSAGEM
           MOVE 'BENEFICIARIA.' TO WS-LINHA-MENSAGEM
           WRITE FD-CARTA-REG FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO FD-CARTA-REG
           WRITE FD-CARTA-REG

           ADD 1 TO WS-QTD-CARTAS
           .

       MONTA-ENDERECO-CLIENTE.
      *    O cadastro ja foi lido no VERIFICA-CORRESP.
           IF NOT WS-CLIENTE-CADASTRADO
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-LN-NOME
               MOVE SPACES TO WS-LE-RUA WS-LE-BAIRRO
                              WS-LE-CIDADE WS-LE-UF
                              WS-LE-CEP-1 WS-LE-CEP-2
           ELSE
               IF FD-PESSOA-JURIDICA
                   MOVE FD-RAZAO-SOCIAL TO WS-LN-NOME
               ELSE
                   MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                   MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                   CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                           NF-ULTIMO-NOME NF-NOME-COMPLETO
                   MOVE NF-NOME-COMPLETO TO WS-LN-NOME
               END-IF
               MOVE FD-RUA     TO WS-LE-RUA
               MOVE FD-BAIRRO  TO WS-LE-BAIRRO
               MOVE FD-CIDADE  TO WS-LE-CIDADE
               MOVE FD-UF      TO WS-LE-UF
               MOVE FD-CEP-1   TO WS-LE-CEP-1
               MOVE FD-CEP-2   TO WS-LE-CEP-2
           END-IF
           .

       END PROGRAM FINAPOL.
