      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CANAL DE DESCONTO EM FOLHA DO CREDITO CONSIGNADO:
      *          para cada convenio de CONVENIO.DAT, uma vez por mes
      *          a partir do dia de corte da folha, gera a remessa de
      *          desconto (CSGREM<cccc>.DAT) com as parcelas em
      *          aberto dos contratos consignados daquele empregador
      *          que vencem ate o fim da competencia e ainda nao
      *          foram enviadas (CSGCTL.DAT), com a matricula do
      *          funcionario; e processa o retorno do empregador
      *          (CSGRET<cccc>.DAT, header com sequencia nova):
      *          descontada ('00') baixa a parcela via PAGTOSTAT
      *          como qualquer pagamento; nao descontada (demitido,
      *          afastado, sem margem) fica marcada no CSGCTL com o
      *          motivo e listada no relatorio, e a parcela passa a
      *          sair no boleto do FINREM. Funcionario demitido leva
      *          o contrato inteiro para o boleto: as parcelas ainda
      *          nao enviadas sao marcadas nao descontadas junto.
      *          Relatorio em FINCSG.PRT. Roda como passo do
      *          JOBNOTURNO logo apos o FINDEB.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCSG.
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
               FILE STATUS IS WS-FS-CONVENIO.
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
           SELECT FD-PARCELA        ASSIGN TO "FDPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PARCELA.
           SELECT FD-CSGCTL         ASSIGN TO "CSGCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WS-FS-CSGCTL.
      *    Checklist de formalizacao: contrato pendente fica fora
      *    da remessa de desconto, como na de boleto.
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
      *    Sinistro aberto (SINMNT) suspende o desconto do contrato.
           SELECT FD-SINISTRO       ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-NUM-CONTRATO
               FILE STATUS IS WS-FS-SINISTRO.
           SELECT FD-CSGREM         ASSIGN TO DYNAMIC WS-NOME-CSGREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSGREM.
           SELECT FD-CSGRET         ASSIGN TO DYNAMIC WS-NOME-CSGRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSGRET.
           SELECT FD-RELATO         ASSIGN TO "FINCSG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONVENIO.
       01  FD-CONVENIO-REC.
           COPY CONVREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-PARCELA.
       01  FD-PARCELA-REC.
           COPY PARCREC.

       FD  FD-CSGCTL.
       01  FD-CSGCTL-REC.
           COPY CSGCTLREC.

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-SINISTRO.
       01  FD-SINISTRO-REC.
           COPY SINISTROREC.

       FD  FD-CSGREM.
       01  FD-CSGREM-REC.
           COPY CSGREMREC.

       FD  FD-CSGRET.
       01  FD-CSGRET-REC.
           COPY CSGRETREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONVENIO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-CSGCTL        PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-SINISTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CSGREM        PIC X(02) VALUE '00'.
           03 WS-FS-CSGRET        PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY PAGTOSTATPARM.
         COPY AUDITFINPARM.
         COPY UPDJRNPARM.
         COPY TERMOPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCSG'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DATA-MOV-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-COMPETENCIA    PIC 9(06).
           03 WS-MOV-DD             PIC 9(02).

         01 WS-NOME-CSGREM          PIC X(20) VALUE SPACES.
         01 WS-NOME-CSGRET          PIC X(20) VALUE SPACES.

         01 WS-FIM-CONVENIO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CONVENIO             VALUE 'S'.
         01 WS-FIM-CONTRATO         PIC X(01).
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-PARCELAS         PIC X(01).
             88 WS-FIM-DAS-PARCELAS         VALUE 'S'.
         01 WS-FIM-CSGRET           PIC X(01).
             88 WS-EOF-CSGRET               VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01) VALUE 'N'.
             88 WS-CONTRATO-ABERTO          VALUE 'S'.
         01 WS-PARCELAS-OK          PIC X(01) VALUE 'N'.
             88 WS-PARCELAS-ABERTAS         VALUE 'S'.

      *  Parcelas que vencem ate o fim da competencia (AAAAMM31)
      *  entram na folha do mes.
         01 WS-VENCTO-LIMITE        PIC 9(08).

         01 WS-PARCELA-JA-ENVIADA   PIC X(01).
             88 WS-JA-ENVIADA               VALUE 'S'.
         01 WS-CONTR-FORMALIZADO    PIC X(01).
             88 WS-FORMALIZACAO-OK          VALUE 'S'.
         01 WS-CONTR-SINISTRO       PIC X(01).
             88 WS-CONTRATO-EM-SINISTRO     VALUE 'S'.
         01 WS-NOME-FUNCIONARIO     PIC X(41).

         01 WS-ARQUIVO-VALIDO       PIC X(01).
             88 WS-ARQUIVO-ACEITO           VALUE 'S'.
         01 WS-SEQ-RECEBIDA         PIC 9(06).
         01 WS-QTD-DETALHES-ARQ     PIC 9(06).
         01 WS-CTL-VALIDO           PIC X(01).
             88 WS-CTL-AGUARDANDO           VALUE 'S'.

         01 WS-QTD-REM-CONVENIO     PIC 9(06).
         01 WS-VR-REM-CONVENIO      PIC 9(09)V99.
         01 WS-QTD-REMESSAS         PIC 9(04) VALUE ZEROS.
         01 WS-QTD-ENVIADAS         PIC 9(06) VALUE ZEROS.
         01 WS-VR-TOTAL-REMESSA     PIC 9(09)V99 VALUE ZEROS.
         01 WS-QTD-DESCONTADAS      PIC 9(06) VALUE ZEROS.
         01 WS-QTD-NAO-DESCONTADAS  PIC 9(06) VALUE ZEROS.
         01 WS-QTD-EXCECOES         PIC 9(06) VALUE ZEROS.
      *  Teto do valor da parcela no layout da remessa ao
      *  empregador (CY-PARC-VALOR); acima dele a parcela vai ao
      *  boleto.
         01 WS-VR-MAXIMO-FOLHA      PIC 9(05)V99 VALUE 99999,99.

         01 WS-RESTA-ABERTA         PIC X(01).
             88 WS-HA-PARC-ABERTA           VALUE 'S'.
         01 WS-QT-IND               PIC 999.
         01 WS-DM-IND               PIC 999.

      *  Imagem anterior do contrato para a trilha de auditoria do
      *  mestre (AUDITFIN).
         01 WS-ANTES-CONTRATO.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AC-==.

         01 WS-CSG-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(06) VALUE 'CSGREM'.
           03 WS-CH-COD-CONVENIO    PIC 9(04).
           03 WS-CH-COMPETENCIA     PIC 9(06).
           03 WS-CH-DATA-GERACAO    PIC 9(08).
           03 WS-CH-CNPJ            PIC 9(14).

         01 WS-CSG-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-CT-QTD-DETALHES    PIC 9(06).
           03 WS-CT-VR-TOTAL        PIC 9(09)V99.

         01 WS-LINHA-RELATO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LR-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(07) VALUE ' PARC. '.
           03 WS-LR-PARCELA         PIC ZZ9.
           03 FILLER                PIC X(08) VALUE ' VALOR: '.
           03 WS-LR-VALOR           PIC Z.ZZZ.ZZZ,99.
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LR-MOTIVO          PIC X(30).

         01 WS-LINHA-CONVENIO.
           03 FILLER                PIC X(09) VALUE 'CONVENIO '.
           03 WS-LC-CONVENIO        PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-NOME            PIC X(30).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LC-TEXTO           PIC X(33).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'
           MOVE WS-JOB-NOME TO PS-USUARIO
           MOVE WS-JOB-NOME TO PS-PROGRAMA

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-VENCTO-LIMITE = WS-MOV-COMPETENCIA * 100 + 31

           OPEN OUTPUT FD-RELATO
           PERFORM ABRE-ARQUIVOS
           PERFORM GERA-REMESSAS-CONSIGNADO
           PERFORM PROCESSA-RETORNOS-CONSIGNADO
           PERFORM FECHA-ARQUIVOS
           CLOSE FD-RELATO

           DISPLAY 'FINCSG: ' WS-QTD-REMESSAS ' REMESSA(S), '
                   WS-QTD-ENVIADAS ' PARCELA(S) (TOTAL '
                   WS-VR-TOTAL-REMESSA '), ' WS-QTD-DESCONTADAS
                   ' DESCONTADA(S), ' WS-QTD-NAO-DESCONTADAS
                   ' NAO DESCONTADA(S).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O FD-CONVENIO
           IF WS-FS-CONVENIO = '35'
               OPEN OUTPUT FD-CONVENIO
               CLOSE FD-CONVENIO
               OPEN I-O FD-CONVENIO
           END-IF
           OPEN I-O FD-CONTRATO
           IF WS-FS-CONTRATO = '00'
               SET WS-CONTRATO-ABERTO TO TRUE
           ELSE
               DISPLAY 'FINCSG: FDCONTR.DAT INDISPONIVEL - SEM '
                       'REMESSA NEM RETORNO.'
           END-IF
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           OPEN INPUT FD-PARCELA
           IF WS-FS-PARCELA = '00'
               SET WS-PARCELAS-ABERTAS TO TRUE
           ELSE
               DISPLAY 'FINCSG: FDPARC.DAT INDISPONIVEL - RODE O '
                       'FINPARC.'
           END-IF
           OPEN I-O FD-CSGCTL
           IF WS-FS-CSGCTL = '35'
               OPEN OUTPUT FD-CSGCTL
               CLOSE FD-CSGCTL
               OPEN I-O FD-CSGCTL
           END-IF
           OPEN INPUT FD-FORMCTL
           IF WS-FS-FORMCTL = '35'
               OPEN OUTPUT FD-FORMCTL
               CLOSE FD-FORMCTL
               OPEN INPUT FD-FORMCTL
           END-IF
           OPEN INPUT FD-SINISTRO
           IF WS-FS-SINISTRO = '35'
               OPEN OUTPUT FD-SINISTRO
               CLOSE FD-SINISTRO
               OPEN INPUT FD-SINISTRO
           END-IF
           .

       FECHA-ARQUIVOS.
           CLOSE FD-SINISTRO
           CLOSE FD-FORMCTL
           CLOSE FD-CSGCTL
           IF WS-PARCELAS-ABERTAS
               CLOSE FD-PARCELA
           END-IF
           CLOSE FD-CADASTRO
           IF WS-CONTRATO-ABERTO
               CLOSE FD-CONTRATO
           END-IF
           CLOSE FD-CONVENIO
           .

       GERA-REMESSAS-CONSIGNADO.
      *    Uma remessa por convenio por competencia: a partir do dia
      *    de corte, e so se a competencia ainda nao saiu. Convenio
      *    inativo continua recebendo a remessa dos contratos ja
      *    feitos - so nao aceita contrato novo.
           MOVE 'N' TO WS-FIM-CONVENIO
           IF WS-FS-CONVENIO NOT = '00'
               SET WS-EOF-CONVENIO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-CONVENIO
               READ FD-CONVENIO NEXT RECORD
                   AT END
                       SET WS-EOF-CONVENIO TO TRUE
                   NOT AT END
                       IF WS-MOV-DD NOT < CV-DIA-CORTE
                           AND CV-ULT-COMPETENCIA < WS-MOV-COMPETENCIA
                           AND WS-CONTRATO-ABERTO
                           AND WS-PARCELAS-ABERTAS
                           PERFORM GERA-REMESSA-CONVENIO
                       END-IF
               END-READ
           END-PERFORM
           .

       GERA-REMESSA-CONVENIO.
           MOVE SPACES TO WS-NOME-CSGREM
           STRING 'CSGREM'          DELIMITED BY SIZE
                  CV-COD-CONVENIO   DELIMITED BY SIZE
                  '.DAT'            DELIMITED BY SIZE
                  INTO WS-NOME-CSGREM
           OPEN OUTPUT FD-CSGREM
           MOVE ZEROS TO WS-QTD-REM-CONVENIO WS-VR-REM-CONVENIO

           MOVE CV-COD-CONVENIO    TO WS-CH-COD-CONVENIO
           MOVE WS-MOV-COMPETENCIA TO WS-CH-COMPETENCIA
           MOVE WS-DATA-MOVIMENTO  TO WS-CH-DATA-GERACAO
           MOVE CV-CNPJ            TO WS-CH-CNPJ
           WRITE FD-CSGREM-REC FROM WS-CSG-HEADER

      *    Nao ha chave por convenio no mestre: a passada e feita
      *    do inicio, uma vez por convenio que fecha a folha hoje.
           MOVE 'N'   TO WS-FIM-CONTRATO
           MOVE ZEROS TO FD-NUM-CONTRATO
           START FD-CONTRATO KEY NOT < FD-NUM-CONTRATO
               INVALID KEY
                   SET WS-EOF-CONTRATO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-CONTRATO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-CONTRATO TO TRUE
                   NOT AT END
                       IF FD-CONTR-ATIVO
                           AND FD-COD-CONVENIO IS NUMERIC
                           AND FD-COD-CONVENIO = CV-COD-CONVENIO
                           PERFORM VERIFICA-FORMALIZACAO
                           PERFORM VERIFICA-SINISTRO
                           IF WS-FORMALIZACAO-OK
                               AND NOT WS-CONTRATO-EM-SINISTRO
                               PERFORM VARRE-PARCELAS-CONSIGNADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-QTD-REM-CONVENIO TO WS-CT-QTD-DETALHES
           MOVE WS-VR-REM-CONVENIO  TO WS-CT-VR-TOTAL
           WRITE FD-CSGREM-REC FROM WS-CSG-TRAILER
           CLOSE FD-CSGREM

           MOVE WS-MOV-COMPETENCIA TO CV-ULT-COMPETENCIA
           REWRITE FD-CONVENIO-REC
           ADD 1 TO WS-QTD-REMESSAS

           MOVE CV-COD-CONVENIO TO WS-LC-CONVENIO
           MOVE CV-NOME         TO WS-LC-NOME
           MOVE SPACES          TO WS-LC-TEXTO
           STRING 'REMESSA ' WS-MOV-COMPETENCIA ': '
                  WS-QTD-REM-CONVENIO ' PARCELA(S)'
               DELIMITED BY SIZE INTO WS-LC-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-CONVENIO
           .

       VERIFICA-SINISTRO.
      *    Sinistro aberto suspende o desconto em folha do contrato.
           MOVE 'N' TO WS-CONTR-SINISTRO
           MOVE FD-NUM-CONTRATO TO SI-NUM-CONTRATO
           READ FD-SINISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-ABERTO
                       SET WS-CONTRATO-EM-SINISTRO TO TRUE
                   END-IF
           END-READ
           .

       VERIFICA-FORMALIZACAO.
      *    Checklist pendente segura o contrato fora da remessa de
      *    desconto; contrato sem registro vale como formalizado.
           MOVE 'S' TO WS-CONTR-FORMALIZADO
           MOVE FD-NUM-CONTRATO TO FM-NUM-CONTRATO
           READ FD-FORMCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FM-PENDENTE
                       MOVE 'N' TO WS-CONTR-FORMALIZADO
                   END-IF
           END-READ
           .

       VARRE-PARCELAS-CONSIGNADO.
      *    Parcela em aberto (pendente, ou ja atrasada por ter
      *    nascido depois do corte do mes anterior) que vence ate o
      *    fim da competencia e nunca foi enviada entra na folha.
           PERFORM BUSCA-NOME-FUNCIONARIO
           MOVE 'N' TO WS-FIM-PARCELAS
           MOVE FD-NUM-CONTRATO TO PR-NUM-CONTRATO
           MOVE 1               TO PR-NUM-PARCELA
           START FD-PARCELA KEY NOT < PR-CHAVE
               INVALID KEY
                   SET WS-FIM-DAS-PARCELAS TO TRUE
           END-START

           PERFORM UNTIL WS-FIM-DAS-PARCELAS
               READ FD-PARCELA NEXT RECORD
                   AT END
                       SET WS-FIM-DAS-PARCELAS TO TRUE
                   NOT AT END
                       IF PR-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           SET WS-FIM-DAS-PARCELAS TO TRUE
                       ELSE
                           IF (PR-PENDENTE OR PR-ATRASADA)
                               AND PR-VENCTO NOT > WS-VENCTO-LIMITE
                               PERFORM VERIFICA-JA-ENVIADA
                               IF NOT WS-JA-ENVIADA
                                   IF PR-VALOR > WS-VR-MAXIMO-FOLHA
                                       PERFORM DESVIA-PARCELA-AO-BOLETO
                                   ELSE
                                       PERFORM GRAVA-DETALHE-CONSIGNADO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       VERIFICA-JA-ENVIADA.
      *    Parcela com registro no controle nao sai de novo: ou
      *    aguarda o retorno ('E'), ou ja foi descontada ('D'), ou
      *    voltou nao descontada ('N') e foi para o boleto.
           MOVE 'N' TO WS-PARCELA-JA-ENVIADA
           MOVE PR-NUM-CONTRATO TO CG-NUM-CONTRATO
           MOVE PR-NUM-PARCELA  TO CG-NUM-PARCELA
           READ FD-CSGCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-JA-ENVIADA TO TRUE
           END-READ
           .

       DESVIA-PARCELA-AO-BOLETO.
      *    Parcela acima do teto do layout do empregador nao vai a
      *    folha: fica no CSGCTL como nao descontada (motivo 'VL')
      *    e o FINREM a cobra no boleto.
           MOVE PR-NUM-CONTRATO TO WS-LR-CONTRATO
           MOVE PR-NUM-PARCELA  TO WS-LR-PARCELA
           MOVE PR-VALOR        TO WS-LR-VALOR
           MOVE 'ACIMA DO TETO DA FOLHA: BOLETO' TO WS-LR-MOTIVO
           WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
           ADD 1 TO WS-QTD-EXCECOES

           MOVE PR-NUM-CONTRATO    TO CG-NUM-CONTRATO
           MOVE PR-NUM-PARCELA     TO CG-NUM-PARCELA
           MOVE CV-COD-CONVENIO    TO CG-COD-CONVENIO
           MOVE WS-MOV-COMPETENCIA TO CG-COMPETENCIA
           MOVE ZEROS              TO CG-DATA-ENVIO
           MOVE 'N'                TO CG-SITUACAO
           MOVE 'VL'               TO CG-MOTIVO
           MOVE WS-DATA-MOVIMENTO  TO CG-DATA-RETORNO
           WRITE FD-CSGCTL-REC
               INVALID KEY
                   REWRITE FD-CSGCTL-REC
           END-WRITE
           .

       GRAVA-DETALHE-CONSIGNADO.
           MOVE SPACES              TO FD-CSGREM-REC
           SET CY-REG-DETALHE       TO TRUE
           MOVE PR-NUM-CONTRATO     TO CY-NUM-CONTRATO
           MOVE PR-NUM-PARCELA      TO CY-NUM-PARCELA
           MOVE PR-VENCTO           TO CY-PARC-VENCTO
           MOVE PR-VALOR            TO CY-PARC-VALOR
           MOVE FD-MATRICULA        TO CY-MATRICULA
           MOVE FD-COD-CLIENTE      TO CY-COD-CLIENTE
           MOVE WS-NOME-FUNCIONARIO TO CY-NOME-FUNCIONARIO
           WRITE FD-CSGREM-REC

           MOVE PR-NUM-CONTRATO    TO CG-NUM-CONTRATO
           MOVE PR-NUM-PARCELA     TO CG-NUM-PARCELA
           MOVE CV-COD-CONVENIO    TO CG-COD-CONVENIO
           MOVE WS-MOV-COMPETENCIA TO CG-COMPETENCIA
           MOVE WS-DATA-MOVIMENTO  TO CG-DATA-ENVIO
           MOVE 'E'                TO CG-SITUACAO
           MOVE SPACES             TO CG-MOTIVO
           MOVE ZEROS              TO CG-DATA-RETORNO
           WRITE FD-CSGCTL-REC
               INVALID KEY
                   REWRITE FD-CSGCTL-REC
           END-WRITE

           ADD 1        TO WS-QTD-REM-CONVENIO WS-QTD-ENVIADAS
           ADD PR-VALOR TO WS-VR-REM-CONVENIO WS-VR-TOTAL-REMESSA
           .

       BUSCA-NOME-FUNCIONARIO.
           MOVE SPACES TO WS-NOME-FUNCIONARIO
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE FD-CLIENTE TO WS-NOME-FUNCIONARIO
               NOT INVALID KEY
                   MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                   MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                   CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                           NF-ULTIMO-NOME NF-NOME-COMPLETO
                   MOVE NF-NOME-COMPLETO TO WS-NOME-FUNCIONARIO
           END-READ
           .

       PROCESSA-RETORNOS-CONSIGNADO.
      *    Cada convenio pode devolver o seu CSGRET<cccc>.DAT; sem o
      *    arquivo nao e erro - a folha do empregador ainda nao
      *    fechou.
           IF WS-FS-CONVENIO = '00' OR WS-FS-CONVENIO = '10'
               MOVE ZEROS TO CV-COD-CONVENIO
               MOVE 'N' TO WS-FIM-CONVENIO
               START FD-CONVENIO KEY NOT < CV-COD-CONVENIO
                   INVALID KEY
                       SET WS-EOF-CONVENIO TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-CONVENIO
                   READ FD-CONVENIO NEXT RECORD
                       AT END
                           SET WS-EOF-CONVENIO TO TRUE
                       NOT AT END
                           IF WS-CONTRATO-ABERTO
                               PERFORM PROCESSA-RETORNO-CONVENIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       PROCESSA-RETORNO-CONVENIO.
           MOVE SPACES TO WS-NOME-CSGRET
           STRING 'CSGRET'          DELIMITED BY SIZE
                  CV-COD-CONVENIO   DELIMITED BY SIZE
                  '.DAT'            DELIMITED BY SIZE
                  INTO WS-NOME-CSGRET
           OPEN INPUT FD-CSGRET
           MOVE WS-FS-CSGRET TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK
               PERFORM LE-ARQUIVO-RETORNO
               CLOSE FD-CSGRET
           END-IF
           .

       LE-ARQUIVO-RETORNO.
      *    Header primeiro: codigo do proprio convenio e sequencia
      *    nova; fora disso o arquivo inteiro fica de fora.
           MOVE 'N'   TO WS-ARQUIVO-VALIDO WS-FIM-CSGRET
           MOVE ZEROS TO WS-QTD-DETALHES-ARQ WS-SEQ-RECEBIDA
           MOVE CV-COD-CONVENIO TO WS-LC-CONVENIO
           MOVE CV-NOME         TO WS-LC-NOME
           READ FD-CSGRET
               AT END
                   SET WS-EOF-CSGRET TO TRUE
               NOT AT END
                   IF CW-REG-HEADER
                       AND CW-H-COD-CONVENIO = CV-COD-CONVENIO
                       AND CW-H-SEQUENCIA IS NUMERIC
                       AND CW-H-SEQUENCIA > CV-ULT-SEQ-RETORNO
                       SET WS-ARQUIVO-ACEITO TO TRUE
                       MOVE CW-H-SEQUENCIA TO WS-SEQ-RECEBIDA
                   END-IF
           END-READ

           IF NOT WS-ARQUIVO-ACEITO
               MOVE 'RETORNO REJEITADO: HEADER/SEQ.'
                   TO WS-LC-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-CONVENIO
               DISPLAY 'FINCSG: ' WS-NOME-CSGRET ' REJEITADO - '
                       'HEADER INVALIDO OU SEQUENCIA JA PROCESSADA.'
           ELSE
               MOVE SPACES TO WS-LC-TEXTO
               STRING 'RETORNO SEQUENCIA ' WS-SEQ-RECEBIDA
                   DELIMITED BY SIZE INTO WS-LC-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-CONVENIO
               PERFORM UNTIL WS-EOF-CSGRET
                   READ FD-CSGRET
                       AT END
                           SET WS-EOF-CSGRET TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CW-REG-DETALHE
                                   ADD 1 TO WS-QTD-DETALHES-ARQ
                                   PERFORM PROCESSA-UM-DESCONTO
                               WHEN CW-REG-TRAILER
                                   PERFORM CONFERE-TRAILER
                                   SET WS-EOF-CSGRET TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE WS-SEQ-RECEBIDA TO CV-ULT-SEQ-RETORNO
               REWRITE FD-CONVENIO-REC
           END-IF
           .

       CONFERE-TRAILER.
           IF CW-T-QTD-DETALHES NOT = WS-QTD-DETALHES-ARQ
               MOVE 'TRAILER NAO CONFERE COM DETALHES'
                   TO WS-LC-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-CONVENIO
           END-IF
           .

       PROCESSA-UM-DESCONTO.
           MOVE ZEROS TO WS-LR-CONTRATO WS-LR-PARCELA WS-LR-VALOR
           IF CW-NUM-CONTRATO NOT NUMERIC
               OR CW-NUM-PARCELA NOT NUMERIC
               MOVE 'REGISTRO DE RETORNO INVALIDO' TO WS-LR-MOTIVO
               WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
               ADD 1 TO WS-QTD-EXCECOES
           ELSE
               MOVE CW-NUM-CONTRATO TO WS-LR-CONTRATO
               MOVE CW-NUM-PARCELA  TO WS-LR-PARCELA
               IF CW-VALOR-DESCONTADO IS NUMERIC
                   MOVE CW-VALOR-DESCONTADO TO WS-LR-VALOR
               END-IF
               PERFORM VERIFICA-CONTROLE-ENVIO
               IF NOT WS-CTL-AGUARDANDO
                   MOVE 'PARCELA NAO ENVIADA/JA TRATADA'
                       TO WS-LR-MOTIVO
                   WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               ELSE
                   IF CW-DESCONTADO
                       PERFORM BAIXA-PARCELA-CONSIGNADO
                   ELSE
                       PERFORM REGISTRA-NAO-DESCONTO
                   END-IF
               END-IF
           END-IF
           .

       VERIFICA-CONTROLE-ENVIO.
      *    So se aceita resultado de parcela que saiu na remessa
      *    deste convenio e ainda aguarda retorno: linha repetida ou
      *    de outro empregador nao baixa nada.
           MOVE 'N' TO WS-CTL-VALIDO
           MOVE CW-NUM-CONTRATO TO CG-NUM-CONTRATO
           MOVE CW-NUM-PARCELA  TO CG-NUM-PARCELA
           READ FD-CSGCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CG-ENVIADO
                       AND CG-COD-CONVENIO = CV-COD-CONVENIO
                       SET WS-CTL-AGUARDANDO TO TRUE
                   END-IF
           END-READ
           .

       BAIXA-PARCELA-CONSIGNADO.
           MOVE CW-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   MOVE 'CONTRATO INEXISTENTE' TO WS-LR-MOTIVO
                   WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               NOT INVALID KEY
                   MOVE FD-CONTRATO-REC TO WS-ANTES-CONTRATO
                   PERFORM EFETIVA-BAIXA-CONSIGNADO
           END-READ
           .

       EFETIVA-BAIXA-CONSIGNADO.
      *    Desconto com valor diferente da parcela nao baixa: fica
      *    aguardando ('E') para acerto manual com o empregador.
           EVALUATE TRUE
               WHEN CW-NUM-PARCELA < 1
                   OR CW-NUM-PARCELA > FD-NUM-PARCELAS
                   MOVE 'PARCELA INEXISTENTE' TO WS-LR-MOTIVO
                   WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               WHEN CW-VALOR-DESCONTADO NOT NUMERIC
                   OR CW-VALOR-DESCONTADO NOT =
                      FD-PARC-VALOR(CW-NUM-PARCELA)
                   MOVE 'VALOR DIVERGENTE - ACERTO MANUAL'
                       TO WS-LR-MOTIVO
                   WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                   ADD 1 TO WS-QTD-EXCECOES
               WHEN OTHER
                   MOVE FD-PARC-STATUS(CW-NUM-PARCELA)
                       TO PS-STATUS-ATUAL
                   MOVE 'G' TO PS-STATUS-NOVO
                   MOVE FD-NUM-CONTRATO TO PS-NUM-CONTRATO
                   MOVE CW-NUM-PARCELA  TO PS-NUM-PARCELA
                   MOVE FD-PARC-VALOR(CW-NUM-PARCELA) TO PS-VALOR
                   CALL 'PAGTOSTAT' USING PS-STATUS-ATUAL
                                       PS-STATUS-NOVO
                                       PS-TRANSICAO-VALIDA
                                       PS-NUM-CONTRATO
                                       PS-NUM-PARCELA PS-VALOR
                                       PS-USUARIO PS-PROGRAMA
                   IF PS-TRANSICAO-E-INVALIDA
                       MOVE 'TRANSICAO INVALIDA' TO WS-LR-MOTIVO
                       WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                       ADD 1 TO WS-QTD-EXCECOES
                   ELSE
                       MOVE 'G' TO FD-PARC-STATUS(CW-NUM-PARCELA)
                       PERFORM VERIFICA-QUITACAO-CONSIGNADO
                       REWRITE FD-CONTRATO-REC
                       PERFORM GRAVA-AUDIT-CONTRATO
                       ADD 1 TO WS-QTD-DESCONTADAS
                       PERFORM MARCA-CSGCTL-RETORNO
                   END-IF
           END-EVALUATE
           .

       REGISTRA-NAO-DESCONTO.
      *    Nao descontada: a parcela nao muda de status - fica em
      *    aberto e passa a sair no boleto do FINREM (o CSGCTL 'N'
      *    libera); o motivo do empregador vai para o relatorio.
           EVALUATE TRUE
               WHEN CW-DEMITIDO
                   MOVE 'NAO DESCONTADA - DEMITIDO'
                       TO WS-LR-MOTIVO
               WHEN CW-AFASTADO
                   MOVE 'NAO DESCONTADA - AFASTADO'
                       TO WS-LR-MOTIVO
               WHEN CW-SEM-MARGEM
                   MOVE 'NAO DESCONTADA - SEM MARGEM'
                       TO WS-LR-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-LR-MOTIVO
                   STRING 'NAO DESCONTADA - MOTIVO ' CW-MOTIVO
                       DELIMITED BY SIZE INTO WS-LR-MOTIVO
           END-EVALUATE
           WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
           ADD 1 TO WS-QTD-NAO-DESCONTADAS
           PERFORM MARCA-CSGCTL-RETORNO
           IF CW-DEMITIDO
               PERFORM DESLIGA-CONTRATO-DA-FOLHA
           END-IF
           .

       DESLIGA-CONTRATO-DA-FOLHA.
      *    Demitido nao volta a ter folha neste empregador: as
      *    parcelas em aberto ainda nao enviadas ficam marcadas nao
      *    descontadas com o mesmo motivo e o contrato inteiro
      *    passa ao boleto. O convenio continua no contrato para o
      *    historico.
           MOVE CW-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-DM-IND FROM 1 BY 1
                           UNTIL WS-DM-IND > FD-NUM-PARCELAS
                       IF FD-PARC-STATUS(WS-DM-IND) = 'P' OR
                          FD-PARC-STATUS(WS-DM-IND) = 'A'
                           PERFORM MARCA-PARCELA-FORA-DA-FOLHA
                       END-IF
                   END-PERFORM
                   MOVE 'CONTRATO PASSA AO BOLETO' TO WS-LR-MOTIVO
                   MOVE ZEROS TO WS-LR-PARCELA WS-LR-VALOR
                   WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
           END-READ
           .

       MARCA-PARCELA-FORA-DA-FOLHA.
           MOVE FD-NUM-CONTRATO TO CG-NUM-CONTRATO
           MOVE WS-DM-IND       TO CG-NUM-PARCELA
           READ FD-CSGCTL
               INVALID KEY
                   MOVE CV-COD-CONVENIO    TO CG-COD-CONVENIO
                   MOVE ZEROS              TO CG-COMPETENCIA
                                              CG-DATA-ENVIO
                   MOVE 'N'                TO CG-SITUACAO
                   MOVE CW-MOTIVO          TO CG-MOTIVO
                   MOVE WS-DATA-MOVIMENTO  TO CG-DATA-RETORNO
                   WRITE FD-CSGCTL-REC
           END-READ
           .

       MARCA-CSGCTL-RETORNO.
           MOVE CW-NUM-CONTRATO TO CG-NUM-CONTRATO
           MOVE CW-NUM-PARCELA  TO CG-NUM-PARCELA
           READ FD-CSGCTL
               INVALID KEY
                   MOVE CV-COD-CONVENIO   TO CG-COD-CONVENIO
                   MOVE WS-DATA-MOVIMENTO TO CG-DATA-ENVIO
           END-READ
           IF CW-DESCONTADO
               MOVE 'D' TO CG-SITUACAO
           ELSE
               MOVE 'N' TO CG-SITUACAO
           END-IF
           MOVE CW-MOTIVO         TO CG-MOTIVO
           MOVE WS-DATA-MOVIMENTO TO CG-DATA-RETORNO
           REWRITE FD-CSGCTL-REC
               INVALID KEY
                   WRITE FD-CSGCTL-REC
           END-REWRITE
           .

       VERIFICA-QUITACAO-CONSIGNADO.
      *    Ultima parcela em aberto descontada quita o contrato na
      *    mesma gravacao, com termo via TERMOQUIT, como na baixa
      *    do retorno de boleto e do debito em conta.
           MOVE 'N' TO WS-RESTA-ABERTA
           PERFORM VARYING WS-QT-IND FROM 1 BY 1
                   UNTIL WS-QT-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-QT-IND) = 'P' OR
                  FD-PARC-STATUS(WS-QT-IND) = 'A'
                   SET WS-HA-PARC-ABERTA TO TRUE
                   MOVE FD-NUM-PARCELAS TO WS-QT-IND
               END-IF
           END-PERFORM

      *    Conta do crediario rotativo nao quita com a fatura paga:
      *    o contrato segue aberto para as proximas faturas.
           IF NOT WS-HA-PARC-ABERTA
               AND NOT FD-CONTA-ROTATIVA
               MOVE 'Q' TO FD-STATUS-CONTRATO
               MOVE FD-NUM-CONTRATO TO TQ-NUM-CONTRATO
               MOVE FD-COD-CLIENTE  TO TQ-COD-CLIENTE
               CALL 'TERMOQUIT' USING TQ-NUM-CONTRATO TQ-COD-CLIENTE
           END-IF
           .

       GRAVA-AUDIT-CONTRATO.
      *    Trilha de auditoria do mestre (AUDITFIN.DAT) para o
      *    REWRITE feito por este programa.
           SET AF-PARM-ALTERACAO TO TRUE
           MOVE 'FINCSG' TO AF-PARM-USUARIO
           MOVE 'FINCSG' TO AF-PARM-PROGRAMA
           CALL 'AUDITFIN' USING AF-PARM-OPERACAO AF-PARM-USUARIO
                   AF-PARM-PROGRAMA WS-ANTES-CONTRATO
                   FD-CONTRATO-REC
      *    Jornal de atualizacao para o roll-forward do FINREST.
           MOVE 'FDCONTR' TO JN-PARM-ARQUIVO
           MOVE 'R'       TO JN-PARM-OPERACAO
           MOVE FD-CONTRATO-REC TO JN-PARM-IMAGEM
           CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                   JN-PARM-IMAGEM
      *    Mantem o arquivo de parcelas (FDPARC.DAT) em dia com o
      *    plano recem-gravado deste contrato.
           CALL 'PARCSYNC' USING FD-CONTRATO-REC
           .

       END PROGRAM FINCSG.
