      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CADASTRO POSITIVO - ARQUIVO MENSAL AS GESTORAS: o
      *          FINNEGI/FINNEGE so contam ao bureau a noticia ruim;
      *          pelas regras do cadastro positivo a casa informa,
      *          todo mes, o comportamento de pagamento de todo
      *          contrato. Para cada gestora ativa de GESTORA.DAT,
      *          uma vez por competencia (o mes fechado anterior ao
      *          movimento), gera POSREM<ggg>.DAT com um registro 'C'
      *          por contrato - dados de abertura, saldo devedor em
      *          aberto, parcelas em atraso e o evento do mes - e os
      *          'P' das parcelas que venceram ou foram pagas na
      *          competencia, com a data e o valor pago tirados do
      *          PAGTOLOG.DAT. Encerramento (quitacao, renegociacao,
      *          cessao, prejuizo, portabilidade, cancelamento) sai
      *          uma vez, no mes em que aparece, para contrato que a
      *          gestora ja conhecia. Cliente que pediu opt-out
      *          (POSOPT.DAT) nao e informado, e o contrato que a
      *          gestora ja tinha sai uma vez com exclusao ('X').
      *          Protocolo de controle (POSCTL.DAT): antes de gerar,
      *          le o retorno de cada gestora (POSRET<ggg>.DAT,
      *          header com sequencia nova) e marca cada registro
      *          aceito ou rejeitado; o rejeitado volta no arquivo do
      *          mes com a competencia original, remontado do mestre,
      *          ate ser aceito - dentro dos 24 meses em que o
      *          PAGTOLOG.DAT fica no arquivo ativo. Relatorio em
      *          FINCPOS.PRT. Passo mensal do JOBNOTURNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCPOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GESTORA        ASSIGN TO "GESTORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-COD-GESTORA
               FILE STATUS IS WS-FS-GESTORA.
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
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-POSREM         ASSIGN TO DYNAMIC WS-NOME-POSREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POSREM.
           SELECT FD-POSRET         ASSIGN TO DYNAMIC WS-NOME-POSRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POSRET.
           SELECT FD-RELATO         ASSIGN TO "FINCPOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.
           SELECT SD-PAGAMENTOS     ASSIGN TO "FINCPOS.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GESTORA.
       01  FD-GESTORA-REC.
           COPY GESTORAREC.

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-POSOPT.
       01  FD-POSOPT-REC.
           COPY POSOPTREC.

       FD  FD-POSCTL.
       01  FD-POSCTL-REC.
           COPY POSCTLREC.

       FD  FD-PAGTOLOG.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-POSREM.
       01  FD-POSREM-REC.
           COPY POSREMREC.

       FD  FD-POSRET.
       01  FD-POSRET-REC.
           COPY POSRETREC.

       FD  FD-RELATO.
       01  FD-RELATO-REG            PIC X(80).

      *  Pagamentos (transicao para 'G') e estornos (saida de 'G')
      *  das competencias a informar, por contrato/parcela na ordem
      *  em que aconteceram: o ultimo movimento do mes vale.
       SD  SD-PAGAMENTOS.
       01  SD-REGISTRO.
           03 SD-NUM-CONTRATO                 PIC 9(08).
           03 SD-COMPETENCIA                  PIC 9(06).
           03 SD-NUM-PARCELA                  PIC 9(03).
           03 SD-DATA                         PIC 9(08).
           03 SD-HORA                         PIC 9(08).
           03 SD-VALOR-PAGO                   PIC 9(07)V99.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-GESTORA       PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-POSOPT        PIC X(02) VALUE '00'.
           03 WS-FS-POSCTL        PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-POSREM        PIC X(02) VALUE '00'.
           03 WS-FS-POSRET        PIC X(02) VALUE '00'.
           03 WS-FS-RELATO        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY NOMEFMTPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCPOS'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-DATA-MOV-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOV-AA             PIC 9(04).
           03 WS-MOV-MM             PIC 9(02).
           03 WS-MOV-DD             PIC 9(02).

      *  Competencia informada: o mes fechado anterior ao movimento.
      *  Rejeitado mais velho que o limite (24 meses, a retencao do
      *  PAGTOLOG.DAT no LOGHOUSE) nao e mais remontado.
         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-CP-AA              PIC 9(04).
           03 WS-CP-MM              PIC 9(02).
         01 WS-COMP-LIMITE          PIC 9(06).
         01 WS-FIM-COMPETENCIA      PIC 9(08).

         01 WS-NOME-POSREM          PIC X(20) VALUE SPACES.
         01 WS-NOME-POSRET          PIC X(20) VALUE SPACES.

         01 WS-FIM-GESTORA          PIC X(01) VALUE 'N'.
             88 WS-EOF-GESTORA              VALUE 'S'.
         01 WS-FIM-CONTRATO         PIC X(01).
             88 WS-EOF-CONTRATO             VALUE 'S'.
         01 WS-FIM-POSCTL           PIC X(01).
             88 WS-EOF-POSCTL               VALUE 'S'.
         01 WS-FIM-POSRET           PIC X(01).
             88 WS-EOF-POSRET               VALUE 'S'.
         01 WS-FIM-PAGTOLOG         PIC X(01).
             88 WS-EOF-PAGTOLOG             VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01).
             88 WS-EOF-SORT                 VALUE 'S'.
         01 WS-CONTRATO-OK          PIC X(01) VALUE 'N'.
             88 WS-CONTRATO-ABERTO          VALUE 'S'.

      *  Retorno da gestora.
         01 WS-ARQUIVO-VALIDO       PIC X(01).
             88 WS-ARQUIVO-ACEITO           VALUE 'S'.
         01 WS-SEQ-RECEBIDA         PIC 9(06).
         01 WS-REMESSA-RESPONDIDA   PIC 9(06).
         01 WS-QTD-DETALHES-ARQ     PIC 9(06).

      *  Competencias do arquivo da gestora corrente: a do mes na
      *  primeira posicao, depois as dos rejeitados a reenviar.
         01 WS-TAB-COMPETENCIAS.
           03 WS-TC-COMPETENCIA     PIC 9(06) OCCURS 25 TIMES.
         01 WS-QTD-COMP             PIC 99.
         01 WS-TC-IND               PIC 99.
         01 WS-COMP-ACHADA          PIC X(01).
             88 WS-COMP-NA-TABELA           VALUE 'S'.
         01 WS-PL-DATA              PIC 9(08).
         01 WS-PL-DATA-R REDEFINES WS-PL-DATA.
           03 WS-PL-COMPETENCIA     PIC 9(06).
           03 WS-PL-DD              PIC 9(02).

      *  Pagamentos do contrato corrente, vindos do SORT.
         01 WS-SD-ATUAL.
           03 WS-SD-NUM-CONTRATO    PIC 9(08).
           03 WS-SD-COMPETENCIA     PIC 9(06).
           03 WS-SD-NUM-PARCELA     PIC 9(03).
           03 WS-SD-DATA            PIC 9(08).
           03 WS-SD-HORA            PIC 9(08).
           03 WS-SD-VALOR-PAGO      PIC 9(07)V99.
         01 WS-TAB-PAGAMENTOS.
           03 WS-TP-PAGAMENTO OCCURS 120 TIMES.
               05 WS-TP-COMPETENCIA PIC 9(06).
               05 WS-TP-NUM-PARCELA PIC 9(03).
               05 WS-TP-DATA        PIC 9(08).
               05 WS-TP-VALOR-PAGO  PIC 9(07)V99.
         01 WS-QTD-PAG              PIC 999.
         01 WS-TP-IND               PIC 999.
         01 WS-PAG-ACHADO           PIC 999.

      *  Historico do contrato na gestora (POSCTL), antes da
      *  competencia do mes.
         01 WS-JA-INFORMADO         PIC X(01).
             88 WS-GESTORA-CONHECE          VALUE 'S'.
         01 WS-ULT-EVENTO           PIC X(01).

      *  Titular do contrato.
         01 WS-CLIENTE-FORA         PIC X(01).
             88 WS-CLIENTE-NAO-INFORMA      VALUE 'S'.
         01 WS-TIT-TIPO-PESSOA      PIC X(01).
         01 WS-TIT-DOCUMENTO        PIC 9(14).
         01 WS-TIT-NOME             PIC X(40).

      *  Registro a emitir.
         01 WS-INFORMA              PIC X(01).
             88 WS-DEVE-INFORMAR            VALUE 'S'.
         01 WS-EVENTO-MES           PIC X(01).
         01 WS-COMP-EMISSAO         PIC 9(06).
         01 WS-EVENTO-EMISSAO       PIC X(01).
         01 WS-VENCTO-INICIAL       PIC 9(08).
         01 WS-VENCTO-FINAL         PIC 9(08).
         01 WS-INFORMA-PARCELA      PIC X(01).
             88 WS-PARCELA-NO-MES           VALUE 'S'.
         01 WS-PC-IND               PIC 999.
         01 WS-SALDO-DEVEDOR        PIC 9(09)V99.
         01 WS-QTD-ATRASO           PIC 999.
         01 WS-CTL-NOVO             PIC X(01).
             88 WS-CONTROLE-NOVO            VALUE 'S'.
         01 WS-REMESSA-ANTERIOR     PIC 9(06).

      *  Contadores da gestora corrente e do passo.
         01 WS-CONTADORES-GESTORA.
           03 WS-QTD-CONTRATOS-GT   PIC 9(06).
           03 WS-QTD-PARCELAS-GT    PIC 9(06).
           03 WS-QTD-REGISTROS-GT   PIC 9(06).
           03 WS-QTD-EM-CURSO-GT    PIC 9(06).
           03 WS-QTD-ENCERRADOS-GT  PIC 9(06).
           03 WS-QTD-EXCLUSOES-GT   PIC 9(06).
           03 WS-QTD-REENVIOS-GT    PIC 9(06).
           03 WS-QTD-OPT-OUT-GT     PIC 9(06).
           03 WS-QTD-FORA-PRAZO-GT  PIC 9(06).
         01 WS-QTD-ARQUIVOS         PIC 9(04) VALUE ZEROS.
         01 WS-QTD-CONTRATOS        PIC 9(07) VALUE ZEROS.
         01 WS-QTD-ACEITOS          PIC 9(07) VALUE ZEROS.
         01 WS-QTD-REJEITADOS       PIC 9(07) VALUE ZEROS.
         01 WS-QTD-EXCECOES         PIC 9(07) VALUE ZEROS.

         01 WS-POS-HEADER.
           03 FILLER                PIC X(01) VALUE 'H'.
           03 FILLER                PIC X(06) VALUE 'POSREM'.
           03 WS-PH-COD-GESTORA     PIC 9(03).
           03 WS-PH-CNPJ-GESTORA    PIC 9(14).
           03 WS-PH-COMPETENCIA     PIC 9(06).
           03 WS-PH-DATA-GERACAO    PIC 9(08).

         01 WS-POS-TRAILER.
           03 FILLER                PIC X(01) VALUE 'T'.
           03 WS-PT-QTD-CONTRATOS   PIC 9(06).
           03 WS-PT-QTD-PARCELAS    PIC 9(06).
           03 WS-PT-QTD-REGISTROS   PIC 9(06).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(40) VALUE
                 'FINCPOS - CADASTRO POSITIVO - MOVIMENTO '.
           03 WS-TI-DATA            PIC 9(08).
           03 FILLER                PIC X(14) VALUE
                 ' - COMPETENCIA'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TI-COMPETENCIA     PIC 9(06).

         01 WS-LINHA-RELATO.
           03 FILLER                PIC X(09) VALUE 'CONTRATO '.
           03 WS-LR-CONTRATO        PIC 9(08).
           03 FILLER                PIC X(06) VALUE ' COMP '.
           03 WS-LR-COMPETENCIA     PIC 9(06).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LR-MOTIVO          PIC X(48).

         01 WS-LINHA-GESTORA.
           03 FILLER                PIC X(08) VALUE 'GESTORA '.
           03 WS-LG-GESTORA         PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LG-NOME            PIC X(30).
           03 FILLER                PIC X(03) VALUE ' - '.
           03 WS-LG-TEXTO           PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

           MOVE WS-MOV-AA TO WS-CP-AA
           MOVE WS-MOV-MM TO WS-CP-MM
           IF WS-CP-MM = 1
               SUBTRACT 1 FROM WS-CP-AA
               MOVE 12 TO WS-CP-MM
           ELSE
               SUBTRACT 1 FROM WS-CP-MM
           END-IF
           COMPUTE WS-COMP-LIMITE = WS-COMPETENCIA - 200
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA * 100 + 31

           OPEN OUTPUT FD-RELATO
           MOVE WS-DATA-MOVIMENTO TO WS-TI-DATA
           MOVE WS-COMPETENCIA    TO WS-TI-COMPETENCIA
           WRITE FD-RELATO-REG FROM WS-LINHA-TITULO

           PERFORM ABRE-ARQUIVOS
           IF WS-CONTRATO-ABERTO
               PERFORM PROCESSA-GESTORAS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM FECHA-ARQUIVOS
           CLOSE FD-RELATO

           DISPLAY 'FINCPOS: ' WS-QTD-ARQUIVOS ' ARQUIVO(S), '
                   WS-QTD-CONTRATOS ' CONTRATO(S) INFORMADO(S), '
                   WS-QTD-ACEITOS ' ACEITO(S) E '
                   WS-QTD-REJEITADOS ' REJEITADO(S) NO RETORNO.'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O FD-GESTORA
           IF WS-FS-GESTORA = '35'
               OPEN OUTPUT FD-GESTORA
               CLOSE FD-GESTORA
               OPEN I-O FD-GESTORA
           END-IF
           OPEN INPUT FD-CONTRATO
           IF WS-FS-CONTRATO = '00'
               SET WS-CONTRATO-ABERTO TO TRUE
           ELSE
               DISPLAY 'FINCPOS: FDCONTR.DAT INDISPONIVEL - SEM '
                       'ARQUIVO NEM RETORNO.'
           END-IF
           OPEN INPUT FD-CADASTRO
           IF WS-FS-CADASTRO = '35'
               OPEN OUTPUT FD-CADASTRO
               CLOSE FD-CADASTRO
               OPEN INPUT FD-CADASTRO
           END-IF
           OPEN INPUT FD-POSOPT
           IF WS-FS-POSOPT = '35'
               OPEN OUTPUT FD-POSOPT
               CLOSE FD-POSOPT
               OPEN INPUT FD-POSOPT
           END-IF
           OPEN I-O FD-POSCTL
           IF WS-FS-POSCTL = '35'
               OPEN OUTPUT FD-POSCTL
               CLOSE FD-POSCTL
               OPEN I-O FD-POSCTL
           END-IF
           .

       FECHA-ARQUIVOS.
           CLOSE FD-POSCTL
           CLOSE FD-POSOPT
           CLOSE FD-CADASTRO
           IF WS-CONTRATO-ABERTO
               CLOSE FD-CONTRATO
           END-IF
           CLOSE FD-GESTORA
           .

       PROCESSA-GESTORAS.
      *    Retorno primeiro, para o rejeitado ja voltar no arquivo
      *    deste mes. Gestora inativa ainda tem o retorno lido (o
      *    arquivo que ela recebeu precisa fechar), mas nao recebe
      *    arquivo novo. Uma remessa por gestora por competencia.
           MOVE 'N' TO WS-FIM-GESTORA
           IF WS-FS-GESTORA NOT = '00'
               SET WS-EOF-GESTORA TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-GESTORA
               READ FD-GESTORA NEXT RECORD
                   AT END
                       SET WS-EOF-GESTORA TO TRUE
                   NOT AT END
                       MOVE GT-COD-GESTORA TO WS-LG-GESTORA
                       MOVE GT-NOME        TO WS-LG-NOME
                       PERFORM PROCESSA-RETORNO-GESTORA
                       IF GT-ATIVA
                           AND GT-ULT-COMPETENCIA < WS-COMPETENCIA
                           PERFORM GERA-ARQUIVO-GESTORA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               MOVE ZEROS  TO WS-LG-GESTORA
               MOVE SPACES TO WS-LG-NOME
               MOVE 'NENHUM ARQUIVO GERADO' TO WS-LG-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           END-IF
           .

      ******************************************************************
      *    RETORNO DA GESTORA: aceito/rejeitado por contrato e
      *    competencia. Sem o arquivo nao e erro - a gestora ainda
      *    nao respondeu.
      ******************************************************************
       PROCESSA-RETORNO-GESTORA.
           MOVE SPACES TO WS-NOME-POSRET
           STRING 'POSRET'          DELIMITED BY SIZE
                  GT-COD-GESTORA    DELIMITED BY SIZE
                  '.DAT'            DELIMITED BY SIZE
                  INTO WS-NOME-POSRET
           OPEN INPUT FD-POSRET
           MOVE WS-FS-POSRET TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-OK
               PERFORM LE-ARQUIVO-RETORNO
               CLOSE FD-POSRET
           END-IF
           .

       LE-ARQUIVO-RETORNO.
      *    Header primeiro: codigo da propria gestora e sequencia
      *    nova; fora disso o arquivo inteiro fica de fora.
           MOVE 'N'   TO WS-ARQUIVO-VALIDO WS-FIM-POSRET
           MOVE ZEROS TO WS-QTD-DETALHES-ARQ WS-SEQ-RECEBIDA
                         WS-REMESSA-RESPONDIDA
           READ FD-POSRET
               AT END
                   SET WS-EOF-POSRET TO TRUE
               NOT AT END
                   IF QT-REG-HEADER
                       AND QT-H-COD-GESTORA = GT-COD-GESTORA
                       AND QT-H-SEQUENCIA IS NUMERIC
                       AND QT-H-SEQUENCIA > GT-ULT-SEQ-RETORNO
                       AND QT-H-REMESSA IS NUMERIC
                       SET WS-ARQUIVO-ACEITO TO TRUE
                       MOVE QT-H-SEQUENCIA TO WS-SEQ-RECEBIDA
                       MOVE QT-H-REMESSA   TO WS-REMESSA-RESPONDIDA
                   END-IF
           END-READ

           IF NOT WS-ARQUIVO-ACEITO
               MOVE 'RETORNO REJEITADO: HEADER/SEQ.' TO WS-LG-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
               DISPLAY 'FINCPOS: ' WS-NOME-POSRET ' REJEITADO - '
                       'HEADER INVALIDO OU SEQUENCIA JA PROCESSADA.'
           ELSE
               MOVE SPACES TO WS-LG-TEXTO
               STRING 'RETORNO SEQ. ' WS-SEQ-RECEBIDA
                      ' REMESSA ' WS-REMESSA-RESPONDIDA
                   DELIMITED BY SIZE INTO WS-LG-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
               PERFORM UNTIL WS-EOF-POSRET
                   READ FD-POSRET
                       AT END
                           SET WS-EOF-POSRET TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN QT-REG-DETALHE
                                   ADD 1 TO WS-QTD-DETALHES-ARQ
                                   PERFORM PROCESSA-UMA-OCORRENCIA
                               WHEN QT-REG-TRAILER
                                   PERFORM CONFERE-TRAILER
                                   SET WS-EOF-POSRET TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE WS-SEQ-RECEBIDA TO GT-ULT-SEQ-RETORNO
               REWRITE FD-GESTORA-REC
           END-IF
           .

       CONFERE-TRAILER.
           IF QT-T-QTD-DETALHES NOT = WS-QTD-DETALHES-ARQ
               MOVE 'TRAILER NAO CONFERE COM DETALHES'
                   TO WS-LG-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           END-IF
           .

       PROCESSA-UMA-OCORRENCIA.
      *    So se aceita resultado de registro que saiu na remessa
      *    respondida e ainda aguarda retorno: linha repetida, de
      *    remessa antiga ou de registro ja reenviado nao muda nada.
           MOVE ZEROS TO WS-LR-CONTRATO WS-LR-COMPETENCIA
           IF QT-NUM-CONTRATO NOT NUMERIC
               OR QT-COMPETENCIA NOT NUMERIC
               MOVE 'REGISTRO DE RETORNO INVALIDO' TO WS-LR-MOTIVO
               WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
               ADD 1 TO WS-QTD-EXCECOES
           ELSE
               MOVE QT-NUM-CONTRATO TO WS-LR-CONTRATO
               MOVE QT-COMPETENCIA  TO WS-LR-COMPETENCIA
               MOVE GT-COD-GESTORA  TO QC-COD-GESTORA
               MOVE QT-NUM-CONTRATO TO QC-NUM-CONTRATO
               MOVE QT-COMPETENCIA  TO QC-COMPETENCIA
               READ FD-POSCTL
                   INVALID KEY
                       MOVE 'REGISTRO NAO ENVIADO A GESTORA'
                           TO WS-LR-MOTIVO
                       WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                       ADD 1 TO WS-QTD-EXCECOES
                   NOT INVALID KEY
                       IF QC-ENVIADO
                           AND QC-REMESSA = WS-REMESSA-RESPONDIDA
                           PERFORM MARCA-RETORNO-CONTROLE
                       ELSE
                           MOVE 'REGISTRO JA TRATADO/REENVIADO'
                               TO WS-LR-MOTIVO
                           WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
                           ADD 1 TO WS-QTD-EXCECOES
                       END-IF
               END-READ
           END-IF
           .

       MARCA-RETORNO-CONTROLE.
      *    Rejeitado nao muda nada no contrato: fica 'R' no controle
      *    e volta no proximo arquivo; a ocorrencia vai ao relatorio
      *    para o cadastro corrigir o que a gestora recusou.
           MOVE QT-OCORRENCIA     TO QC-OCORRENCIA
           MOVE WS-DATA-MOVIMENTO TO QC-DATA-RETORNO
           IF QT-ACEITO
               MOVE 'A' TO QC-SITUACAO
               ADD 1 TO WS-QTD-ACEITOS
           ELSE
               MOVE 'R' TO QC-SITUACAO
               ADD 1 TO WS-QTD-REJEITADOS
               EVALUATE TRUE
                   WHEN QT-DOCUMENTO-INVALIDO
                       MOVE 'REJEITADO - CPF/CNPJ INVALIDO'
                           TO WS-LR-MOTIVO
                   WHEN QT-NOME-DIVERGENTE
                       MOVE 'REJEITADO - NOME DIVERGENTE DO DOCUMENTO'
                           TO WS-LR-MOTIVO
                   WHEN QT-CONTRATO-DESCONHECIDO
                       MOVE 'REJEITADO - CONTRATO DESCONHECIDO'
                           TO WS-LR-MOTIVO
                   WHEN QT-DADOS-INCONSISTENTES
                       MOVE 'REJEITADO - DADOS INCONSISTENTES'
                           TO WS-LR-MOTIVO
                   WHEN OTHER
                       MOVE SPACES TO WS-LR-MOTIVO
                       STRING 'REJEITADO - OCORRENCIA ' QT-OCORRENCIA
                           DELIMITED BY SIZE INTO WS-LR-MOTIVO
               END-EVALUATE
               WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
           END-IF
           REWRITE FD-POSCTL-REC
           .

      ******************************************************************
      *    ARQUIVO MENSAL DA GESTORA.
      ******************************************************************
       GERA-ARQUIVO-GESTORA.
           INITIALIZE WS-CONTADORES-GESTORA
           PERFORM LEVANTA-COMPETENCIAS

           MOVE SPACES TO WS-NOME-POSREM
           STRING 'POSREM'          DELIMITED BY SIZE
                  GT-COD-GESTORA    DELIMITED BY SIZE
                  '.DAT'            DELIMITED BY SIZE
                  INTO WS-NOME-POSREM
           OPEN OUTPUT FD-POSREM

           MOVE GT-COD-GESTORA    TO WS-PH-COD-GESTORA
           MOVE GT-CNPJ           TO WS-PH-CNPJ-GESTORA
           MOVE WS-COMPETENCIA    TO WS-PH-COMPETENCIA
           MOVE WS-DATA-MOVIMENTO TO WS-PH-DATA-GERACAO
           WRITE FD-POSREM-REC FROM WS-POS-HEADER
           ADD 1 TO WS-QTD-REGISTROS-GT

           SORT SD-PAGAMENTOS
               ON ASCENDING KEY SD-NUM-CONTRATO SD-COMPETENCIA
                                SD-NUM-PARCELA SD-DATA SD-HORA
               INPUT PROCEDURE IS SELECIONA-PAGAMENTOS
               OUTPUT PROCEDURE IS INFORMA-CONTRATOS

           ADD 1 TO WS-QTD-REGISTROS-GT
           MOVE WS-QTD-CONTRATOS-GT TO WS-PT-QTD-CONTRATOS
           MOVE WS-QTD-PARCELAS-GT  TO WS-PT-QTD-PARCELAS
           MOVE WS-QTD-REGISTROS-GT TO WS-PT-QTD-REGISTROS
           WRITE FD-POSREM-REC FROM WS-POS-TRAILER
           CLOSE FD-POSREM

           MOVE WS-COMPETENCIA TO GT-ULT-COMPETENCIA
           REWRITE FD-GESTORA-REC
           ADD 1 TO WS-QTD-ARQUIVOS
           ADD WS-QTD-CONTRATOS-GT TO WS-QTD-CONTRATOS
           PERFORM IMPRIME-RESUMO-GESTORA
           .

       LEVANTA-COMPETENCIAS.
      *    Competencia do mes mais a de cada registro desta gestora
      *    a remontar: rejeitado, ou ja reenviado neste mesmo
      *    arquivo (passo interrompido e reexecutado).
           MOVE 1              TO WS-QTD-COMP
           MOVE WS-COMPETENCIA TO WS-TC-COMPETENCIA(1)
           MOVE GT-COD-GESTORA TO QC-COD-GESTORA
           MOVE ZEROS          TO QC-NUM-CONTRATO QC-COMPETENCIA
           MOVE 'N' TO WS-FIM-POSCTL
           START FD-POSCTL KEY NOT < QC-CHAVE
               INVALID KEY
                   SET WS-EOF-POSCTL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-POSCTL
               READ FD-POSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-POSCTL TO TRUE
                   NOT AT END
                       IF QC-COD-GESTORA NOT = GT-COD-GESTORA
                           SET WS-EOF-POSCTL TO TRUE
                       ELSE
                           IF QC-COMPETENCIA < WS-COMPETENCIA
                               AND (QC-REJEITADO OR
                                   (QC-ENVIADO AND
                                    QC-REMESSA = WS-COMPETENCIA))
                               PERFORM INCLUI-COMPETENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       INCLUI-COMPETENCIA.
           IF QC-COMPETENCIA < WS-COMP-LIMITE
               ADD 1 TO WS-QTD-FORA-PRAZO-GT
               MOVE QC-NUM-CONTRATO TO WS-LR-CONTRATO
               MOVE QC-COMPETENCIA  TO WS-LR-COMPETENCIA
               MOVE 'REJEITADO FORA DO PRAZO DE REENVIO'
                   TO WS-LR-MOTIVO
               WRITE FD-RELATO-REG FROM WS-LINHA-RELATO
           ELSE
               MOVE QC-COMPETENCIA TO WS-PL-COMPETENCIA
               PERFORM PROCURA-COMPETENCIA
               IF NOT WS-COMP-NA-TABELA
                   AND WS-QTD-COMP < 25
                   ADD 1 TO WS-QTD-COMP
                   MOVE QC-COMPETENCIA
                       TO WS-TC-COMPETENCIA(WS-QTD-COMP)
               END-IF
           END-IF
           .

       PROCURA-COMPETENCIA.
           MOVE 'N' TO WS-COMP-ACHADA
           PERFORM VARYING WS-TC-IND FROM 1 BY 1
                   UNTIL WS-TC-IND > WS-QTD-COMP
               IF WS-TC-COMPETENCIA(WS-TC-IND) = WS-PL-COMPETENCIA
                   SET WS-COMP-NA-TABELA TO TRUE
                   MOVE WS-QTD-COMP TO WS-TC-IND
               END-IF
           END-PERFORM
           .

      ******************************************************************
      *    ENTRADA DO SORT: pagamentos e estornos do PAGTOLOG.DAT nas
      *    competencias do arquivo. Sem o log as parcelas saem sem
      *    data de pagamento, e o relatorio avisa.
      ******************************************************************
       SELECIONA-PAGAMENTOS.
           MOVE 'N' TO WS-FIM-PAGTOLOG
           OPEN INPUT FD-PAGTOLOG
           IF WS-FS-PAGTOLOG NOT = '00'
               MOVE 'PAGTOLOG.DAT INDISPONIVEL - SEM PAGAMENTOS'
                   TO WS-LG-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           ELSE
               PERFORM UNTIL WS-EOF-PAGTOLOG
                   READ FD-PAGTOLOG
                       AT END
                           SET WS-EOF-PAGTOLOG TO TRUE
                       NOT AT END
                           IF PL-NUM-CONTRATO IS NUMERIC
                               AND PL-DATA-TRANSICAO IS NUMERIC
                               AND (PL-STATUS-NOVO = 'G' OR
                                    PL-STATUS-ANTERIOR = 'G')
                               PERFORM SELECIONA-UM-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PAGTOLOG
           END-IF
           .

       SELECIONA-UM-PAGAMENTO.
           MOVE PL-DATA-TRANSICAO TO WS-PL-DATA
           PERFORM PROCURA-COMPETENCIA
           IF WS-COMP-NA-TABELA
               MOVE PL-NUM-CONTRATO   TO SD-NUM-CONTRATO
               MOVE WS-PL-COMPETENCIA TO SD-COMPETENCIA
               MOVE PL-NUM-PARCELA    TO SD-NUM-PARCELA
               MOVE PL-DATA-TRANSICAO TO SD-DATA
               MOVE PL-HORA-TRANSICAO TO SD-HORA
      *        Estorno (saida de 'G') apaga o pagamento do mes.
               IF PL-STATUS-NOVO = 'G'
                   MOVE PL-VALOR TO SD-VALOR-PAGO
               ELSE
                   MOVE ZEROS    TO SD-VALOR-PAGO
               END-IF
               RELEASE SD-REGISTRO
           END-IF
           .

      ******************************************************************
      *    SAIDA DO SORT: casamento com o mestre de contratos, os dois
      *    na ordem do numero do contrato.
      ******************************************************************
       INFORMA-CONTRATOS.
           MOVE 'N' TO WS-FIM-SORT
           PERFORM RETORNA-PAGAMENTO
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
                       PERFORM CARREGA-PAGAMENTOS-CONTRATO
                       PERFORM AVALIA-CONTRATO
               END-READ
           END-PERFORM
           .

       RETORNA-PAGAMENTO.
           RETURN SD-PAGAMENTOS INTO WS-SD-ATUAL
               AT END
                   SET WS-EOF-SORT TO TRUE
           END-RETURN
           .

       CARREGA-PAGAMENTOS-CONTRATO.
      *    Pagamento de contrato que nao esta mais no mestre e
      *    descartado; os do contrato corrente vao para a tabela.
           MOVE ZEROS TO WS-QTD-PAG
           PERFORM UNTIL WS-EOF-SORT
                   OR WS-SD-NUM-CONTRATO > FD-NUM-CONTRATO
               IF WS-SD-NUM-CONTRATO = FD-NUM-CONTRATO
                   PERFORM GUARDA-PAGAMENTO
               END-IF
               PERFORM RETORNA-PAGAMENTO
           END-PERFORM
           .

       GUARDA-PAGAMENTO.
      *    O SORT entrega os movimentos da parcela em ordem de data:
      *    o ultimo do mes substitui os anteriores.
           MOVE ZEROS TO WS-PAG-ACHADO
           PERFORM VARYING WS-TP-IND FROM 1 BY 1
                   UNTIL WS-TP-IND > WS-QTD-PAG
               IF WS-TP-COMPETENCIA(WS-TP-IND) = WS-SD-COMPETENCIA
                   AND WS-TP-NUM-PARCELA(WS-TP-IND) =
                       WS-SD-NUM-PARCELA
                   MOVE WS-TP-IND  TO WS-PAG-ACHADO
                   MOVE WS-QTD-PAG TO WS-TP-IND
               END-IF
           END-PERFORM
           IF WS-PAG-ACHADO = ZEROS
               AND WS-QTD-PAG < 120
               ADD 1 TO WS-QTD-PAG
               MOVE WS-QTD-PAG TO WS-PAG-ACHADO
           END-IF
           IF WS-PAG-ACHADO > ZEROS
               MOVE WS-SD-COMPETENCIA
                   TO WS-TP-COMPETENCIA(WS-PAG-ACHADO)
               MOVE WS-SD-NUM-PARCELA
                   TO WS-TP-NUM-PARCELA(WS-PAG-ACHADO)
               IF WS-SD-VALOR-PAGO > ZEROS
                   MOVE WS-SD-DATA TO WS-TP-DATA(WS-PAG-ACHADO)
               ELSE
                   MOVE ZEROS      TO WS-TP-DATA(WS-PAG-ACHADO)
               END-IF
               MOVE WS-SD-VALOR-PAGO
                   TO WS-TP-VALOR-PAGO(WS-PAG-ACHADO)
           END-IF
           .

       AVALIA-CONTRATO.
      *    Contrato feito depois do fim da competencia ainda nao
      *    existia no mes informado.
           PERFORM VERIFICA-TITULAR
           IF FD-DATA-CONTRATACAO NOT > WS-FIM-COMPETENCIA
               PERFORM LE-HISTORICO-GESTORA
               PERFORM DEFINE-EVENTO-MES
               IF WS-DEVE-INFORMAR
                   PERFORM INFORMA-COMPETENCIA-MES
               END-IF
           END-IF
           PERFORM VARYING WS-TC-IND FROM 2 BY 1
                   UNTIL WS-TC-IND > WS-QTD-COMP
               PERFORM REENVIA-COMPETENCIA
           END-PERFORM
           .

       LE-HISTORICO-GESTORA.
      *    O que a gestora ja sabe deste contrato: se ja foi
      *    informado e qual foi o ultimo evento mandado antes da
      *    competencia do mes.
           MOVE 'N'    TO WS-JA-INFORMADO
           MOVE SPACES TO WS-ULT-EVENTO
           MOVE GT-COD-GESTORA  TO QC-COD-GESTORA
           MOVE FD-NUM-CONTRATO TO QC-NUM-CONTRATO
           MOVE ZEROS           TO QC-COMPETENCIA
           MOVE 'N' TO WS-FIM-POSCTL
           START FD-POSCTL KEY NOT < QC-CHAVE
               INVALID KEY
                   SET WS-EOF-POSCTL TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-POSCTL
               READ FD-POSCTL NEXT RECORD
                   AT END
                       SET WS-EOF-POSCTL TO TRUE
                   NOT AT END
                       IF QC-COD-GESTORA NOT = GT-COD-GESTORA
                           OR QC-NUM-CONTRATO NOT = FD-NUM-CONTRATO
                           OR QC-COMPETENCIA NOT < WS-COMPETENCIA
                           SET WS-EOF-POSCTL TO TRUE
                       ELSE
                           SET WS-GESTORA-CONHECE TO TRUE
                           MOVE QC-EVENTO TO WS-ULT-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           .

       VERIFICA-TITULAR.
      *    Documento e nome do titular para a gestora; cliente com
      *    opt-out em vigor ou cadastro anonimizado nao e informado.
           MOVE 'N'   TO WS-CLIENTE-FORA
           MOVE 'F'   TO WS-TIT-TIPO-PESSOA
           MOVE ZEROS TO WS-TIT-DOCUMENTO
           MOVE FD-CLIENTE TO WS-TIT-NOME
           MOVE FD-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-CLIENTE-ANONIMIZADO
                       SET WS-CLIENTE-NAO-INFORMA TO TRUE
                   END-IF
                   IF FD-PESSOA-JURIDICA
                       MOVE 'J'             TO WS-TIT-TIPO-PESSOA
                       MOVE FD-CNPJ         TO WS-TIT-DOCUMENTO
                       MOVE FD-RAZAO-SOCIAL TO WS-TIT-NOME
                   ELSE
                       MOVE FD-CPF           TO WS-TIT-DOCUMENTO
                       MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
                       MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
                       CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                               NF-ULTIMO-NOME NF-NOME-COMPLETO
                       MOVE NF-NOME-COMPLETO TO WS-TIT-NOME
                   END-IF
           END-READ
           MOVE FD-COD-CLIENTE TO OX-COD-CLIENTE
           READ FD-POSOPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OX-OPT-OUT
                       SET WS-CLIENTE-NAO-INFORMA TO TRUE
                   END-IF
           END-READ
           .

       DEFINE-EVENTO-MES.
      *    Opt-out: o que a gestora ja tem sai uma vez com exclusao.
      *    Ativo: informado todo mes. Encerrado: o evento sai uma vez,
      *    so para contrato que a gestora acompanhava em curso.
           MOVE 'N'    TO WS-INFORMA
           MOVE SPACES TO WS-EVENTO-MES
           EVALUATE TRUE
               WHEN WS-CLIENTE-NAO-INFORMA
                   IF WS-GESTORA-CONHECE
                       AND WS-ULT-EVENTO NOT = 'X'
                       MOVE 'X' TO WS-EVENTO-MES
                       SET WS-DEVE-INFORMAR TO TRUE
                   ELSE
                       IF FD-CONTR-ATIVO
                           ADD 1 TO WS-QTD-OPT-OUT-GT
                       END-IF
                   END-IF
               WHEN FD-CONTR-ATIVO
                   SET WS-DEVE-INFORMAR TO TRUE
               WHEN OTHER
                   IF WS-GESTORA-CONHECE
                       AND WS-ULT-EVENTO = SPACE
                       MOVE FD-STATUS-CONTRATO TO WS-EVENTO-MES
                       SET WS-DEVE-INFORMAR TO TRUE
                   END-IF
           END-EVALUATE
           .

       INFORMA-COMPETENCIA-MES.
      *    Registro do mes ja aceito nao sai de novo; o que esta
      *    enviado neste mesmo arquivo (passo reexecutado) sai.
           MOVE GT-COD-GESTORA  TO QC-COD-GESTORA
           MOVE FD-NUM-CONTRATO TO QC-NUM-CONTRATO
           MOVE WS-COMPETENCIA  TO QC-COMPETENCIA
           READ FD-POSCTL
               INVALID KEY
                   MOVE 'E' TO QC-SITUACAO
           END-READ
           IF NOT QC-ACEITO
               MOVE WS-COMPETENCIA TO WS-COMP-EMISSAO
               MOVE WS-EVENTO-MES  TO WS-EVENTO-EMISSAO
               PERFORM EMITE-CONTRATO
               EVALUATE WS-EVENTO-MES
                   WHEN SPACE
                       ADD 1 TO WS-QTD-EM-CURSO-GT
                   WHEN 'X'
                       ADD 1 TO WS-QTD-EXCLUSOES-GT
                   WHEN OTHER
                       ADD 1 TO WS-QTD-ENCERRADOS-GT
               END-EVALUATE
           END-IF
           .

       REENVIA-COMPETENCIA.
      *    Rejeitado de competencia anterior volta com o mesmo
      *    evento, remontado do mestre de hoje.
           MOVE GT-COD-GESTORA  TO QC-COD-GESTORA
           MOVE FD-NUM-CONTRATO TO QC-NUM-CONTRATO
           MOVE WS-TC-COMPETENCIA(WS-TC-IND) TO QC-COMPETENCIA
           READ FD-POSCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QC-REJEITADO
                       OR (QC-ENVIADO AND QC-REMESSA = WS-COMPETENCIA)
                       MOVE QC-COMPETENCIA TO WS-COMP-EMISSAO
                       MOVE QC-EVENTO      TO WS-EVENTO-EMISSAO
                       PERFORM EMITE-CONTRATO
                       ADD 1 TO WS-QTD-REENVIOS-GT
                   END-IF
           END-READ
           .

       EMITE-CONTRATO.
           MOVE ZEROS TO WS-SALDO-DEVEDOR WS-QTD-ATRASO
           PERFORM VARYING WS-PC-IND FROM 1 BY 1
                   UNTIL WS-PC-IND > FD-NUM-PARCELAS
               IF FD-PARC-STATUS(WS-PC-IND) = 'P' OR
                  FD-PARC-STATUS(WS-PC-IND) = 'A'
                   ADD FD-PARC-VALOR(WS-PC-IND) TO WS-SALDO-DEVEDOR
               END-IF
               IF FD-PARC-STATUS(WS-PC-IND) = 'A'
                   ADD 1 TO WS-QTD-ATRASO
               END-IF
           END-PERFORM

           MOVE SPACES               TO FD-POSREM-REC
           SET QR-REG-CONTRATO       TO TRUE
           MOVE FD-NUM-CONTRATO      TO QR-C-NUM-CONTRATO
           MOVE WS-COMP-EMISSAO      TO QR-C-COMPETENCIA
           MOVE WS-TIT-TIPO-PESSOA   TO QR-C-TIPO-PESSOA
           MOVE WS-TIT-DOCUMENTO     TO QR-C-DOCUMENTO
           MOVE WS-TIT-NOME          TO QR-C-NOME
           MOVE FD-DATA-CONTRATACAO  TO QR-C-DATA-CONTRATACAO
           MOVE FD-VALOR             TO QR-C-VALOR
           MOVE FD-NUM-PARCELAS      TO QR-C-NUM-PARCELAS
           MOVE FD-TAXA-JUROS        TO QR-C-TAXA-JUROS
           MOVE WS-SALDO-DEVEDOR     TO QR-C-SALDO-DEVEDOR
           MOVE WS-QTD-ATRASO        TO QR-C-QTD-ATRASO
           MOVE WS-EVENTO-EMISSAO    TO QR-C-EVENTO
      *    Data do evento: o dia em que o encerramento/exclusao foi
      *    apurado (o mestre nao guarda a data da mudanca).
           IF WS-EVENTO-EMISSAO = SPACE
               MOVE ZEROS             TO QR-C-DATA-EVENTO
           ELSE
               MOVE WS-DATA-MOVIMENTO TO QR-C-DATA-EVENTO
           END-IF
           WRITE FD-POSREM-REC
           ADD 1 TO WS-QTD-CONTRATOS-GT WS-QTD-REGISTROS-GT

      *    Exclusao nao leva parcelas: a gestora apaga o historico.
           IF WS-EVENTO-EMISSAO NOT = 'X'
               PERFORM EMITE-PARCELAS-COMPETENCIA
           END-IF
           PERFORM GRAVA-CONTROLE
           .

       EMITE-PARCELAS-COMPETENCIA.
      *    Parcela que venceu na competencia (cancelada/renegociada
      *    nao e mais obrigacao) e parcela paga na competencia,
      *    vencida antes ou depois dela.
           COMPUTE WS-VENCTO-INICIAL = WS-COMP-EMISSAO * 100 + 1
           COMPUTE WS-VENCTO-FINAL   = WS-COMP-EMISSAO * 100 + 31
           PERFORM VARYING WS-PC-IND FROM 1 BY 1
                   UNTIL WS-PC-IND > FD-NUM-PARCELAS
               MOVE 'N' TO WS-INFORMA-PARCELA
               IF FD-PARC-VENCTO(WS-PC-IND) NOT < WS-VENCTO-INICIAL
                   AND FD-PARC-VENCTO(WS-PC-IND)
                       NOT > WS-VENCTO-FINAL
                   AND FD-PARC-STATUS(WS-PC-IND) NOT = 'C'
                   AND FD-PARC-STATUS(WS-PC-IND) NOT = 'N'
                   SET WS-PARCELA-NO-MES TO TRUE
               END-IF
               PERFORM BUSCA-PAGAMENTO-PARCELA
               IF WS-PAG-ACHADO > ZEROS
                   SET WS-PARCELA-NO-MES TO TRUE
               END-IF
               IF WS-PARCELA-NO-MES
                   PERFORM GRAVA-PARCELA
               END-IF
           END-PERFORM
           .

       BUSCA-PAGAMENTO-PARCELA.
           MOVE ZEROS TO WS-PAG-ACHADO
           PERFORM VARYING WS-TP-IND FROM 1 BY 1
                   UNTIL WS-TP-IND > WS-QTD-PAG
               IF WS-TP-COMPETENCIA(WS-TP-IND) = WS-COMP-EMISSAO
                   AND WS-TP-NUM-PARCELA(WS-TP-IND) = WS-PC-IND
                   AND WS-TP-VALOR-PAGO(WS-TP-IND) > ZEROS
                   MOVE WS-TP-IND  TO WS-PAG-ACHADO
                   MOVE WS-QTD-PAG TO WS-TP-IND
               END-IF
           END-PERFORM
           .

       GRAVA-PARCELA.
           MOVE SPACES                     TO FD-POSREM-REC
           SET QR-REG-PARCELA              TO TRUE
           MOVE FD-NUM-CONTRATO            TO QR-P-NUM-CONTRATO
           MOVE WS-COMP-EMISSAO            TO QR-P-COMPETENCIA
           MOVE WS-PC-IND                  TO QR-P-NUM-PARCELA
           MOVE FD-PARC-VENCTO(WS-PC-IND)  TO QR-P-VENCTO
           MOVE FD-PARC-VALOR(WS-PC-IND)   TO QR-P-VALOR
           MOVE FD-PARC-STATUS(WS-PC-IND)  TO QR-P-STATUS
           IF WS-PAG-ACHADO > ZEROS
               MOVE WS-TP-DATA(WS-PAG-ACHADO)  TO QR-P-DATA-PAGTO
               MOVE WS-TP-VALOR-PAGO(WS-PAG-ACHADO)
                   TO QR-P-VALOR-PAGO
           ELSE
               MOVE ZEROS TO QR-P-DATA-PAGTO QR-P-VALOR-PAGO
           END-IF
           WRITE FD-POSREM-REC
           ADD 1 TO WS-QTD-PARCELAS-GT WS-QTD-REGISTROS-GT
           .

       GRAVA-CONTROLE.
      *    Cada saida do registro conta um envio; reexecucao do mesmo
      *    arquivo nao conta de novo.
           MOVE GT-COD-GESTORA  TO QC-COD-GESTORA
           MOVE FD-NUM-CONTRATO TO QC-NUM-CONTRATO
           MOVE WS-COMP-EMISSAO TO QC-COMPETENCIA
           MOVE 'N' TO WS-CTL-NOVO
           READ FD-POSCTL
               INVALID KEY
                   SET WS-CONTROLE-NOVO TO TRUE
                   MOVE ZEROS TO QC-QTD-ENVIOS QC-REMESSA
           END-READ
           MOVE QC-REMESSA TO WS-REMESSA-ANTERIOR
           IF WS-REMESSA-ANTERIOR NOT = WS-COMPETENCIA
               AND QC-QTD-ENVIOS < 99
               ADD 1 TO QC-QTD-ENVIOS
           END-IF
           MOVE WS-EVENTO-EMISSAO TO QC-EVENTO
           MOVE WS-COMPETENCIA    TO QC-REMESSA
           MOVE WS-DATA-MOVIMENTO TO QC-DATA-ENVIO
           MOVE 'E'               TO QC-SITUACAO
           MOVE SPACES            TO QC-OCORRENCIA
           MOVE ZEROS             TO QC-DATA-RETORNO
           IF WS-CONTROLE-NOVO
               WRITE FD-POSCTL-REC
           ELSE
               REWRITE FD-POSCTL-REC
           END-IF
           .

       IMPRIME-RESUMO-GESTORA.
           MOVE SPACES TO WS-LG-TEXTO
           STRING 'ARQUIVO ' WS-NOME-POSREM
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           MOVE SPACES TO WS-LG-TEXTO
           STRING WS-QTD-EM-CURSO-GT ' CONTRATO(S) EM CURSO'
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           MOVE SPACES TO WS-LG-TEXTO
           STRING WS-QTD-ENCERRADOS-GT ' ENCERRAMENTO(S)'
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           MOVE SPACES TO WS-LG-TEXTO
           STRING WS-QTD-EXCLUSOES-GT ' EXCLUSAO(OES) POR OPT-OUT'
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           MOVE SPACES TO WS-LG-TEXTO
           STRING WS-QTD-REENVIOS-GT ' REENVIO(S) DE REJEITADO'
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           MOVE SPACES TO WS-LG-TEXTO
           STRING WS-QTD-PARCELAS-GT ' PARCELA(S) INFORMADA(S)'
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           MOVE SPACES TO WS-LG-TEXTO
           STRING WS-QTD-OPT-OUT-GT ' CONTRATO(S) FORA POR OPT-OUT'
               DELIMITED BY SIZE INTO WS-LG-TEXTO
           WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           IF WS-QTD-FORA-PRAZO-GT > ZEROS
               MOVE SPACES TO WS-LG-TEXTO
               STRING WS-QTD-FORA-PRAZO-GT ' REJEITADO(S) SEM REENVIO'
                   DELIMITED BY SIZE INTO WS-LG-TEXTO
               WRITE FD-RELATO-REG FROM WS-LINHA-GESTORA
           END-IF
           .

       END PROGRAM FINCPOS.
