      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CONVERSAO UNICA DOS ARQUIVOS PARA OS NOVOS TETOS DE
      *          VALOR: o valor financiado passou de 9(06)V99 para
      *          9(08)V99 e o valor da parcela de 9(05)V99 para
      *          9(07)V99 em todos os registros que os carregam.
      *          Antes de rodar, com o sistema parado (JOB NOTURNO
      *          encerrado e FINAN2 sem checkpoint pendente), a
      *          operacao tira o FINBKP e renomeia os arquivos do
      *          layout antigo:
      *            FDCONTR.DAT  -> FDCONTR.ANT   (obrigatorio)
      *            FDCONARQ.DAT -> FDCONARQ.ANT
      *            FDPARC.DAT   -> FDPARC.ANT
      *            TITULOS.DAT  -> TITULOS.ANT
      *            SIMULA.DAT   -> SIMULA.ANT
      *            PENDAPR.DAT  -> PENDAPR.ANT
      *            SUSPENSO.DAT -> SUSPENSO.ANT
      *            CHEQUE.DAT   -> CHEQUE.ANT
      *            PROMESSA.DAT -> PROMESSA.ANT
      *            PAGTOLOG.DAT -> PAGTOLOG.ANT
      *            PAGTOLOG.ARC -> PAGTOARC.ANT
      *            AUDITFIN.DAT -> AUDITFIN.ANT
      *            AUDITFIN.ARC -> AUDITARC.ANT
      *            GARANTIA.DAT -> GARANTIA.ANT
      *            AGENTE.DAT   -> AGENTE.ANT
      *            PRODUTO.DAT  -> PRODUTO.ANT
      *            FORMCTL.DAT  -> FORMCTL.ANT
      *            REMCTL.DAT   -> REMCTL.ANT
      *          Cada .ANT e lido no layout antigo (o da instalacao
      *          anterior aos novos tetos) e regravado no nome
      *          original no layout novo, com os campos acrescentados
      *          ao registro desde entao zerados ou em branco (linha
      *          de log convertida fica sem selo, anterior a cadeia
      *          do SELALOG); depois o arquivo novo
      *          e relido e a contagem de registros e o total de
      *          controle dos valores (como no BKPCTL do FINBKP) sao
      *          provados antes/depois em FINCVAL.PRT. No mestre de
      *          contratos e no arquivo morto a prova sai em duas
      *          linhas: FD-VALOR e as parcelas do cronograma.
      *          Garantias, agentes, produtos, checklists de
      *          formalizacao e protocolos de remessa nao mudam de
      *          valor - so ganharam campos no fim do registro: o
      *          registro antigo passa inteiro e o total de controle
      *          e a avaliacao do bem, o percentual de comissao, o
      *          prazo maximo e o valor da remessa (no checklist, so
      *          a contagem).
      *          Arquivo .ANT ausente e so anotado (nada a converter;
      *          FDPARC.DAT pode ser refeito pelo FINPARC). Qualquer
      *          divergencia termina com RETURN-CODE 8 e os .ANT
      *          ficam intactos para repetir a conversao. Com a prova
      *          batendo, rodar o FINBKP de novo antes de liberar o
      *          sistema: o snapshot e o jornal (UPDJRN.DAT) passam ao
      *          registro novo. Remessas e retornos bancarios ja
      *          gerados no layout antigo nao sao convertidos - sao
      *          de passagem e o banco recebe o layout novo a partir
      *          da primeira remessa apos a conversao.
      *          Por fim a agenda do JOB NOTURNO (AGENDA.DAT) recebe
      *          os passos noturnos acrescentados desde a instalacao
      *          anterior: cada sequencia da semente (AGSEMENTE) que
      *          ainda nao esta na agenda e incluida; passo ja
      *          cadastrado, inclusive o remanejado ou desativado
      *          pela operacao no AGENDMNT, fica como esta. Os passos
      *          incluidos saem listados em FINCVAL.PRT. Sem
      *          AGENDA.DAT nada e feito: o JOBNOTURNO semeia a
      *          agenda inteira na primeira execucao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTRANT       ASSIGN TO "FDCONTR.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUM-CONTRATO
               ALTERNATE RECORD KEY IS CA-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRANT.
           SELECT FD-CONTRATO       ASSIGN TO "FDCONTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FD-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT FD-ARQANT         ASSIGN TO "FDCONARQ.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-NUM-CONTRATO
               FILE STATUS IS WS-FS-ARQANT.
           SELECT FD-ARQMORTO       ASSIGN TO "FDCONARQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-NUM-CONTRATO
               FILE STATUS IS WS-FS-ARQMORTO.
           SELECT FD-PARCANT        ASSIGN TO "FDPARC.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARCANT.
           SELECT FD-PARCELA        ASSIGN TO "FDPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PARCELA.
           SELECT FD-TITANT         ASSIGN TO "TITULOS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TA-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TITANT.
           SELECT FD-TITULO         ASSIGN TO "TITULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TI-CHAVE-PARCELA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TITULO.
           SELECT FD-SIMANT         ASSIGN TO "SIMULA.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-NUM-SIMULACAO
               FILE STATUS IS WS-FS-SIMANT.
           SELECT FD-SIMULA         ASSIGN TO "SIMULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NUM-SIMULACAO
               FILE STATUS IS WS-FS-SIMULA.
           SELECT FD-PENDANT        ASSIGN TO "PENDAPR.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-NUM-PENDENTE
               FILE STATUS IS WS-FS-PENDANT.
           SELECT FD-PENDAPR        ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PENDENTE
               FILE STATUS IS WS-FS-PENDAPR.
           SELECT FD-SUSPANT        ASSIGN TO "SUSPENSO.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-SEQ
               FILE STATUS IS WS-FS-SUSPANT.
           SELECT FD-SUSPENSO       ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SEQ
               FILE STATUS IS WS-FS-SUSPENSO.
           SELECT FD-CHEQANT        ASSIGN TO "CHEQUE.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-SEQ
               FILE STATUS IS WS-FS-CHEQANT.
           SELECT FD-CHEQUE         ASSIGN TO "CHEQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-SEQ
               FILE STATUS IS WS-FS-CHEQUE.
           SELECT FD-PROMANT        ASSIGN TO "PROMESSA.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-CHAVE
               FILE STATUS IS WS-FS-PROMANT.
           SELECT FD-PROMESSA       ASSIGN TO "PROMESSA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PROMESSA.
           SELECT FD-GARANT         ASSIGN TO "GARANTIA.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WA-NUM-CONTRATO
               FILE STATUS IS WS-FS-GARANT.
           SELECT FD-GARANTIA       ASSIGN TO "GARANTIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUM-CONTRATO
               FILE STATUS IS WS-FS-GARANTIA.
           SELECT FD-AGEANT         ASSIGN TO "AGENTE.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-COD-AGENTE
               FILE STATUS IS WS-FS-AGEANT.
           SELECT FD-AGENTE         ASSIGN TO "AGENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-COD-AGENTE
               FILE STATUS IS WS-FS-AGENTE.
           SELECT FD-PRODANT        ASSIGN TO "PRODUTO.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODANT.
           SELECT FD-PRODUTO        ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-COD-PRODUTO
               FILE STATUS IS WS-FS-PRODUTO.
           SELECT FD-FORMANT        ASSIGN TO "FORMCTL.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMANT.
           SELECT FD-FORMCTL        ASSIGN TO "FORMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-NUM-CONTRATO
               FILE STATUS IS WS-FS-FORMCTL.
           SELECT FD-REMCANT        ASSIGN TO "REMCTL.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XA-CHAVE
               FILE STATUS IS WS-FS-REMCANT.
           SELECT FD-REMCTL         ASSIGN TO "REMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CHAVE
               FILE STATUS IS WS-FS-REMCTL.
           SELECT FD-AGENDA         ASSIGN TO "AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-SEQUENCIA
               FILE STATUS IS WS-FS-AGENDA.
           SELECT FD-LOGANT         ASSIGN TO DYNAMIC WS-NOME-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOGANT.
           SELECT FD-LOGNOVO        ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOGNOVO.
           SELECT FD-RELATORIO      ASSIGN TO "FINCVAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *  Arquivos do layout antigo: so as chaves sao nomeadas; o
      *  registro inteiro e lido nas visoes WS-xxx-ANT abaixo.
       FD  FD-CONTRANT.
       01  FD-CONTRANT-REC.
           03 CA-NUM-CONTRATO         PIC 9(08).
           03 CA-COD-CLIENTE          PIC 9(06).
           03 FILLER                  PIC X(6838).

       FD  FD-CONTRATO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-ARQANT.
       01  FD-ARQANT-REC.
           03 QA-NUM-CONTRATO         PIC 9(08).
           03 FILLER                  PIC X(6844).

       FD  FD-ARQMORTO.
       01  FD-ARQMORTO-REC.
           COPY FINANREC REPLACING LEADING ==FD-== BY ==AQ-==.

       FD  FD-PARCANT.
       01  FD-PARCANT-REC.
           03 PA-CHAVE.
               05 PA-NUM-CONTRATO     PIC 9(08).
               05 PA-NUM-PARCELA      PIC 9(03).
           03 FILLER                  PIC X(16).

       FD  FD-PARCELA.
       01  FD-PARCELA-REC.
           COPY PARCREC.

       FD  FD-TITANT.
       01  FD-TITANT-REC.
           03 TA-NOSSO-NUMERO         PIC 9(10).
           03 TA-CHAVE-PARCELA.
               05 TA-NUM-CONTRATO     PIC 9(08).
               05 TA-NUM-PARCELA      PIC 9(03).
           03 FILLER                  PIC X(35).

       FD  FD-TITULO.
       01  FD-TITULO-REC.
           COPY TITREC.

       FD  FD-SIMANT.
       01  FD-SIMANT-REC.
           03 SA-NUM-SIMULACAO        PIC 9(08).
           03 FILLER                  PIC X(94).

       FD  FD-SIMULA.
       01  FD-SIMULA-REC.
           COPY SIMULREC.

       FD  FD-PENDANT.
       01  FD-PENDANT-REC.
           03 NA-NUM-PENDENTE         PIC 9(08).
           03 FILLER                  PIC X(152).

       FD  FD-PENDAPR.
       01  FD-PENDAPR-REC.
           COPY PENDAPRREC.

       FD  FD-SUSPANT.
       01  FD-SUSPANT-REC.
           03 UA-SEQ                  PIC 9(08).
           03 FILLER                  PIC X(108).

       FD  FD-SUSPENSO.
       01  FD-SUSPENSO-REC.
           COPY SUSPREC.

       FD  FD-CHEQANT.
       01  FD-CHEQANT-REC.
           03 HA-SEQ                  PIC 9(08).
           03 FILLER                  PIC X(78).

       FD  FD-CHEQUE.
       01  FD-CHEQUE-REC.
           COPY CHEQREC.

       FD  FD-PROMANT.
       01  FD-PROMANT-REC.
           03 MA-CHAVE                PIC X(11).
           03 FILLER                  PIC X(46).

       FD  FD-PROMESSA.
       01  FD-PROMESSA-REC.
           COPY PROMREC.

       FD  FD-GARANT.
       01  FD-GARANT-REC.
           03 WA-NUM-CONTRATO         PIC 9(08).
           03 FILLER                  PIC X(78).

       FD  FD-GARANTIA.
       01  FD-GARANTIA-REC.
           COPY GARREC.

       FD  FD-AGEANT.
       01  FD-AGEANT-REC.
           03 EA-COD-AGENTE           PIC 9(04).
           03 FILLER                  PIC X(34).

       FD  FD-AGENTE.
       01  FD-AGENTE-REC.
           COPY AGREC.

       FD  FD-PRODANT.
       01  FD-PRODANT-REC.
           03 OA-COD-PRODUTO          PIC 9(03).
           03 FILLER                  PIC X(27).

       FD  FD-PRODUTO.
       01  FD-PRODUTO-REC.
           COPY PRODUTOREC.

       FD  FD-FORMANT.
       01  FD-FORMANT-REC.
           03 KA-NUM-CONTRATO         PIC 9(08).
           03 FILLER                  PIC X(20).

       FD  FD-FORMCTL.
       01  FD-FORMCTL-REC.
           COPY FORMCTLREC.

       FD  FD-REMCANT.
       01  FD-REMCANT-REC.
           03 XA-CHAVE                PIC X(09).
           03 FILLER                  PIC X(58).

       FD  FD-REMCTL.
       01  FD-REMCTL-REC.
           COPY REMCTLREC.

       FD  FD-AGENDA.
       01  FD-AGENDA-REC.
           COPY AGENDAREC.

       FD  FD-LOGANT.
       01  FD-LOGANT-REG            PIC X(600).

       FD  FD-LOGNOVO.
       01  FD-LOGNOVO-REG           PIC X(600).

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CONTRANT      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-ARQANT        PIC X(02) VALUE '00'.
           03 WS-FS-ARQMORTO      PIC X(02) VALUE '00'.
           03 WS-FS-PARCANT       PIC X(02) VALUE '00'.
           03 WS-FS-PARCELA       PIC X(02) VALUE '00'.
           03 WS-FS-TITANT        PIC X(02) VALUE '00'.
           03 WS-FS-TITULO        PIC X(02) VALUE '00'.
           03 WS-FS-SIMANT        PIC X(02) VALUE '00'.
           03 WS-FS-SIMULA        PIC X(02) VALUE '00'.
           03 WS-FS-PENDANT       PIC X(02) VALUE '00'.
           03 WS-FS-PENDAPR       PIC X(02) VALUE '00'.
           03 WS-FS-SUSPANT       PIC X(02) VALUE '00'.
           03 WS-FS-SUSPENSO      PIC X(02) VALUE '00'.
           03 WS-FS-CHEQANT       PIC X(02) VALUE '00'.
           03 WS-FS-CHEQUE        PIC X(02) VALUE '00'.
           03 WS-FS-PROMANT       PIC X(02) VALUE '00'.
           03 WS-FS-PROMESSA      PIC X(02) VALUE '00'.
           03 WS-FS-GARANT        PIC X(02) VALUE '00'.
           03 WS-FS-GARANTIA      PIC X(02) VALUE '00'.
           03 WS-FS-AGEANT        PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
           03 WS-FS-PRODANT       PIC X(02) VALUE '00'.
           03 WS-FS-PRODUTO       PIC X(02) VALUE '00'.
           03 WS-FS-FORMANT       PIC X(02) VALUE '00'.
           03 WS-FS-FORMCTL       PIC X(02) VALUE '00'.
           03 WS-FS-REMCANT       PIC X(02) VALUE '00'.
           03 WS-FS-REMCTL        PIC X(02) VALUE '00'.
           03 WS-FS-AGENDA        PIC X(02) VALUE '00'.
           03 WS-FS-LOGANT        PIC X(02) VALUE '00'.
           03 WS-FS-LOGNOVO       PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINCVAL'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-FIM-ARQUIVO          PIC X(01).
             88 WS-EOF-ARQUIVO              VALUE 'S'.
         01 WS-DIVERGIU             PIC X(01) VALUE 'N'.
             88 WS-HA-DIVERGENCIA           VALUE 'S'.
         01 WS-IND                  PIC 999.

      *  Logs sequenciais (mesmo motor dinamico do LOGHOUSE): nome
      *  do arquivo antigo, nome do arquivo novo e o layout ('P'
      *  PAGTOLOG, 'A' AUDITFIN).
         01 WS-TAB-LOGS.
           05 FILLER PIC X(27) VALUE 'PAGTOLOG.ANT PAGTOLOG.DAT P'.
           05 FILLER PIC X(27) VALUE 'PAGTOARC.ANT PAGTOLOG.ARC P'.
           05 FILLER PIC X(27) VALUE 'AUDITFIN.ANT AUDITFIN.DAT A'.
           05 FILLER PIC X(27) VALUE 'AUDITARC.ANT AUDITFIN.ARC A'.
         01 WS-TAB-LOGS-RED REDEFINES WS-TAB-LOGS.
           05 WS-TAB-LOG-OCR OCCURS 4 TIMES.
               10 WS-TL-ANTIGO         PIC X(13).
               10 WS-TL-NOVO           PIC X(13).
               10 WS-TL-LAYOUT         PIC X(01).
         01 WS-LOG-IDX              PIC 9.
         01 WS-NOME-ANT             PIC X(12).
         01 WS-NOME-NOVO            PIC X(12).

      *  Passos noturnos da semente que a agenda existente ainda nao
      *  tem.
         COPY AGSEMENTE.
         01 WS-QTD-PASSOS-NOVOS     PIC 9(03) VALUE ZEROS.

      *  Totais de prova: contagem de registros e soma dos valores
      *  convertidos, lidos do arquivo antigo (ANTES) e relidos do
      *  arquivo novo (DEPOIS). No contrato, o segundo par prova as
      *  parcelas do cronograma (1 ate FD-NUM-PARCELAS).
         01 WS-TOTAIS-PROVA.
           03 WS-QTD-ANTES          PIC 9(07).
           03 WS-TOT-ANTES          PIC 9(11)V99.
           03 WS-QTD-DEPOIS         PIC 9(07).
           03 WS-TOT-DEPOIS         PIC 9(11)V99.
           03 WS-QTD-PARC-ANTES     PIC 9(07).
           03 WS-TOT-PARC-ANTES     PIC 9(11)V99.
           03 WS-QTD-PARC-DEPOIS    PIC 9(07).
           03 WS-TOT-PARC-DEPOIS    PIC 9(11)V99.
      *  Campo de valor nao numerico no layout antigo (posicao de
      *  parcela nunca usada, linha de log estranha) vai zerado.
         01 WS-QTD-ZERADOS          PIC 9(07) VALUE ZEROS.
         01 WS-QTD-REJEITADOS       PIC 9(07) VALUE ZEROS.

      *  Visoes antigo/novo de cada registro: o antigo e o layout
      *  da instalacao anterior aos novos tetos, byte a byte; os
      *  trechos que nao mudam passam inteiros, os campos de valor
      *  alargam e os campos acrescentados ao registro desde entao
      *  nascem zerados (numericos) ou em branco (alfanumericos).
         01 WS-CONTR-ANT.
           03 WS-CA-CABECA          PIC X(54).
           03 WS-CA-VALOR           PIC 9(06)V99.
           03 WS-CA-TAXA-METODO     PIC X(07).
           03 WS-CA-NUM-PARCELAS    PIC 9(03).
           03 WS-CA-RESTO           PIC X(60).
           03 WS-CA-PARCELA OCCURS 420 TIMES.
               05 WS-CA-PARC-VALOR  PIC 9(05)V99.
               05 WS-CA-PARC-RESTO  PIC X(09).
         01 WS-CONTR-NOVO.
           03 WS-CN-CABECA          PIC X(54).
           03 WS-CN-VALOR           PIC 9(08)V99.
           03 WS-CN-TAXA-METODO     PIC X(07).
           03 WS-CN-NUM-PARCELAS    PIC 9(03).
           03 WS-CN-RESTO           PIC X(60).
      *    Consignado, CET e tarifa de cadastro: contrato convertido
      *    e contrato comum, sem CET apurado e sem tarifa.
           03 WS-CN-COD-CONVENIO    PIC 9(04).
           03 WS-CN-MATRICULA       PIC X(12).
           03 WS-CN-CET-MENSAL      PIC 9(02)V9(04).
           03 WS-CN-CET-ANUAL       PIC 9(05)V99.
           03 WS-CN-VR-TARIFA       PIC 9(05)V99.
           03 WS-CN-TARIFA-FORMA    PIC X(01).
      *    Origem do contrato: todo contrato convertido e da casa.
           03 WS-CN-ORIGEM          PIC X(01).
           03 WS-CN-LOTE-COMPRA     PIC 9(06).
           03 WS-CN-REF-CEDENTE     PIC X(20).
           03 WS-CN-VR-AQUISICAO    PIC 9(08)V99.
           03 WS-CN-DATA-AQUISICAO  PIC 9(08).
      *    Filial: contrato convertido fica sem filial (000).
           03 WS-CN-COD-FILIAL      PIC 9(03).
           03 WS-CN-PARCELA OCCURS 420 TIMES.
               05 WS-CN-PARC-VALOR  PIC 9(07)V99.
               05 WS-CN-PARC-RESTO  PIC X(09).

         01 WS-PARC-ANT.
           03 WS-PA-CABECA          PIC X(19).
           03 WS-PA-VALOR           PIC 9(05)V99.
           03 WS-PA-RESTO           PIC X(01).
         01 WS-PARC-NOVA.
           03 WS-PN-CABECA          PIC X(19).
           03 WS-PN-VALOR           PIC 9(07)V99.
           03 WS-PN-RESTO           PIC X(01).

         01 WS-TIT-ANT.
           03 WS-TA-CABECA          PIC X(32).
           03 WS-TA-VALOR-ENVIADO   PIC 9(05)V99.
           03 WS-TA-RESTO           PIC X(17).
         01 WS-TIT-NOVO.
           03 WS-TN-CABECA          PIC X(32).
           03 WS-TN-VALOR-ENVIADO   PIC 9(07)V99.
           03 WS-TN-RESTO           PIC X(17).
      *    2a via, instrucoes e registro no banco: titulo convertido
      *    e 1a via, sem instrucao e com o registro pendente.
           03 WS-TN-TIPO-VIA        PIC X(01).
           03 WS-TN-VALOR-ENCARGOS  PIC 9(07)V99.
           03 WS-TN-NOSSO-NUM-ORIG  PIC 9(10).
           03 WS-TN-NOSSO-NUM-SUBST PIC 9(10).
           03 WS-TN-ULT-INSTRUCAO   PIC X(02).
           03 WS-TN-DATA-ULT-INSTR  PIC 9(08).
           03 WS-TN-QTD-INSTRUCOES  PIC 9(03).
           03 WS-TN-SITUACAO-REG    PIC X(01).
           03 WS-TN-DATA-REGISTRO   PIC 9(08).
           03 WS-TN-MOTIVO-REJEICAO PIC X(30).
           03 WS-TN-VALOR-TARIFAS   PIC 9(05)V99.

         01 WS-SIM-ANT.
           03 WS-SA-CABECA          PIC X(34).
           03 WS-SA-VALOR           PIC 9(06)V99.
           03 WS-SA-MEIO            PIC X(25).
           03 WS-SA-BALAO-VALOR     PIC 9(05)V99.
           03 WS-SA-RESTO           PIC X(28).
         01 WS-SIM-NOVA.
           03 WS-SN-CABECA          PIC X(34).
           03 WS-SN-VALOR           PIC 9(08)V99.
           03 WS-SN-MEIO            PIC X(25).
           03 WS-SN-BALAO-VALOR     PIC 9(07)V99.
           03 WS-SN-RESTO           PIC X(28).
           03 WS-SN-TARIFA-FORMA    PIC X(01).

         01 WS-PEND-ANT.
           03 WS-NA-CABECA          PIC X(40).
           03 WS-NA-VALOR           PIC 9(06)V99.
           03 WS-NA-MEIO            PIC X(29).
           03 WS-NA-BALAO-VALOR     PIC 9(05)V99.
           03 WS-NA-RESTO           PIC X(76).
         01 WS-PEND-NOVO.
           03 WS-NN-CABECA          PIC X(40).
           03 WS-NN-VALOR           PIC 9(08)V99.
           03 WS-NN-MEIO            PIC X(29).
           03 WS-NN-BALAO-VALOR     PIC 9(07)V99.
           03 WS-NN-RESTO           PIC X(76).
      *    Pendente convertido: contrato comum, na fila por valor/
      *    prazo, sem portabilidade e sem forma de tarifa.
           03 WS-NN-COD-CONVENIO    PIC 9(04).
           03 WS-NN-MATRICULA       PIC X(12).
           03 WS-NN-MOTIVO-PENDENC  PIC X(01).
           03 WS-NN-NUM-PORTAB      PIC 9(06).
           03 WS-NN-TARIFA-FORMA    PIC X(01).

         01 WS-SUSP-ANT.
           03 WS-UA-CABECA          PIC X(45).
           03 WS-UA-VALOR-PAGO      PIC 9(05)V99.
           03 WS-UA-RESTO           PIC X(64).
         01 WS-SUSP-NOVO.
           03 WS-UN-CABECA          PIC X(45).
           03 WS-UN-VALOR-PAGO      PIC 9(07)V99.
           03 WS-UN-RESTO           PIC X(64).
      *    Suspenso convertido veio do retorno de boleto (origem em
      *    branco), sem TXID nem identificador PIX.
           03 WS-UN-ORIGEM          PIC X(01).
           03 WS-UN-TXID            PIC X(26).
           03 WS-UN-E2E-ID          PIC X(32).

         01 WS-CHEQ-ANT.
           03 WS-HA-CABECA          PIC X(38).
           03 WS-HA-VALOR           PIC 9(05)V99.
           03 WS-HA-RESTO           PIC X(41).
         01 WS-CHEQ-NOVO.
           03 WS-HN-CABECA          PIC X(38).
           03 WS-HN-VALOR           PIC 9(07)V99.
           03 WS-HN-RESTO           PIC X(41).

         01 WS-PROM-ANT.
           03 WS-MA-CABECA          PIC X(25).
           03 WS-MA-VALOR           PIC 9(05)V99.
           03 WS-MA-RESTO           PIC X(25).
         01 WS-PROM-NOVA.
           03 WS-MN-CABECA          PIC X(25).
           03 WS-MN-VALOR           PIC 9(07)V99.
           03 WS-MN-RESTO           PIC X(25).

      *    Garantia, agente, produto, checklist e protocolo de
      *    remessa: o registro antigo passa inteiro (so o campo do
      *    total de controle e nomeado) e os campos acrescentados
      *    no fim nascem no valor de registro antigo de cada um.
         01 WS-GAR-ANT.
           03 FILLER                PIC X(58).
           03 WS-WA-VALOR-AVALIACAO PIC 9(09)V99.
           03 FILLER                PIC X(17).
         01 WS-GAR-ANT-R REDEFINES WS-GAR-ANT.
           03 WS-WA-REGISTRO        PIC X(86).
         01 WS-GAR-NOVA.
           03 WS-WN-REGISTRO        PIC X(86).
      *    Garantia convertida: sem apolice informada, sem carta de
      *    apolice, tipo de bem em branco (garantia anterior ao
      *    registro eletronico) e fora do registro nacional.
           03 WS-WN-SEGURADORA      PIC X(30).
           03 WS-WN-NUM-APOLICE     PIC X(20).
           03 WS-WN-VR-SEGURADO     PIC 9(09)V99.
           03 WS-WN-APOLICE-INICIO  PIC 9(08).
           03 WS-WN-APOLICE-FIM     PIC 9(08).
           03 WS-WN-CLAUSULA-BENEF  PIC X(01).
           03 WS-WN-AVISO-APOLICE   PIC X(01).
           03 WS-WN-AVISO-FIM       PIC 9(08).
           03 WS-WN-TIPO-BEM        PIC X(01).
           03 WS-WN-CHASSI          PIC X(17).
           03 WS-WN-RENAVAM         PIC 9(11).
           03 WS-WN-UF-LICENC       PIC X(02).
           03 WS-WN-REG-SITUACAO    PIC X(01).
           03 WS-WN-REG-SEQ-REMESSA PIC 9(06).
           03 WS-WN-REG-DATA-ENVIO  PIC 9(08).
           03 WS-WN-REG-PROTOCOLO   PIC X(20).
           03 WS-WN-REG-DATA-RETORNO PIC 9(08).
           03 WS-WN-REG-OCORRENCIA  PIC X(02).
           03 WS-WN-REG-DESCR-OCORR PIC X(30).

         01 WS-AGE-ANT.
           03 FILLER                PIC X(34).
           03 WS-EA-PCT-COMISSAO    PIC 9(02)V99.
         01 WS-AGE-ANT-R REDEFINES WS-AGE-ANT.
           03 WS-EA-REGISTRO        PIC X(38).
         01 WS-AGE-NOVO.
           03 WS-EN-REGISTRO        PIC X(38).
      *    Agente convertido: ativo (situacao em branco), sem data
      *    de suspensao.
           03 WS-EN-SITUACAO        PIC X(01).
           03 WS-EN-DATA-SUSPENSAO  PIC 9(08).

         01 WS-PROD-ANT.
           03 FILLER                PIC X(26).
           03 WS-OA-MAX-PRAZO       PIC 9(03).
           03 FILLER                PIC X(01).
         01 WS-PROD-ANT-R REDEFINES WS-PROD-ANT.
           03 WS-OA-REGISTRO        PIC X(30).
         01 WS-PROD-NOVO.
           03 WS-ON-REGISTRO        PIC X(30).
      *    Produto convertido: sem teto de CET, sem critica de
      *    renda, sem tarifa de cadastro e sem exigir apolice.
           03 WS-ON-CET-MAXIMO      PIC 9(05)V99.
           03 WS-ON-PCT-RENDA-MAX   PIC 9(03)V99.
           03 WS-ON-TARIFA-PF       PIC 9(05)V99.
           03 WS-ON-TARIFA-PJ       PIC 9(05)V99.
           03 WS-ON-EXIGE-APOLICE   PIC X(01).

         01 WS-FORM-ANT.
           03 WS-KA-REGISTRO        PIC X(28).
         01 WS-FORM-NOVO.
           03 WS-KN-REGISTRO        PIC X(28).
      *    Checklist convertido: apolice dispensada (espaco).
           03 WS-KN-APOLICE         PIC X(01).

         01 WS-REMC-ANT.
           03 FILLER                PIC X(23).
           03 WS-XA-VR-TOTAL        PIC 9(09)V99.
           03 FILLER                PIC X(33).
         01 WS-REMC-ANT-R REDEFINES WS-REMC-ANT.
           03 WS-XA-REGISTRO        PIC X(67).
         01 WS-REMC-NOVO.
           03 WS-XN-REGISTRO        PIC X(67).
      *    Protocolo convertido: remessa sem instrucoes contadas.
           03 WS-XN-QTD-INSTRUCOES  PIC 9(06).

         01 WS-PAGTO-ANT.
           03 WS-GA-CABECA          PIC X(29).
           03 WS-GA-VALOR           PIC 9(05)V99.
           03 WS-GA-RESTO           PIC X(16).
         01 WS-PAGTO-NOVO.
           03 WS-GN-CABECA          PIC X(29).
           03 WS-GN-VALOR           PIC 9(07)V99.
           03 WS-GN-RESTO           PIC X(16).

         01 WS-AUDIT-ANT.
           03 WS-FA-CABECA          PIC X(42).
           03 WS-FA-ANT-VALOR       PIC 9(06)V99.
           03 WS-FA-MEIO            PIC X(12).
           03 WS-FA-DEP-VALOR       PIC 9(06)V99.
           03 WS-FA-RESTO           PIC X(44).
         01 WS-AUDIT-NOVO.
           03 WS-FN-CABECA          PIC X(42).
           03 WS-FN-ANT-VALOR       PIC 9(08)V99.
           03 WS-FN-MEIO            PIC X(12).
           03 WS-FN-DEP-VALOR       PIC 9(08)V99.
           03 WS-FN-RESTO           PIC X(44).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(44)
                   VALUE 'FINCVAL - CONVERSAO PARA OS NOVOS TETOS - '.
           03 WS-LT-DATA            PIC 9(08).
         01 WS-LINHA-COLUNAS.
           03 FILLER                PIC X(40)
                   VALUE 'ARQUIVO           QTD ANT QTD DEP'.
           03 FILLER                PIC X(40)
                   VALUE 'VALOR ANTES       VALOR DEPOIS      SIT.'.

         01 WS-LINHA-PROVA.
           03 WS-LC-ARQUIVO         PIC X(13).
           03 FILLER                PIC X(05) VALUE ' QTD '.
           03 WS-LC-QTD-ANTES       PIC ZZZZZZ9.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LC-QTD-DEPOIS      PIC ZZZZZZ9.
           03 FILLER                PIC X(07) VALUE ' VALOR '.
           03 WS-LC-TOT-ANTES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-LC-TOT-DEPOIS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LC-SITUACAO        PIC X(04).

         01 WS-LINHA-AUSENTE.
           03 WS-LA-ARQUIVO         PIC X(13).
           03 FILLER                PIC X(40)
                   VALUE 'NAO EXISTE - NADA A CONVERTER'.

         01 WS-LINHA-ZERADOS.
           03 FILLER                PIC X(40)
                   VALUE 'VALORES NAO NUMERICOS GRAVADOS ZERADOS: '.
           03 WS-LZ-QTD             PIC ZZZZZZ9.

         01 WS-LINHA-PASSO.
           03 FILLER                PIC X(13) VALUE 'AGENDA.DAT'.
           03 FILLER                PIC X(17) VALUE 'PASSO INCLUIDO: '.
           03 WS-LP-SEQUENCIA       PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-JOB             PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-PROGRAMA        PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-FREQUENCIA      PIC X(01).
           03 WS-LP-DIA             PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LP-ATIVO           PIC X(01).
         01 WS-LINHA-AGENDA.
           03 FILLER                PIC X(13) VALUE 'AGENDA.DAT'.
           03 WS-LG-QTD             PIC ZZ9.
           03 FILLER                PIC X(40)
                   VALUE ' PASSO(S) INCLUIDO(S), DEMAIS MANTIDOS'.
         01 WS-LINHA-AGENDA-ERRO.
           03 FILLER                PIC X(13) VALUE 'AGENDA.DAT'.
           03 FILLER                PIC X(24)
                   VALUE 'NAO ABRIU PARA INCLUSAO '.
           03 WS-LE-FS              PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LE-MENSAGEM        PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA

      *    Sem o mestre antigo renomeado nao ha o que converter - e
      *    abrir FDCONTR.DAT como saida apagaria o mestre atual.
           OPEN INPUT FD-CONTRANT
           MOVE WS-FS-CONTRANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'FINCVAL: FDCONTR.ANT NAO EXISTE - RENOMEIE OS '
                       'ARQUIVOS DO LAYOUT ANTIGO PARA .ANT ANTES DA '
                       'CONVERSAO. NADA FOI ALTERADO.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FD-RELATORIO
           MOVE DM-PARM-DATA TO WS-LT-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-COLUNAS

           PERFORM CONVERTE-CONTRATOS
           PERFORM CONVERTE-ARQUIVO-MORTO
           PERFORM CONVERTE-PARCELAS
           PERFORM CONVERTE-TITULOS
           PERFORM CONVERTE-SIMULACOES
           PERFORM CONVERTE-PENDENTES
           PERFORM CONVERTE-SUSPENSOS
           PERFORM CONVERTE-CHEQUES
           PERFORM CONVERTE-PROMESSAS
           PERFORM CONVERTE-GARANTIAS
           PERFORM CONVERTE-AGENTES
           PERFORM CONVERTE-PRODUTOS
           PERFORM CONVERTE-FORMALIZACOES
           PERFORM CONVERTE-PROTOCOLOS-REMESSA
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > 4
               PERFORM CONVERTE-UM-LOG
           END-PERFORM
           PERFORM ACRESCENTA-PASSOS-AGENDA

           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           MOVE WS-QTD-ZERADOS TO WS-LZ-QTD
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ZERADOS
           CLOSE FD-RELATORIO

           IF WS-HA-DIVERGENCIA
               DISPLAY 'FINCVAL: *** DIVERGENCIA NA PROVA DA '
                       'CONVERSAO - VEJA FINCVAL.PRT. NAO LIBERE O '
                       'SISTEMA; OS .ANT FICARAM INTACTOS ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FINCVAL: CONVERSAO PROVADA (FINCVAL.PRT). '
                       'RODE O FINBKP ANTES DE LIBERAR O SISTEMA.'
           END-IF

           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       CONVERTE-CONTRATOS.
      *    FDCONTR.ANT ja foi aberto (e conferido) no inicio.
           OPEN OUTPUT FD-CONTRATO
           MOVE ZEROS TO WS-TOTAIS-PROVA
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CONTRANT NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE FD-CONTRANT-REC TO WS-CONTR-ANT
                       PERFORM CONVERTE-REG-CONTRATO
                       WRITE FD-CONTRATO-REC FROM WS-CONTR-NOVO
                           INVALID KEY
                               DISPLAY 'FINCVAL: CONTRATO '
                                       CA-NUM-CONTRATO
                                       ' NAO GRAVADO - STATUS '
                                       WS-FS-CONTRATO
                               ADD 1 TO WS-QTD-REJEITADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FD-CONTRANT
           CLOSE FD-CONTRATO

           OPEN INPUT FD-CONTRATO
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CONTRATO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE FD-CONTRATO-REC TO WS-CONTR-NOVO
                       PERFORM SOMA-REG-CONTRATO-NOVO
               END-READ
           END-PERFORM
           CLOSE FD-CONTRATO

           MOVE 'FDCONTR' TO WS-LC-ARQUIVO
           PERFORM GRAVA-PROVA-CONTRATOS
           .

       CONVERTE-ARQUIVO-MORTO.
           OPEN INPUT FD-ARQANT
           MOVE WS-FS-ARQANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'FDCONARQ' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-ARQMORTO
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-ARQANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-ARQANT-REC TO WS-CONTR-ANT
                           PERFORM CONVERTE-REG-CONTRATO
                           WRITE FD-ARQMORTO-REC FROM WS-CONTR-NOVO
                               INVALID KEY
                                   DISPLAY 'FINCVAL: ARQUIVADO '
                                           QA-NUM-CONTRATO
                                           ' NAO GRAVADO - STATUS '
                                           WS-FS-ARQMORTO
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-ARQANT
               CLOSE FD-ARQMORTO

               OPEN INPUT FD-ARQMORTO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-ARQMORTO NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-ARQMORTO-REC TO WS-CONTR-NOVO
                           PERFORM SOMA-REG-CONTRATO-NOVO
                   END-READ
               END-PERFORM
               CLOSE FD-ARQMORTO

               MOVE 'FDCONARQ' TO WS-LC-ARQUIVO
               PERFORM GRAVA-PROVA-CONTRATOS
           END-IF
           .

       CONVERTE-REG-CONTRATO.
      *    Registro antigo (WS-CONTR-ANT) para o novo (WS-CONTR-NOVO),
      *    somando os totais de antes.
           ADD 1 TO WS-QTD-ANTES
           MOVE WS-CA-CABECA       TO WS-CN-CABECA
           MOVE WS-CA-TAXA-METODO  TO WS-CN-TAXA-METODO
           MOVE WS-CA-NUM-PARCELAS TO WS-CN-NUM-PARCELAS
           MOVE WS-CA-RESTO        TO WS-CN-RESTO
           MOVE SPACES             TO WS-CN-MATRICULA
                                      WS-CN-TARIFA-FORMA
                                      WS-CN-ORIGEM
                                      WS-CN-REF-CEDENTE
           MOVE ZEROS              TO WS-CN-COD-CONVENIO
                                      WS-CN-CET-MENSAL
                                      WS-CN-CET-ANUAL
                                      WS-CN-VR-TARIFA
                                      WS-CN-LOTE-COMPRA
                                      WS-CN-VR-AQUISICAO
                                      WS-CN-DATA-AQUISICAO
                                      WS-CN-COD-FILIAL
           IF WS-CA-VALOR IS NUMERIC
               MOVE WS-CA-VALOR TO WS-CN-VALOR
               ADD WS-CA-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-CN-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 420
               MOVE WS-CA-PARC-RESTO(WS-IND)
                   TO WS-CN-PARC-RESTO(WS-IND)
               IF WS-CA-PARC-VALOR(WS-IND) IS NUMERIC
                   MOVE WS-CA-PARC-VALOR(WS-IND)
                       TO WS-CN-PARC-VALOR(WS-IND)
               ELSE
                   MOVE ZEROS TO WS-CN-PARC-VALOR(WS-IND)
                   ADD 1 TO WS-QTD-ZERADOS
               END-IF
               IF WS-CA-NUM-PARCELAS IS NUMERIC
                   AND WS-IND NOT > WS-CA-NUM-PARCELAS
                   ADD 1 TO WS-QTD-PARC-ANTES
                   IF WS-CA-PARC-VALOR(WS-IND) IS NUMERIC
                       ADD WS-CA-PARC-VALOR(WS-IND)
                           TO WS-TOT-PARC-ANTES
                   END-IF
               END-IF
           END-PERFORM
           .

       SOMA-REG-CONTRATO-NOVO.
           ADD 1           TO WS-QTD-DEPOIS
           ADD WS-CN-VALOR TO WS-TOT-DEPOIS
           IF WS-CN-NUM-PARCELAS IS NUMERIC
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CN-NUM-PARCELAS
                          OR WS-IND > 420
                   ADD 1 TO WS-QTD-PARC-DEPOIS
                   ADD WS-CN-PARC-VALOR(WS-IND) TO WS-TOT-PARC-DEPOIS
               END-PERFORM
           END-IF
           .

       GRAVA-PROVA-CONTRATOS.
      *    Primeira linha: FD-VALOR; segunda: parcelas do cronograma.
           PERFORM GRAVA-LINHA-PROVA
           MOVE WS-QTD-PARC-ANTES  TO WS-QTD-ANTES
           MOVE WS-TOT-PARC-ANTES  TO WS-TOT-ANTES
           MOVE WS-QTD-PARC-DEPOIS TO WS-QTD-DEPOIS
           MOVE WS-TOT-PARC-DEPOIS TO WS-TOT-DEPOIS
           MOVE '  PARCELAS'       TO WS-LC-ARQUIVO
           PERFORM GRAVA-LINHA-PROVA
           .

       CONVERTE-PARCELAS.
           OPEN INPUT FD-PARCANT
           MOVE WS-FS-PARCANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'FDPARC' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-PARCELA
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PARCANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-PARCANT-REC TO WS-PARC-ANT
                           ADD 1 TO WS-QTD-ANTES
                           MOVE WS-PA-CABECA TO WS-PN-CABECA
                           MOVE WS-PA-RESTO  TO WS-PN-RESTO
                           IF WS-PA-VALOR IS NUMERIC
                               MOVE WS-PA-VALOR TO WS-PN-VALOR
                               ADD WS-PA-VALOR  TO WS-TOT-ANTES
                           ELSE
                               MOVE ZEROS TO WS-PN-VALOR
                               ADD 1 TO WS-QTD-ZERADOS
                           END-IF
                           WRITE FD-PARCELA-REC FROM WS-PARC-NOVA
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-PARCANT
               CLOSE FD-PARCELA

               OPEN INPUT FD-PARCELA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PARCELA NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1        TO WS-QTD-DEPOIS
                           ADD PR-VALOR TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-PARCELA

               MOVE 'FDPARC' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-TITULOS.
           OPEN INPUT FD-TITANT
           MOVE WS-FS-TITANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'TITULOS' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-TITULO
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-TITANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-TITANT-REC TO WS-TIT-ANT
                           PERFORM CONVERTE-REG-TITULO
                           WRITE FD-TITULO-REC FROM WS-TIT-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-TITANT
               CLOSE FD-TITULO

               OPEN INPUT FD-TITULO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-TITULO NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1                TO WS-QTD-DEPOIS
                           ADD TI-VALOR-ENVIADO TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-TITULO

               MOVE 'TITULOS' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-REG-TITULO.
           ADD 1 TO WS-QTD-ANTES
           MOVE WS-TA-CABECA TO WS-TN-CABECA
           MOVE WS-TA-RESTO  TO WS-TN-RESTO
           MOVE SPACES       TO WS-TN-TIPO-VIA
                                WS-TN-ULT-INSTRUCAO
                                WS-TN-SITUACAO-REG
                                WS-TN-MOTIVO-REJEICAO
           MOVE ZEROS        TO WS-TN-VALOR-ENCARGOS
                                WS-TN-NOSSO-NUM-ORIG
                                WS-TN-NOSSO-NUM-SUBST
                                WS-TN-DATA-ULT-INSTR
                                WS-TN-QTD-INSTRUCOES
                                WS-TN-DATA-REGISTRO
                                WS-TN-VALOR-TARIFAS
           IF WS-TA-VALOR-ENVIADO IS NUMERIC
               MOVE WS-TA-VALOR-ENVIADO TO WS-TN-VALOR-ENVIADO
               ADD WS-TA-VALOR-ENVIADO  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-TN-VALOR-ENVIADO
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           .

       CONVERTE-SIMULACOES.
           OPEN INPUT FD-SIMANT
           MOVE WS-FS-SIMANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'SIMULA' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-SIMULA
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-SIMANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-SIMANT-REC TO WS-SIM-ANT
                           PERFORM CONVERTE-REG-SIMULACAO
                           WRITE FD-SIMULA-REC FROM WS-SIM-NOVA
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-SIMANT
               CLOSE FD-SIMULA

               OPEN INPUT FD-SIMULA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-SIMULA NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           ADD SM-VALOR SM-BALAO-VALOR
                               TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-SIMULA

               MOVE 'SIMULA' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-REG-SIMULACAO.
           ADD 1 TO WS-QTD-ANTES
           MOVE WS-SA-CABECA TO WS-SN-CABECA
           MOVE WS-SA-MEIO   TO WS-SN-MEIO
           MOVE WS-SA-RESTO  TO WS-SN-RESTO
           MOVE SPACES       TO WS-SN-TARIFA-FORMA
           IF WS-SA-VALOR IS NUMERIC
               MOVE WS-SA-VALOR TO WS-SN-VALOR
               ADD WS-SA-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-SN-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           IF WS-SA-BALAO-VALOR IS NUMERIC
               MOVE WS-SA-BALAO-VALOR TO WS-SN-BALAO-VALOR
               ADD WS-SA-BALAO-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-SN-BALAO-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           .

       CONVERTE-PENDENTES.
           OPEN INPUT FD-PENDANT
           MOVE WS-FS-PENDANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'PENDAPR' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-PENDAPR
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PENDANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-PENDANT-REC TO WS-PEND-ANT
                           PERFORM CONVERTE-REG-PENDENTE
                           WRITE FD-PENDAPR-REC FROM WS-PEND-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-PENDANT
               CLOSE FD-PENDAPR

               OPEN INPUT FD-PENDAPR
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PENDAPR NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           ADD PD-VALOR PD-BALAO-VALOR
                               TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-PENDAPR

               MOVE 'PENDAPR' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-REG-PENDENTE.
           ADD 1 TO WS-QTD-ANTES
           MOVE WS-NA-CABECA TO WS-NN-CABECA
           MOVE WS-NA-MEIO   TO WS-NN-MEIO
           MOVE WS-NA-RESTO  TO WS-NN-RESTO
           MOVE SPACES       TO WS-NN-MATRICULA
                                WS-NN-MOTIVO-PENDENC
                                WS-NN-TARIFA-FORMA
           MOVE ZEROS        TO WS-NN-COD-CONVENIO
                                WS-NN-NUM-PORTAB
           IF WS-NA-VALOR IS NUMERIC
               MOVE WS-NA-VALOR TO WS-NN-VALOR
               ADD WS-NA-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-NN-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           IF WS-NA-BALAO-VALOR IS NUMERIC
               MOVE WS-NA-BALAO-VALOR TO WS-NN-BALAO-VALOR
               ADD WS-NA-BALAO-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-NN-BALAO-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           .

       CONVERTE-SUSPENSOS.
           OPEN INPUT FD-SUSPANT
           MOVE WS-FS-SUSPANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'SUSPENSO' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-SUSPENSO
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-SUSPANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-SUSPANT-REC TO WS-SUSP-ANT
                           ADD 1 TO WS-QTD-ANTES
                           MOVE WS-UA-CABECA TO WS-UN-CABECA
                           MOVE WS-UA-RESTO  TO WS-UN-RESTO
                           MOVE SPACES       TO WS-UN-ORIGEM
                                                WS-UN-TXID
                                                WS-UN-E2E-ID
                           IF WS-UA-VALOR-PAGO IS NUMERIC
                               MOVE WS-UA-VALOR-PAGO
                                   TO WS-UN-VALOR-PAGO
                               ADD WS-UA-VALOR-PAGO TO WS-TOT-ANTES
                           ELSE
                               MOVE ZEROS TO WS-UN-VALOR-PAGO
                               ADD 1 TO WS-QTD-ZERADOS
                           END-IF
                           WRITE FD-SUSPENSO-REC FROM WS-SUSP-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-SUSPANT
               CLOSE FD-SUSPENSO

               OPEN INPUT FD-SUSPENSO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-SUSPENSO NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1             TO WS-QTD-DEPOIS
                           ADD SU-VALOR-PAGO TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-SUSPENSO

               MOVE 'SUSPENSO' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-CHEQUES.
           OPEN INPUT FD-CHEQANT
           MOVE WS-FS-CHEQANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'CHEQUE' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-CHEQUE
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-CHEQANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-CHEQANT-REC TO WS-CHEQ-ANT
                           ADD 1 TO WS-QTD-ANTES
                           MOVE WS-HA-CABECA TO WS-HN-CABECA
                           MOVE WS-HA-RESTO  TO WS-HN-RESTO
                           IF WS-HA-VALOR IS NUMERIC
                               MOVE WS-HA-VALOR TO WS-HN-VALOR
                               ADD WS-HA-VALOR  TO WS-TOT-ANTES
                           ELSE
                               MOVE ZEROS TO WS-HN-VALOR
                               ADD 1 TO WS-QTD-ZERADOS
                           END-IF
                           WRITE FD-CHEQUE-REC FROM WS-CHEQ-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-CHEQANT
               CLOSE FD-CHEQUE

               OPEN INPUT FD-CHEQUE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-CHEQUE NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1        TO WS-QTD-DEPOIS
                           ADD CH-VALOR TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-CHEQUE

               MOVE 'CHEQUE' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-PROMESSAS.
           OPEN INPUT FD-PROMANT
           MOVE WS-FS-PROMANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'PROMESSA' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-PROMESSA
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PROMANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-PROMANT-REC TO WS-PROM-ANT
                           ADD 1 TO WS-QTD-ANTES
                           MOVE WS-MA-CABECA TO WS-MN-CABECA
                           MOVE WS-MA-RESTO  TO WS-MN-RESTO
                           IF WS-MA-VALOR IS NUMERIC
                               MOVE WS-MA-VALOR TO WS-MN-VALOR
                               ADD WS-MA-VALOR  TO WS-TOT-ANTES
                           ELSE
                               MOVE ZEROS TO WS-MN-VALOR
                               ADD 1 TO WS-QTD-ZERADOS
                           END-IF
                           WRITE FD-PROMESSA-REC FROM WS-PROM-NOVA
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-PROMANT
               CLOSE FD-PROMESSA

               OPEN INPUT FD-PROMESSA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PROMESSA NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1               TO WS-QTD-DEPOIS
                           ADD PM-VR-PROMETIDO TO WS-TOT-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-PROMESSA

               MOVE 'PROMESSA' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-GARANTIAS.
           OPEN INPUT FD-GARANT
           MOVE WS-FS-GARANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'GARANTIA' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-GARANTIA
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-GARANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-GARANT-REC TO WS-GAR-ANT
                           PERFORM CONVERTE-REG-GARANTIA
                           WRITE FD-GARANTIA-REC FROM WS-GAR-NOVA
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-GARANT
               CLOSE FD-GARANTIA

               OPEN INPUT FD-GARANTIA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-GARANTIA NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           IF GA-VALOR-AVALIACAO IS NUMERIC
                               ADD GA-VALOR-AVALIACAO
                                   TO WS-TOT-DEPOIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GARANTIA

               MOVE 'GARANTIA' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-REG-GARANTIA.
           ADD 1 TO WS-QTD-ANTES
           IF WS-WA-VALOR-AVALIACAO IS NUMERIC
               ADD WS-WA-VALOR-AVALIACAO TO WS-TOT-ANTES
           END-IF
           MOVE WS-WA-REGISTRO TO WS-WN-REGISTRO
           MOVE SPACES         TO WS-WN-SEGURADORA
                                  WS-WN-NUM-APOLICE
                                  WS-WN-CLAUSULA-BENEF
                                  WS-WN-AVISO-APOLICE
                                  WS-WN-TIPO-BEM
                                  WS-WN-CHASSI
                                  WS-WN-UF-LICENC
                                  WS-WN-REG-SITUACAO
                                  WS-WN-REG-PROTOCOLO
                                  WS-WN-REG-OCORRENCIA
                                  WS-WN-REG-DESCR-OCORR
           MOVE ZEROS          TO WS-WN-VR-SEGURADO
                                  WS-WN-APOLICE-INICIO
                                  WS-WN-APOLICE-FIM
                                  WS-WN-AVISO-FIM
                                  WS-WN-RENAVAM
                                  WS-WN-REG-SEQ-REMESSA
                                  WS-WN-REG-DATA-ENVIO
                                  WS-WN-REG-DATA-RETORNO
           .

       CONVERTE-AGENTES.
           OPEN INPUT FD-AGEANT
           MOVE WS-FS-AGEANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'AGENTE' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-AGENTE
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-AGEANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-AGEANT-REC TO WS-AGE-ANT
                           ADD 1 TO WS-QTD-ANTES
                           IF WS-EA-PCT-COMISSAO IS NUMERIC
                               ADD WS-EA-PCT-COMISSAO TO WS-TOT-ANTES
                           END-IF
                           MOVE WS-EA-REGISTRO TO WS-EN-REGISTRO
                           MOVE SPACES         TO WS-EN-SITUACAO
                           MOVE ZEROS          TO WS-EN-DATA-SUSPENSAO
                           WRITE FD-AGENTE-REC FROM WS-AGE-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-AGEANT
               CLOSE FD-AGENTE

               OPEN INPUT FD-AGENTE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-AGENTE NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           IF AG-PCT-COMISSAO IS NUMERIC
                               ADD AG-PCT-COMISSAO TO WS-TOT-DEPOIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AGENTE

               MOVE 'AGENTE' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-PRODUTOS.
           OPEN INPUT FD-PRODANT
           MOVE WS-FS-PRODANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'PRODUTO' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-PRODUTO
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PRODANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-PRODANT-REC TO WS-PROD-ANT
                           PERFORM CONVERTE-REG-PRODUTO
                           WRITE FD-PRODUTO-REC FROM WS-PROD-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-PRODANT
               CLOSE FD-PRODUTO

               OPEN INPUT FD-PRODUTO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-PRODUTO NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           IF PT-MAX-PRAZO IS NUMERIC
                               ADD PT-MAX-PRAZO TO WS-TOT-DEPOIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PRODUTO

               MOVE 'PRODUTO' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-REG-PRODUTO.
           ADD 1 TO WS-QTD-ANTES
           IF WS-OA-MAX-PRAZO IS NUMERIC
               ADD WS-OA-MAX-PRAZO TO WS-TOT-ANTES
           END-IF
           MOVE WS-OA-REGISTRO TO WS-ON-REGISTRO
           MOVE ZEROS          TO WS-ON-CET-MAXIMO
                                  WS-ON-PCT-RENDA-MAX
                                  WS-ON-TARIFA-PF
                                  WS-ON-TARIFA-PJ
           MOVE SPACES         TO WS-ON-EXIGE-APOLICE
           .

       CONVERTE-FORMALIZACOES.
      *    Checklist nao tem valor: a prova e so a contagem.
           OPEN INPUT FD-FORMANT
           MOVE WS-FS-FORMANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'FORMCTL' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-FORMCTL
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-FORMANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-FORMANT-REC TO WS-FORM-ANT
                           ADD 1 TO WS-QTD-ANTES
                           MOVE WS-KA-REGISTRO TO WS-KN-REGISTRO
                           MOVE SPACES         TO WS-KN-APOLICE
                           WRITE FD-FORMCTL-REC FROM WS-FORM-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-FORMANT
               CLOSE FD-FORMCTL

               OPEN INPUT FD-FORMCTL
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-FORMCTL NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE FD-FORMCTL

               MOVE 'FORMCTL' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-PROTOCOLOS-REMESSA.
           OPEN INPUT FD-REMCANT
           MOVE WS-FS-REMCANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'REMCTL' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-REMCTL
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-REMCANT NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FD-REMCANT-REC TO WS-REMC-ANT
                           ADD 1 TO WS-QTD-ANTES
                           IF WS-XA-VR-TOTAL IS NUMERIC
                               ADD WS-XA-VR-TOTAL TO WS-TOT-ANTES
                           END-IF
                           MOVE WS-XA-REGISTRO TO WS-XN-REGISTRO
                           MOVE ZEROS          TO WS-XN-QTD-INSTRUCOES
                           WRITE FD-REMCTL-REC FROM WS-REMC-NOVO
                               INVALID KEY
                                   ADD 1 TO WS-QTD-REJEITADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-REMCANT
               CLOSE FD-REMCTL

               OPEN INPUT FD-REMCTL
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-REMCTL NEXT RECORD
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           IF RX-VR-TOTAL IS NUMERIC
                               ADD RX-VR-TOTAL TO WS-TOT-DEPOIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-REMCTL

               MOVE 'REMCTL' TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       ACRESCENTA-PASSOS-AGENDA.
      *    Inclusao pela chave: sequencia ja cadastrada da INVALID
      *    KEY e o passo da operacao fica intocado.
           OPEN I-O FD-AGENDA
           MOVE WS-FS-AGENDA TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE 'AGENDA.DAT' TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               IF NOT FS-OK
                   MOVE WS-FS-AGENDA TO WS-LE-FS
                   MOVE FS-MENSAGEM  TO WS-LE-MENSAGEM
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AGENDA-ERRO
                   SET WS-HA-DIVERGENCIA TO TRUE
               ELSE
                   MOVE ZEROS TO WS-QTD-PASSOS-NOVOS
                   PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                           UNTIL WS-SM-IDX > 65
                       PERFORM ACRESCENTA-UM-PASSO
                   END-PERFORM
                   CLOSE FD-AGENDA
                   MOVE WS-QTD-PASSOS-NOVOS TO WS-LG-QTD
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AGENDA
               END-IF
           END-IF
           .

       ACRESCENTA-UM-PASSO.
           MOVE WS-SM-SEQUENCIA(WS-SM-IDX)  TO AG-SEQUENCIA
           MOVE WS-SM-JOB(WS-SM-IDX)        TO AG-JOB
           MOVE WS-SM-PROGRAMA(WS-SM-IDX)   TO AG-PROGRAMA
           MOVE WS-SM-FREQUENCIA(WS-SM-IDX) TO AG-FREQUENCIA
           MOVE WS-SM-DIA(WS-SM-IDX)        TO AG-DIA
           MOVE WS-SM-DIA-UTIL(WS-SM-IDX)   TO AG-DIA-UTIL
           MOVE WS-SM-ATIVO(WS-SM-IDX)      TO AG-ATIVO
           WRITE FD-AGENDA-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PASSOS-NOVOS
                   MOVE AG-SEQUENCIA  TO WS-LP-SEQUENCIA
                   MOVE AG-JOB        TO WS-LP-JOB
                   MOVE AG-PROGRAMA   TO WS-LP-PROGRAMA
                   MOVE AG-FREQUENCIA TO WS-LP-FREQUENCIA
                   MOVE AG-DIA        TO WS-LP-DIA
                   MOVE AG-ATIVO      TO WS-LP-ATIVO
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PASSO
           END-WRITE
           .

       CONVERTE-UM-LOG.
      *    Log sequencial: a linha antiga vai para a visao do layout
      *    da tabela, alarga os valores e e regravada; a releitura
      *    do arquivo novo refaz a soma pela mesma visao.
           MOVE WS-TL-ANTIGO(WS-LOG-IDX) TO WS-NOME-ANT
           MOVE WS-TL-NOVO(WS-LOG-IDX)   TO WS-NOME-NOVO

           OPEN INPUT FD-LOGANT
           MOVE WS-FS-LOGANT TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               MOVE WS-NOME-NOVO TO WS-LA-ARQUIVO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AUSENTE
           ELSE
               OPEN OUTPUT FD-LOGNOVO
               MOVE ZEROS TO WS-TOTAIS-PROVA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-LOGANT
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-ANTES
                           IF WS-TL-LAYOUT(WS-LOG-IDX) = 'P'
                               PERFORM CONVERTE-LINHA-PAGTOLOG
                           ELSE
                               PERFORM CONVERTE-LINHA-AUDITFIN
                           END-IF
                           WRITE FD-LOGNOVO-REG
                   END-READ
               END-PERFORM
               CLOSE FD-LOGANT
               CLOSE FD-LOGNOVO

               OPEN INPUT FD-LOGNOVO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-LOGNOVO
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           IF WS-TL-LAYOUT(WS-LOG-IDX) = 'P'
                               MOVE FD-LOGNOVO-REG TO WS-PAGTO-NOVO
                               ADD WS-GN-VALOR TO WS-TOT-DEPOIS
                           ELSE
                               MOVE FD-LOGNOVO-REG TO WS-AUDIT-NOVO
                               ADD WS-FN-ANT-VALOR WS-FN-DEP-VALOR
                                   TO WS-TOT-DEPOIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-LOGNOVO

               MOVE WS-NOME-NOVO TO WS-LC-ARQUIVO
               PERFORM GRAVA-LINHA-PROVA
           END-IF
           .

       CONVERTE-LINHA-PAGTOLOG.
           MOVE FD-LOGANT-REG TO WS-PAGTO-ANT
           MOVE WS-GA-CABECA  TO WS-GN-CABECA
           MOVE WS-GA-RESTO   TO WS-GN-RESTO
           IF WS-GA-VALOR IS NUMERIC
               MOVE WS-GA-VALOR TO WS-GN-VALOR
               ADD WS-GA-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-GN-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           MOVE WS-PAGTO-NOVO TO FD-LOGNOVO-REG
           .

       CONVERTE-LINHA-AUDITFIN.
           MOVE FD-LOGANT-REG TO WS-AUDIT-ANT
           MOVE WS-FA-CABECA  TO WS-FN-CABECA
           MOVE WS-FA-MEIO    TO WS-FN-MEIO
           MOVE WS-FA-RESTO   TO WS-FN-RESTO
           IF WS-FA-ANT-VALOR IS NUMERIC
               MOVE WS-FA-ANT-VALOR TO WS-FN-ANT-VALOR
               ADD WS-FA-ANT-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-FN-ANT-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           IF WS-FA-DEP-VALOR IS NUMERIC
               MOVE WS-FA-DEP-VALOR TO WS-FN-DEP-VALOR
               ADD WS-FA-DEP-VALOR  TO WS-TOT-ANTES
           ELSE
               MOVE ZEROS TO WS-FN-DEP-VALOR
               ADD 1 TO WS-QTD-ZERADOS
           END-IF
           MOVE WS-AUDIT-NOVO TO FD-LOGNOVO-REG
           .

       GRAVA-LINHA-PROVA.
      *    Contagem e total iguais antes/depois = 'OK'; qualquer
      *    diferenca marca a divergencia da conversao inteira.
           MOVE WS-QTD-ANTES  TO WS-LC-QTD-ANTES
           MOVE WS-QTD-DEPOIS TO WS-LC-QTD-DEPOIS
           MOVE WS-TOT-ANTES  TO WS-LC-TOT-ANTES
           MOVE WS-TOT-DEPOIS TO WS-LC-TOT-DEPOIS
           IF WS-QTD-ANTES = WS-QTD-DEPOIS
               AND WS-TOT-ANTES = WS-TOT-DEPOIS
               MOVE 'OK' TO WS-LC-SITUACAO
           ELSE
               MOVE 'ERRO' TO WS-LC-SITUACAO
               SET WS-HA-DIVERGENCIA TO TRUE
           END-IF
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PROVA
           .

       END PROGRAM FINCVAL.
