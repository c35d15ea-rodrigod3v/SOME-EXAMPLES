      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: ANONIMIZACAO MENSAL DE CLIENTES INATIVOS (LGPD):
      *          junta, por cliente, tudo que prova atividade ou
      *          obrigacao - contrato no mestre vivo como titular ou
      *          avalista, contrato no arquivo morto (idade pelo
      *          ultimo vencimento, como o FINARQ mede), ocorrencias
      *          de atendimento (OCORR.DAT), trilha do cadastro
      *          (AUDITCAD.DAT e .ARC), saldo de credito a devolver
      *          (CREDCLI.DAT), casos COAF em aberto ou dentro da
      *          guarda (COAFCASO.DAT) e reclamacoes SAC/OUVIDORIA
      *          (RECLAMA.DAT, caso nao encerrado segura) -, ordena
      *          por cliente e
      *          anonimiza quem esta sem atividade alem da guarda
      *          legal (variavel de ambiente FINLGPD-ANOS, padrao e
      *          piso 5) e sem obrigacao nenhuma em aberto. Os dados
      *          pessoais do CADPF.DAT viram token irreversivel
      *          (montado so a partir do codigo do cliente, nunca do
      *          dado pessoal) e o cadastro fica com situacao 'X';
      *          codigos, contratos, valores e datas ficam, para o
      *          historico financeiro continuar contavel. Depois
      *          limpa os logs: texto das ocorrencias e das
      *          reclamacoes (descricao e historico), imagens
      *          antes/depois da AUDITCAD (.DAT e .ARC), nome/
      *          matricula dos contratos do arquivo morto e o e-mail/
      *          celular do CONTATO.DAT (registro excluido), as
      *          fontes de renda declarada (RENDA.DAT) e a saida do
      *          cadastro positivo (POSOPT.DAT), ambas excluidas, e
      *          documento/nome/descricao da entrada de lista
      *          restritiva e justificativa das triagens (COMPHIT.DAT
      *          - a ocorrencia fica, com datas e decisao). A limpeza
      *          dos logs rele a situacao no CADPF, entao uma noite
      *          interrompida se completa sozinha na seguinte.
      *          A trilha AUDITCAD e selada (SELALOG): a limpeza
      *          confere a cadeia antes de mexer e, intacta, ressela
      *          as linhas regravadas (o .ARC primeiro, depois o
      *          ativo a partir da base nova) e registra a resselagem
      *          no controle; cadeia ja quebrada e regravada sem
      *          resselar, para a quebra continuar aparecendo.
      *          Controle em FINLGPD.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINLGPD.
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
           SELECT FD-CREDCLI        ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COD-CLIENTE
               FILE STATUS IS WS-FS-CREDCLI.
           SELECT FD-COAFCASO       ASSIGN TO "COAFCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-NUM-CASO
               ALTERNATE RECORD KEY IS CO-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COAFCASO.
           SELECT FD-RECLAMA        ASSIGN TO "RECLAMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-PROTOCOLO
               ALTERNATE RECORD KEY IS RQ-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECLAMA.
           SELECT FD-RECLHIST       ASSIGN TO "RECLHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS WS-FS-RECLHIST.
           SELECT FD-CONTATO        ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-COD-CLIENTE
               FILE STATUS IS WS-FS-CONTATO.
           SELECT FD-RENDA          ASSIGN TO "RENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-FS-RENDA.
           SELECT FD-POSOPT         ASSIGN TO "POSOPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-COD-CLIENTE
               FILE STATUS IS WS-FS-POSOPT.
           SELECT FD-COMPHIT        ASSIGN TO "COMPHIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WS-FS-COMPHIT.
      *    Trilha do cadastro: AUDITCAD.DAT ou AUDITCAD.ARC (o que a
      *    faxina do LOGHOUSE ja moveu), lidos e regravados pelo
      *    mesmo FD; FINLGPD.TMP e a copia de trabalho da regravacao.
           SELECT FD-AUDITORIA      ASSIGN TO DYNAMIC WS-NOME-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT FD-NOVO           ASSIGN TO "FINLGPD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT FD-RELATORIO      ASSIGN TO "FINLGPD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT SD-ORDENACAO      ASSIGN TO "FINLGPD.SRT".

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

       FD  FD-CREDCLI.
       01  FD-CREDCLI-REC.
           COPY CREDCLIREC.

       FD  FD-COAFCASO.
       01  FD-COAFCASO-REC.
           COPY COAFCASOREC.

       FD  FD-RECLAMA.
       01  FD-RECLAMA-REC.
           COPY RECLAMAREC.

       FD  FD-RECLHIST.
       01  FD-RECLHIST-REC.
           COPY RECLHISTREC.

       FD  FD-CONTATO.
       01  FD-CONTATO-REC.
           COPY CONTATOREC.

       FD  FD-RENDA.
       01  FD-RENDA-REC.
           COPY RENDAREC.

       FD  FD-POSOPT.
       01  FD-POSOPT-REC.
           COPY POSOPTREC.

       FD  FD-COMPHIT.
       01  FD-COMPHIT-REC.
           COPY COMPHITREC.

       FD  FD-AUDITORIA.
       01  FD-AUDITORIA-REC.
           COPY AUDITCAD.

       FD  FD-NOVO.
       01  FD-NOVO-REG              PIC X(671).

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(100).

      *  Um registro de ordenacao por fato que prova atividade ou
      *  obrigacao do cliente. Eventos: 'K' cadastro (so presenca),
      *  'V' contrato no mestre vivo, 'Q' contrato no arquivo morto,
      *  'O' ocorrencia, 'U' linha de auditoria do cadastro, 'R'
      *  credito do cliente, 'C' caso COAF, 'L' reclamacao do
      *  SAC/OUVIDORIA. SD-BLOQUEIA = 'S' quando
      *  o fato por si so impede a anonimizacao.
       SD  SD-ORDENACAO.
       01  SD-REGISTRO.
           03 SD-COD-CLIENTE                  PIC 9(06).
           03 SD-DATA                         PIC 9(08).
           03 SD-EVENTO                       PIC X(01).
           03 SD-BLOQUEIA                     PIC X(01).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-ARQMORTO      PIC X(02) VALUE '00'.
           03 WS-FS-OCORR         PIC X(02) VALUE '00'.
           03 WS-FS-CREDCLI       PIC X(02) VALUE '00'.
           03 WS-FS-COAFCASO      PIC X(02) VALUE '00'.
           03 WS-FS-RECLAMA       PIC X(02) VALUE '00'.
           03 WS-FS-RECLHIST      PIC X(02) VALUE '00'.
           03 WS-FS-CONTATO       PIC X(02) VALUE '00'.
           03 WS-FS-RENDA         PIC X(02) VALUE '00'.
           03 WS-FS-POSOPT        PIC X(02) VALUE '00'.
           03 WS-FS-COMPHIT       PIC X(02) VALUE '00'.
           03 WS-FS-AUDITORIA     PIC X(02) VALUE '00'.
           03 WS-FS-NOVO          PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY UPDJRNPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINLGPD'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-ANOS-RETENCAO        PIC 99.
         01 WS-ENV-ANOS             PIC X(02).
         01 WS-DATA-CORTE.
           03 WS-DC-AA              PIC 9(04).
           03 WS-DC-MMDD            PIC 9(04).
         01 WS-VENCTO-MAXIMO        PIC 9(08).
         01 WS-IND                  PIC 999.

         01 WS-NOME-AUDITORIA       PIC X(12).

         01 WS-FIM-ARQUIVO          PIC X(01).
             88 WS-EOF-ARQUIVO              VALUE 'S'.
         01 WS-FIM-SORT             PIC X(01) VALUE 'N'.
             88 WS-EOF-SORT                 VALUE 'S'.
         01 WS-FIM-HISTORICO        PIC X(01).
             88 WS-EOF-HISTORICO            VALUE 'S'.
         01 WS-PRIMEIRO-CLIENTE     PIC X(01) VALUE 'S'.
             88 WS-E-PRIMEIRO-CLIENTE       VALUE 'S'.

      *  Acumulado do cliente corrente na saida do SORT.
         01 WS-CLIENTE-CORRENTE     PIC 9(06).
         01 WS-TEM-CADASTRO         PIC X(01).
             88 WS-CLIENTE-NO-CADASTRO      VALUE 'S'.
         01 WS-MOTIVO-BLOQUEIO      PIC X(01).
             88 WS-SEM-BLOQUEIO             VALUE ' '.
         01 WS-ULT-ATIVIDADE        PIC 9(08).

      *  Token irreversivel do cliente: embaralha so o codigo (que
      *  fica no cadastro de qualquer jeito) - nada do dado pessoal
      *  entra na conta, entao nada dele sai dela.
         01 WS-TOKEN-BASE           PIC 9(18).
         01 WS-TOKEN-QUOCIENTE      PIC 9(18).
         01 WS-TOKEN-NUM            PIC 9(10).
         01 WS-TOKEN.
           03 FILLER                PIC X(04) VALUE 'LGPD'.
           03 WS-TK-NUMERO          PIC 9(10).
         01 WS-TEXTO-ANONIMIZADO    PIC X(60)
                 VALUE 'REGISTRO ANONIMIZADO (LGPD)'.

      *  Imagem de cadastro em trabalho: o mesmo paragrafo anonimiza
      *  o registro do CADPF e as imagens antes/depois da AUDITCAD.
         01 WS-CADASTRO-ANON.
           COPY CADPFREC REPLACING LEADING ==FD-== BY ==AN-==.
         01 WS-IMAGEM-ORIGINAL      PIC X(307).

      *  Ultima consulta de situacao no CADPF durante a limpeza dos
      *  logs (as linhas do mesmo cliente costumam vir juntas).
         01 WS-ULT-CONSULTADO       PIC 9(06) VALUE ZEROS.
         01 WS-ULT-ANONIMIZADO      PIC X(01) VALUE 'N'.
             88 WS-CONSULTADO-ANONIMIZADO   VALUE 'S'.
         01 WS-COD-CONSULTA         PIC 9(06).
         01 WS-LINHA-ALTERADA       PIC X(01).
             88 WS-HOUVE-ALTERACAO          VALUE 'S'.

      *  Cadeia de selos da trilha em limpeza: conferida na passada
      *  1 (selo anterior corrente), resselada na passada 2 so se
      *  intacta. O .ARC resselado muda a base do arquivo ativo.
         01 WS-CADEIA-INTEGRA       PIC X(01).
             88 WS-CADEIA-OK                VALUE 'S'.
         01 WS-JA-SELADA            PIC X(01).
             88 WS-HOUVE-SELO               VALUE 'S'.
         01 WS-ANT-SEQUENCIA        PIC 9(09).
         01 WS-ANT-VALOR            PIC 9(09).
         01 WS-CTL-ULT-SEQUENCIA    PIC 9(09).
         01 WS-CTL-BASE-SEQ         PIC 9(09).
         01 WS-CTL-BASE-VALOR       PIC 9(09).
         01 WS-NOVA-BASE-SEQ        PIC 9(09).
         01 WS-NOVA-BASE-VALOR      PIC 9(09).
         01 WS-ARC-RESSELADO        PIC X(01) VALUE 'N'.
             88 WS-HOUVE-RESSELO-ARC        VALUE 'S'.

         01 WS-CONTADORES.
           03 WS-QTD-CLIENTES       PIC 9(07).
           03 WS-QTD-JA-ANONIMOS    PIC 9(07).
           03 WS-QTD-CONTRATO-VIVO  PIC 9(07).
           03 WS-QTD-CREDITO        PIC 9(07).
           03 WS-QTD-COAF           PIC 9(07).
           03 WS-QTD-RECL-ABERTA    PIC 9(07).
           03 WS-QTD-RECENTES       PIC 9(07).
           03 WS-QTD-SEM-DATA       PIC 9(07).
           03 WS-QTD-ANONIMIZADOS   PIC 9(07).
           03 WS-QTD-OCORRENCIAS    PIC 9(07).
           03 WS-QTD-AUDIT-LINHAS   PIC 9(07).
           03 WS-QTD-AUDIT-TOTAL    PIC 9(07).
           03 WS-QTD-ARQUIVADOS     PIC 9(07).
           03 WS-QTD-RECL-LIMPAS    PIC 9(07).
           03 WS-QTD-CONTATOS       PIC 9(07).
           03 WS-QTD-RENDAS         PIC 9(07).
           03 WS-QTD-OPT-OUT        PIC 9(07).
           03 WS-QTD-TRIAGENS       PIC 9(07).

         01 WS-LINHA-TITULO.
           03 FILLER                PIC X(44) VALUE
                 'FINLGPD - ANONIMIZACAO LGPD - MOVIMENTO DE '.
           03 WS-TI-DATA            PIC 9(08).
           03 FILLER                PIC X(16) VALUE
                 ' - SEM ATIVIDADE'.
           03 FILLER                PIC X(07) VALUE ' DESDE '.
           03 WS-TI-CORTE           PIC 9(08).

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(50) VALUE
                 'CLIENTE TIPO TOKEN          ULTIMA ATIVIDADE'.

         01 WS-LINHA-CLIENTE.
           03 WS-LC-COD             PIC 9(06).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-LC-TIPO            PIC X(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LC-TOKEN           PIC X(14).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LC-ULT-ATIVIDADE   PIC 9(08).

         01 WS-LINHA-MENSAGEM       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO

      *    Guarda legal: cinco anos e o piso (prazo de guarda dos
      *    registros de operacao); a variavel so pode alongar.
           ACCEPT WS-ENV-ANOS FROM ENVIRONMENT 'FINLGPD-ANOS'
           IF WS-ENV-ANOS IS NUMERIC
               MOVE WS-ENV-ANOS TO WS-ANOS-RETENCAO
           ELSE
               MOVE 5 TO WS-ANOS-RETENCAO
           END-IF
           IF WS-ANOS-RETENCAO < 5
               MOVE 5 TO WS-ANOS-RETENCAO
           END-IF
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-CORTE
           SUBTRACT WS-ANOS-RETENCAO FROM WS-DC-AA

           INITIALIZE WS-CONTADORES

           OPEN I-O FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINLGPD: CADPF.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FD-RELATORIO
               MOVE WS-DATA-MOVIMENTO TO WS-TI-DATA
               MOVE WS-DATA-CORTE     TO WS-TI-CORTE
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULO
               MOVE SPACES TO FD-LINHA-RELATORIO
               WRITE FD-LINHA-RELATORIO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CABECALHO

               SORT SD-ORDENACAO
                   ON ASCENDING KEY SD-COD-CLIENTE SD-DATA
                   INPUT PROCEDURE IS SELECIONA-EVENTOS
                   OUTPUT PROCEDURE IS AVALIA-CLIENTES

               PERFORM LIMPA-OCORRENCIAS
               PERFORM LIMPA-RECLAMACOES
               PERFORM LIMPA-CONTATOS
               PERFORM LIMPA-RENDAS
               PERFORM LIMPA-OPT-OUT
               PERFORM LIMPA-TRIAGENS
      *        O .ARC antes do ativo: resselado, ele muda a base
      *        de onde o ativo recomeca a cadeia.
               PERFORM LE-CONTROLE-SELO
               MOVE 'AUDITCAD.ARC' TO WS-NOME-AUDITORIA
               PERFORM LIMPA-AUDITORIA
               MOVE 'AUDITCAD.DAT' TO WS-NOME-AUDITORIA
               PERFORM LIMPA-AUDITORIA
               PERFORM LIMPA-ARQUIVO-MORTO

               PERFORM IMPRIME-TOTAIS
               CLOSE FD-RELATORIO
               CLOSE FD-CADASTRO
           END-IF

           DISPLAY 'FINLGPD: ' WS-QTD-ANONIMIZADOS
                   ' CLIENTE(S) ANONIMIZADO(S). CONTROLE EM '
                   'FINLGPD.PRT.'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

      ******************************************************************
      *    ENTRADA DO SORT: um registro por fato de cada arquivo.
      *    Arquivo que nao existe nao tem fato a contar.
      ******************************************************************
       SELECIONA-EVENTOS.
           PERFORM SELECIONA-CADASTRO
           PERFORM SELECIONA-CONTRATOS
           PERFORM SELECIONA-ARQUIVO-MORTO
           PERFORM SELECIONA-OCORRENCIAS
           MOVE 'AUDITCAD.DAT' TO WS-NOME-AUDITORIA
           PERFORM SELECIONA-AUDITORIA
           MOVE 'AUDITCAD.ARC' TO WS-NOME-AUDITORIA
           PERFORM SELECIONA-AUDITORIA
           PERFORM SELECIONA-CREDITOS
           PERFORM SELECIONA-CASOS-COAF
           PERFORM SELECIONA-RECLAMACOES
           .

       SELECIONA-CADASTRO.
      *    Cliente ja anonimizado nao entra de novo.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZEROS TO FD-CAD-COD-CLIENTE
           START FD-CADASTRO KEY NOT < FD-CAD-COD-CLIENTE
               INVALID KEY
                   SET WS-EOF-ARQUIVO TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       IF FD-CLIENTE-ANONIMIZADO
                           ADD 1 TO WS-QTD-JA-ANONIMOS
                       ELSE
                           MOVE FD-CAD-COD-CLIENTE TO SD-COD-CLIENTE
                           MOVE ZEROS TO SD-DATA
                           MOVE 'K'   TO SD-EVENTO
                           MOVE 'N'   TO SD-BLOQUEIA
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           .

       SELECIONA-CONTRATOS.
      *    Qualquer contrato ainda no mestre vivo - de qualquer
      *    status, cedido e em prejuizo inclusive - e obrigacao em
      *    aberto do titular e do avalista.
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
                       MOVE FD-COD-CLIENTE      TO SD-COD-CLIENTE
                       MOVE FD-DATA-CONTRATACAO TO SD-DATA
                       MOVE 'V' TO SD-EVENTO
                       MOVE 'S' TO SD-BLOQUEIA
                       RELEASE SD-REGISTRO
                       IF FD-COD-AVALISTA > ZEROS
                           MOVE FD-COD-AVALISTA TO SD-COD-CLIENTE
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTRATO = '00' OR WS-FS-CONTRATO = '10'
               CLOSE FD-CONTRATO
           END-IF
           .

       SELECIONA-ARQUIVO-MORTO.
      *    Contrato arquivado conta pela idade, medida como no
      *    FINARQ: o maior vencimento do plano ou, sem plano, a
      *    data de contratacao.
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
                       MOVE ZEROS TO WS-VENCTO-MAXIMO
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > AQ-NUM-PARCELAS
                           IF AQ-PARC-VENCTO(WS-IND) >
                                   WS-VENCTO-MAXIMO
                               MOVE AQ-PARC-VENCTO(WS-IND)
                                   TO WS-VENCTO-MAXIMO
                           END-IF
                       END-PERFORM
                       IF WS-VENCTO-MAXIMO = ZEROS
                           MOVE AQ-DATA-CONTRATACAO TO SD-DATA
                       ELSE
                           MOVE WS-VENCTO-MAXIMO TO SD-DATA
                       END-IF
                       MOVE AQ-COD-CLIENTE TO SD-COD-CLIENTE
                       MOVE 'Q' TO SD-EVENTO
                       MOVE 'N' TO SD-BLOQUEIA
                       RELEASE SD-REGISTRO
                       IF AQ-COD-AVALISTA > ZEROS
                           MOVE AQ-COD-AVALISTA TO SD-COD-CLIENTE
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-ARQMORTO = '00' OR WS-FS-ARQMORTO = '10'
               CLOSE FD-ARQMORTO
           END-IF
           .

       SELECIONA-OCORRENCIAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-OCORR
           IF WS-FS-OCORR NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-OCORR NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE OC-COD-CLIENTE TO SD-COD-CLIENTE
                       MOVE OC-DATA        TO SD-DATA
                       MOVE 'O' TO SD-EVENTO
                       MOVE 'N' TO SD-BLOQUEIA
                       RELEASE SD-REGISTRO
               END-READ
           END-PERFORM
           IF WS-FS-OCORR = '00' OR WS-FS-OCORR = '10'
               CLOSE FD-OCORR
           END-IF
           .

       SELECIONA-AUDITORIA.
      *    Linha de layout antigo (codigo ou data nao numericos) nao
      *    prova nada e fica de fora.
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
                           AND AU-DATA IS NUMERIC
                           MOVE AU-COD-CLIENTE TO SD-COD-CLIENTE
                           MOVE AU-DATA        TO SD-DATA
                           MOVE 'U' TO SD-EVENTO
                           MOVE 'N' TO SD-BLOQUEIA
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-AUDITORIA = '00' OR WS-FS-AUDITORIA = '10'
               CLOSE FD-AUDITORIA
           END-IF
           .

       SELECIONA-CREDITOS.
      *    Saldo de credito e dinheiro do cliente que a casa ainda
      *    tem de aplicar ou devolver.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-CREDCLI
           IF WS-FS-CREDCLI NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CREDCLI NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CL-COD-CLIENTE  TO SD-COD-CLIENTE
                       MOVE CL-DATA-ULT-MOV TO SD-DATA
                       MOVE 'R' TO SD-EVENTO
                       IF CL-SALDO-CREDITO > ZEROS
                           MOVE 'S' TO SD-BLOQUEIA
                       ELSE
                           MOVE 'N' TO SD-BLOQUEIA
                       END-IF
                       RELEASE SD-REGISTRO
               END-READ
           END-PERFORM
           IF WS-FS-CREDCLI = '00' OR WS-FS-CREDCLI = '10'
               CLOSE FD-CREDCLI
           END-IF
           .

       SELECIONA-CASOS-COAF.
      *    Caso em analise, ou ainda dentro da data de guarda, segura
      *    o cadastro inteiro: a comunicacao ao COAF precisa
      *    identificar o cliente.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-COAFCASO
           IF WS-FS-COAFCASO NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-COAFCASO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE CO-COD-CLIENTE  TO SD-COD-CLIENTE
                       MOVE CO-DATA-GERACAO TO SD-DATA
                       MOVE 'C' TO SD-EVENTO
                       IF CO-ABERTO
                           OR CO-DATA-GUARDA NOT < WS-DATA-MOVIMENTO
                           MOVE 'S' TO SD-BLOQUEIA
                       ELSE
                           MOVE 'N' TO SD-BLOQUEIA
                       END-IF
                       RELEASE SD-REGISTRO
               END-READ
           END-PERFORM
           IF WS-FS-COAFCASO = '00' OR WS-FS-COAFCASO = '10'
               CLOSE FD-COAFCASO
           END-IF
           .

       SELECIONA-RECLAMACOES.
      *    Reclamacao ainda nao encerrada e compromisso em aberto
      *    com o cliente (resposta dentro do prazo regulatorio) e
      *    segura o cadastro; a ultima data do caso prova atividade.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT FD-RECLAMA
           IF WS-FS-RECLAMA NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-RECLAMA NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE RQ-COD-CLIENTE TO SD-COD-CLIENTE
                       MOVE RQ-DATA-NIVEL  TO SD-DATA
                       IF RQ-DATA-ENCERRAMENTO > SD-DATA
                           MOVE RQ-DATA-ENCERRAMENTO TO SD-DATA
                       END-IF
                       MOVE 'L' TO SD-EVENTO
                       IF RQ-ENCERRADA
                           MOVE 'N' TO SD-BLOQUEIA
                       ELSE
                           MOVE 'S' TO SD-BLOQUEIA
                       END-IF
                       RELEASE SD-REGISTRO
               END-READ
           END-PERFORM
           IF WS-FS-RECLAMA = '00' OR WS-FS-RECLAMA = '10'
               CLOSE FD-RECLAMA
           END-IF
           .

      ******************************************************************
      *    SAIDA DO SORT: quebra por cliente. Fato de cliente que nao
      *    esta (ou ja foi anonimizado) no cadastro so e descartado.
      ******************************************************************
       AVALIA-CLIENTES.
           PERFORM UNTIL WS-EOF-SORT
               RETURN SD-ORDENACAO
                   AT END
                       SET WS-EOF-SORT TO TRUE
                       IF NOT WS-E-PRIMEIRO-CLIENTE
                           PERFORM AVALIA-CLIENTE-CORRENTE
                       END-IF
                   NOT AT END
                       IF WS-E-PRIMEIRO-CLIENTE
                           OR SD-COD-CLIENTE NOT =
                               WS-CLIENTE-CORRENTE
                           IF NOT WS-E-PRIMEIRO-CLIENTE
                               PERFORM AVALIA-CLIENTE-CORRENTE
                           END-IF
                           MOVE 'N' TO WS-PRIMEIRO-CLIENTE
                           MOVE SD-COD-CLIENTE TO WS-CLIENTE-CORRENTE
                           MOVE 'N'    TO WS-TEM-CADASTRO
                           MOVE SPACES TO WS-MOTIVO-BLOQUEIO
                           MOVE ZEROS  TO WS-ULT-ATIVIDADE
                       END-IF
                       PERFORM ACUMULA-EVENTO
               END-RETURN
           END-PERFORM
           .

       ACUMULA-EVENTO.
           IF SD-EVENTO = 'K'
               MOVE 'S' TO WS-TEM-CADASTRO
           END-IF
           IF SD-BLOQUEIA = 'S' AND WS-SEM-BLOQUEIO
               MOVE SD-EVENTO TO WS-MOTIVO-BLOQUEIO
           END-IF
           IF SD-DATA IS NUMERIC AND SD-DATA > WS-ULT-ATIVIDADE
               MOVE SD-DATA TO WS-ULT-ATIVIDADE
           END-IF
           .

       AVALIA-CLIENTE-CORRENTE.
           IF WS-CLIENTE-NO-CADASTRO
               ADD 1 TO WS-QTD-CLIENTES
               EVALUATE TRUE
                   WHEN WS-MOTIVO-BLOQUEIO = 'V'
                       ADD 1 TO WS-QTD-CONTRATO-VIVO
                   WHEN WS-MOTIVO-BLOQUEIO = 'R'
                       ADD 1 TO WS-QTD-CREDITO
                   WHEN WS-MOTIVO-BLOQUEIO = 'C'
                       ADD 1 TO WS-QTD-COAF
                   WHEN WS-MOTIVO-BLOQUEIO = 'L'
                       ADD 1 TO WS-QTD-RECL-ABERTA
      *            Sem nenhum fato datado nao ha como provar a
      *            inatividade: fica.
                   WHEN WS-ULT-ATIVIDADE = ZEROS
                       ADD 1 TO WS-QTD-SEM-DATA
                   WHEN WS-ULT-ATIVIDADE NOT < WS-DATA-CORTE
                       ADD 1 TO WS-QTD-RECENTES
                   WHEN OTHER
                       PERFORM ANONIMIZA-CLIENTE
               END-EVALUATE
           END-IF
           .

       ANONIMIZA-CLIENTE.
           MOVE WS-CLIENTE-CORRENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-CADASTRO-REC TO WS-CADASTRO-ANON
                   PERFORM GERA-TOKEN
                   PERFORM ANONIMIZA-IMAGEM
                   MOVE WS-CADASTRO-ANON TO FD-CADASTRO-REC
                   MOVE 'X' TO FD-SITUACAO-CLIENTE
                   REWRITE FD-CADASTRO-REC
                   MOVE 'R' TO JN-PARM-OPERACAO
                   MOVE 'CADPF' TO JN-PARM-ARQUIVO
                   MOVE FD-CADASTRO-REC TO JN-PARM-IMAGEM
                   CALL 'GRAVAJRN' USING JN-PARM-ARQUIVO
                           JN-PARM-OPERACAO JN-PARM-IMAGEM
                   PERFORM GRAVA-AUDITORIA
                   ADD 1 TO WS-QTD-ANONIMIZADOS
                   MOVE FD-CAD-COD-CLIENTE TO WS-LC-COD
                   MOVE FD-TIPO-PESSOA     TO WS-LC-TIPO
                   MOVE WS-TOKEN           TO WS-LC-TOKEN
                   MOVE WS-ULT-ATIVIDADE   TO WS-LC-ULT-ATIVIDADE
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CLIENTE
           END-READ
           .

       GRAVA-AUDITORIA.
      *    A trilha registra que o cadastro foi anonimizado e quando,
      *    nao o que havia nele: as duas imagens ja saem anonimas.
           MOVE 'AUDITCAD.DAT' TO WS-NOME-AUDITORIA
           OPEN EXTEND FD-AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
               OPEN OUTPUT FD-AUDITORIA
           END-IF
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE 'C'                TO AU-OPERACAO
           MOVE WS-JOB-NOME        TO AU-USUARIO
           MOVE 'NOTURNO'          TO AU-TERMINAL
           MOVE FD-CAD-COD-CLIENTE TO AU-COD-CLIENTE
           MOVE FD-CADASTRO-REC    TO AU-IMAGEM-ANTES
           MOVE FD-CADASTRO-REC    TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           CLOSE FD-AUDITORIA
           .

       GERA-TOKEN.
           COMPUTE WS-TOKEN-BASE =
               ((WS-CLIENTE-CORRENTE * 7919) + 104729) * 48271
           DIVIDE WS-TOKEN-BASE BY 9999999967
               GIVING WS-TOKEN-QUOCIENTE REMAINDER WS-TOKEN-NUM
           MOVE WS-TOKEN-NUM TO WS-TK-NUMERO
           .

       ANONIMIZA-IMAGEM.
      *    Troca os campos pessoais de WS-CADASTRO-ANON e deixa o que
      *    o historico financeiro precisa: codigo, tipo, limite,
      *    situacao, municipio/UF e a regiao do CEP. Da pessoa
      *    juridica sai so o representante legal (o CNPJ e a razao
      *    social nao sao dado pessoal).
           IF AN-PESSOA-JURIDICA
               MOVE SPACES TO AN-REPRESENTANTE-LEGAL
               STRING 'REPRESENTANTE ANONIMIZADO ' WS-TOKEN
                   DELIMITED BY SIZE INTO AN-REPRESENTANTE-LEGAL
           ELSE
               MOVE ZEROS  TO AN-CPF
               MOVE 'TITULAR ANONIMIZADO' TO AN-PRIMEIRO-NOME
               MOVE WS-TOKEN TO AN-ULTIMO-NOME
               MOVE ZEROS  TO AN-TELEFONE
               MOVE SPACES TO AN-RUA AN-BAIRRO AN-CEP-2
               MOVE SPACES TO AN-NACIONALIDADE AN-PROFISSAO
               MOVE ZEROS  TO AN-DATA-NASC
           END-IF
           MOVE SPACES TO AN-BUREAU-RESTRICAO AN-FLAG-CHEQUE
                          AN-FLAG-CORRESP AN-ORIGEM-CORRESP-DEV
           MOVE ZEROS  TO AN-BUREAU-DATA AN-DATA-CORRESP-DEV
           .

      ******************************************************************
      *    LIMPEZA DOS LOGS: cada linha de cliente com situacao 'X' no
      *    CADPF perde o dado pessoal (idempotente - linha ja limpa
      *    fica igual).
      ******************************************************************
       VERIFICA-ANONIMIZADO.
           IF WS-COD-CONSULTA NOT = WS-ULT-CONSULTADO
               MOVE WS-COD-CONSULTA TO WS-ULT-CONSULTADO
               MOVE 'N' TO WS-ULT-ANONIMIZADO
               MOVE WS-COD-CONSULTA TO FD-CAD-COD-CLIENTE
               READ FD-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-CLIENTE-ANONIMIZADO
                           MOVE 'S' TO WS-ULT-ANONIMIZADO
                       END-IF
               END-READ
           END-IF
           IF WS-CONSULTADO-ANONIMIZADO
               MOVE WS-COD-CONSULTA TO WS-CLIENTE-CORRENTE
               PERFORM GERA-TOKEN
           END-IF
           .

       LIMPA-OCORRENCIAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-OCORR
           IF WS-FS-OCORR NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-OCORR NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE OC-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           AND OC-TEXTO NOT = WS-TEXTO-ANONIMIZADO
                           MOVE WS-TEXTO-ANONIMIZADO TO OC-TEXTO
                           REWRITE FD-OCORR-REC
                           ADD 1 TO WS-QTD-OCORRENCIAS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-OCORR = '00' OR WS-FS-OCORR = '10'
               CLOSE FD-OCORR
           END-IF
           .

       LIMPA-RECLAMACOES.
      *    Descricao do caso e nota de cada passo do historico; o
      *    protocolo, as datas e a classificacao ficam para o
      *    relatorio trimestral.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-RECLAMA
           IF WS-FS-RECLAMA NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           ELSE
               OPEN I-O FD-RECLHIST
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-RECLAMA NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE RQ-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           PERFORM LIMPA-RECLAMACAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RECLAMA = '00' OR WS-FS-RECLAMA = '10'
               IF WS-FS-RECLHIST = '00' OR WS-FS-RECLHIST = '10'
                   CLOSE FD-RECLHIST
               END-IF
               CLOSE FD-RECLAMA
           END-IF
           .

       LIMPA-CONTATOS.
      *    E-mail e celular so existem para mandar aviso; cliente
      *    anonimizado nao recebe aviso, entao o registro sai todo.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-CONTATO
           IF WS-FS-CONTATO NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-CONTATO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE EE-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           DELETE FD-CONTATO RECORD
                           ADD 1 TO WS-QTD-CONTATOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-CONTATO = '00' OR WS-FS-CONTATO = '10'
               CLOSE FD-CONTATO
           END-IF
           .

       LIMPA-RENDAS.
      *    Renda declarada so serve para a analise de credito; sem
      *    contrato novo possivel, as fontes do cliente saem todas.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-RENDA
           IF WS-FS-RENDA NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-RENDA NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE RD-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           DELETE FD-RENDA RECORD
                           ADD 1 TO WS-QTD-RENDAS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RENDA = '00' OR WS-FS-RENDA = '10'
               CLOSE FD-RENDA
           END-IF
           .

       LIMPA-OPT-OUT.
      *    O pedido de saida do cadastro positivo vale para contrato
      *    do mestre vivo (o FINCPOS nao le o arquivo morto); cliente
      *    anonimizado nao tem nenhum, entao o registro sai todo.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-POSOPT
           IF WS-FS-POSOPT NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-POSOPT NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE OX-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           DELETE FD-POSOPT RECORD
                           ADD 1 TO WS-QTD-OPT-OUT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-POSOPT = '00' OR WS-FS-POSOPT = '10'
               CLOSE FD-POSOPT
           END-IF
           .

       LIMPA-TRIAGENS.
      *    A ocorrencia de lista restritiva fica (tipo da lista,
      *    datas, decisao e analista provam a diligencia feita); sai
      *    o que identifica a pessoa: documento, nome e descricao da
      *    entrada da lista e a justificativa livre do analista.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-COMPHIT
           IF WS-FS-COMPHIT NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE HT-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           AND HT-JUSTIFICATIVA NOT =
                               WS-TEXTO-ANONIMIZADO
                           MOVE ZEROS  TO HT-LR-DOCUMENTO
                           MOVE WS-TOKEN TO HT-LR-NOME-NORMALIZADO
                           MOVE SPACES TO HT-LR-DESCRICAO
                           MOVE WS-TEXTO-ANONIMIZADO
                               TO HT-JUSTIFICATIVA
                           REWRITE FD-COMPHIT-REC
                           ADD 1 TO WS-QTD-TRIAGENS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-COMPHIT = '00' OR WS-FS-COMPHIT = '10'
               CLOSE FD-COMPHIT
           END-IF
           .

       LIMPA-RECLAMACAO.
           IF RQ-DESCRICAO NOT = WS-TEXTO-ANONIMIZADO
               MOVE WS-TEXTO-ANONIMIZADO TO RQ-DESCRICAO
               REWRITE FD-RECLAMA-REC
               ADD 1 TO WS-QTD-RECL-LIMPAS
           END-IF
           IF WS-FS-RECLHIST = '00' OR WS-FS-RECLHIST = '10'
               MOVE 'N' TO WS-FIM-HISTORICO
               MOVE RQ-PROTOCOLO TO RH-PROTOCOLO
               MOVE ZEROS        TO RH-SEQUENCIA
               START FD-RECLHIST KEY NOT < RH-CHAVE
                   INVALID KEY
                       SET WS-EOF-HISTORICO TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-HISTORICO
                   READ FD-RECLHIST NEXT RECORD
                       AT END
                           SET WS-EOF-HISTORICO TO TRUE
                       NOT AT END
                           IF RH-PROTOCOLO NOT = RQ-PROTOCOLO
                               SET WS-EOF-HISTORICO TO TRUE
                           ELSE
                               IF RH-TEXTO NOT = WS-TEXTO-ANONIMIZADO
                                   MOVE WS-TEXTO-ANONIMIZADO
                                       TO RH-TEXTO
                                   REWRITE FD-RECLHIST-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       LIMPA-AUDITORIA.
      *    Passada 1 copia a trilha para FINLGPD.TMP trocando as
      *    imagens dos clientes anonimizados; passada 2 (so se algo
      *    mudou) regrava a trilha a partir do TMP - a tecnica de
      *    regravacao do LOGHOUSE.
           MOVE ZEROS TO WS-QTD-AUDIT-LINHAS
           PERFORM INICIA-CADEIA
           OPEN INPUT FD-AUDITORIA
           IF WS-FS-AUDITORIA = '00'
               OPEN OUTPUT FD-NOVO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-EOF-ARQUIVO
                   READ FD-AUDITORIA
                       AT END
                           SET WS-EOF-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM CONFERE-SELO-AUDITORIA
                           PERFORM LIMPA-LINHA-AUDITORIA
                           MOVE FD-AUDITORIA-REC TO FD-NOVO-REG
                           WRITE FD-NOVO-REG
                   END-READ
               END-PERFORM
               CLOSE FD-AUDITORIA
               CLOSE FD-NOVO
               PERFORM FECHA-CONFERENCIA
               IF WS-QTD-AUDIT-LINHAS > ZEROS
                   OR (WS-NOME-AUDITORIA = 'AUDITCAD.DAT'
                       AND WS-HOUVE-RESSELO-ARC)
                   PERFORM REGRAVA-AUDITORIA
               END-IF
               ADD WS-QTD-AUDIT-LINHAS TO WS-QTD-AUDIT-TOTAL
           END-IF
           .

       LE-CONTROLE-SELO.
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-LER TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           MOVE SL-SEQUENCIA  TO WS-CTL-ULT-SEQUENCIA
           MOVE SL-BASE-SEQ   TO WS-CTL-BASE-SEQ
           MOVE SL-BASE-VALOR TO WS-CTL-BASE-VALOR
           MOVE SL-BASE-SEQ   TO WS-NOVA-BASE-SEQ
           MOVE SL-BASE-VALOR TO WS-NOVA-BASE-VALOR
           MOVE 'N' TO WS-ARC-RESSELADO
           .

       INICIA-CADEIA.
      *    O .ARC comeca a cadeia do zero; o ativo, da base gravada
      *    no controle (a conferencia usa a base com que as linhas
      *    foram seladas).
           MOVE 'S' TO WS-CADEIA-INTEGRA
           MOVE 'N' TO WS-JA-SELADA
           IF WS-NOME-AUDITORIA = 'AUDITCAD.ARC'
               MOVE ZEROS TO WS-ANT-SEQUENCIA WS-ANT-VALOR
           ELSE
               MOVE WS-CTL-BASE-SEQ   TO WS-ANT-SEQUENCIA
               MOVE WS-CTL-BASE-VALOR TO WS-ANT-VALOR
           END-IF
           .

       CONFERE-SELO-AUDITORIA.
      *    Linha sem selo so e aceita antes da primeira selada (linha
      *    anterior ao selo); depois dela, e linha inserida.
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-CONFERIR TO TRUE
           MOVE WS-ANT-VALOR TO SL-VALOR-ANT
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           IF SL-SEM-SELO
               IF WS-HOUVE-SELO
                   MOVE 'N' TO WS-CADEIA-INTEGRA
               END-IF
           ELSE
               IF SL-SEQUENCIA NOT = WS-ANT-SEQUENCIA + 1
                   OR SL-VALOR NOT = SL-VALOR-GRAVADO
                   MOVE 'N' TO WS-CADEIA-INTEGRA
               END-IF
               SET WS-HOUVE-SELO TO TRUE
               MOVE SL-SEQUENCIA     TO WS-ANT-SEQUENCIA
               MOVE SL-VALOR-GRAVADO TO WS-ANT-VALOR
           END-IF
           .

       FECHA-CONFERENCIA.
      *    O .ARC tem de terminar na base do ativo e o ativo no
      *    ultimo selo do controle - senao houve corte por fora.
           IF WS-NOME-AUDITORIA = 'AUDITCAD.ARC'
               IF WS-ANT-SEQUENCIA NOT = WS-CTL-BASE-SEQ
                   MOVE 'N' TO WS-CADEIA-INTEGRA
               END-IF
           ELSE
               IF WS-ANT-SEQUENCIA NOT = WS-CTL-ULT-SEQUENCIA
                   MOVE 'N' TO WS-CADEIA-INTEGRA
               END-IF
           END-IF
           IF NOT WS-CADEIA-OK
               MOVE SPACES TO WS-LINHA-MENSAGEM
               STRING WS-NOME-AUDITORIA ': CADEIA DE SELOS JA '
                      'QUEBRADA - LIMPEZA SEM RESSELAGEM (VER '
                      'VERILOG).'
                   DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
               DISPLAY 'FINLGPD: ' WS-LINHA-MENSAGEM
           END-IF
           .

       LIMPA-LINHA-AUDITORIA.
           MOVE 'N' TO WS-LINHA-ALTERADA
           IF AU-COD-CLIENTE IS NUMERIC
               MOVE AU-COD-CLIENTE TO WS-COD-CONSULTA
               PERFORM VERIFICA-ANONIMIZADO
               IF WS-CONSULTADO-ANONIMIZADO
                   IF AU-IMAGEM-ANTES NOT = SPACES
                       MOVE AU-IMAGEM-ANTES  TO WS-IMAGEM-ORIGINAL
                       MOVE AU-IMAGEM-ANTES  TO WS-CADASTRO-ANON
                       PERFORM ANONIMIZA-IMAGEM
                       MOVE WS-CADASTRO-ANON TO AU-IMAGEM-ANTES
                       IF AU-IMAGEM-ANTES NOT = WS-IMAGEM-ORIGINAL
                           MOVE 'S' TO WS-LINHA-ALTERADA
                       END-IF
                   END-IF
                   IF AU-IMAGEM-DEPOIS NOT = SPACES
                       MOVE AU-IMAGEM-DEPOIS TO WS-IMAGEM-ORIGINAL
                       MOVE AU-IMAGEM-DEPOIS TO WS-CADASTRO-ANON
                       PERFORM ANONIMIZA-IMAGEM
                       MOVE WS-CADASTRO-ANON TO AU-IMAGEM-DEPOIS
                       IF AU-IMAGEM-DEPOIS NOT = WS-IMAGEM-ORIGINAL
                           MOVE 'S' TO WS-LINHA-ALTERADA
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-HOUVE-ALTERACAO
               ADD 1 TO WS-QTD-AUDIT-LINHAS
           END-IF
           .

       REGRAVA-AUDITORIA.
      *    Cadeia intacta: cada linha selada e reencadeada a partir
      *    da base (zero no .ARC, a base nova no ativo); a sequencia
      *    nao muda.
           IF WS-NOME-AUDITORIA = 'AUDITCAD.ARC'
               MOVE ZEROS TO WS-ANT-SEQUENCIA WS-ANT-VALOR
           ELSE
               MOVE WS-NOVA-BASE-SEQ   TO WS-ANT-SEQUENCIA
               MOVE WS-NOVA-BASE-VALOR TO WS-ANT-VALOR
           END-IF
           OPEN INPUT FD-NOVO
           OPEN OUTPUT FD-AUDITORIA
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-NOVO
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE FD-NOVO-REG TO FD-AUDITORIA-REC
                       IF WS-CADEIA-OK
                           PERFORM RESSELA-LINHA-AUDITORIA
                       END-IF
                       WRITE FD-AUDITORIA-REC
               END-READ
           END-PERFORM
           CLOSE FD-NOVO
           CLOSE FD-AUDITORIA
           IF WS-CADEIA-OK
               PERFORM REGISTRA-RESSELAGEM
           END-IF
           .

       RESSELA-LINHA-AUDITORIA.
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-REENCADEAR TO TRUE
           MOVE WS-ANT-VALOR TO SL-VALOR-ANT
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           IF SL-OK
               MOVE SL-SEQUENCIA TO WS-ANT-SEQUENCIA
               MOVE SL-VALOR     TO WS-ANT-VALOR
           END-IF
           .

       REGISTRA-RESSELAGEM.
      *    .ARC resselado: o fim dele e a base nova do ativo (que
      *    sera resselado em seguida). Ativo resselado: controle
      *    recebe o ultimo selo e a base com data e programa.
           IF WS-NOME-AUDITORIA = 'AUDITCAD.ARC'
               MOVE WS-ANT-SEQUENCIA TO WS-NOVA-BASE-SEQ
               MOVE WS-ANT-VALOR     TO WS-NOVA-BASE-VALOR
               SET WS-HOUVE-RESSELO-ARC TO TRUE
           ELSE
               MOVE 'AUDITCAD'         TO SL-LOG
               SET SL-FUNCAO-RESSELO   TO TRUE
               MOVE WS-ANT-SEQUENCIA   TO SL-SEQUENCIA
               MOVE WS-ANT-VALOR       TO SL-VALOR
               MOVE WS-NOVA-BASE-SEQ   TO SL-BASE-SEQ
               MOVE WS-NOVA-BASE-VALOR TO SL-BASE-VALOR
               MOVE WS-JOB-NOME        TO SL-PROGRAMA
               CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           END-IF
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING WS-NOME-AUDITORIA ': CADEIA DE SELOS RESSELADA '
                  'ATE A SEQUENCIA ' WS-ANT-SEQUENCIA '.'
               DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           .

       LIMPA-ARQUIVO-MORTO.
      *    O contrato arquivado guarda o nome digitado na venda e a
      *    matricula do consignado; o resto e historico financeiro.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN I-O FD-ARQMORTO
           IF WS-FS-ARQMORTO NOT = '00'
               SET WS-EOF-ARQUIVO TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVO
               READ FD-ARQMORTO NEXT RECORD
                   AT END
                       SET WS-EOF-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE AQ-COD-CLIENTE TO WS-COD-CONSULTA
                       PERFORM VERIFICA-ANONIMIZADO
                       IF WS-CONSULTADO-ANONIMIZADO
                           AND AQ-CLIENTE NOT = WS-TOKEN
                           MOVE WS-TOKEN TO AQ-CLIENTE
                           MOVE SPACES   TO AQ-MATRICULA
                           REWRITE FD-ARQMORTO-REC
                           ADD 1 TO WS-QTD-ARQUIVADOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-ARQMORTO = '00' OR WS-FS-ARQMORTO = '10'
               CLOSE FD-ARQMORTO
           END-IF
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'CLIENTES AVALIADOS: ' WS-QTD-CLIENTES
                  '  ANONIMIZADOS NESTA NOITE: ' WS-QTD-ANONIMIZADOS
                  '  JA ANONIMIZADOS: ' WS-QTD-JA-ANONIMOS
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'MANTIDOS - CONTRATO NO MESTRE: '
                  WS-QTD-CONTRATO-VIVO
                  '  CREDITO A DEVOLVER: ' WS-QTD-CREDITO
                  '  CASO COAF: ' WS-QTD-COAF
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'MANTIDOS - ATIVIDADE NA GUARDA: ' WS-QTD-RECENTES
                  '  SEM DATA DE ATIVIDADE: ' WS-QTD-SEM-DATA
                  '  RECLAMACAO ABERTA: ' WS-QTD-RECL-ABERTA
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'LOGS LIMPOS - OCORRENCIAS: ' WS-QTD-OCORRENCIAS
                  '  LINHAS AUDITCAD: ' WS-QTD-AUDIT-TOTAL
                  '  CONTRATOS ARQUIVADOS: ' WS-QTD-ARQUIVADOS
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'LOGS LIMPOS - RECLAMACOES: ' WS-QTD-RECL-LIMPAS
                  '  CONTATOS E-MAIL/SMS: ' WS-QTD-CONTATOS
                  '  FONTES DE RENDA: ' WS-QTD-RENDAS
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           MOVE SPACES TO WS-LINHA-MENSAGEM
           STRING 'LOGS LIMPOS - SAIDAS DO CADASTRO POSITIVO: '
                  WS-QTD-OPT-OUT
                  '  TRIAGENS EM LISTA RESTRITIVA: ' WS-QTD-TRIAGENS
                  DELIMITED BY SIZE INTO WS-LINHA-MENSAGEM
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM
           .

       END PROGRAM FINLGPD.
