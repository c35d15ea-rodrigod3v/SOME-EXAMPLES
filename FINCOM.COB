      *          por agente (FINCOM.PRT): creditos, estornos e liquido
      *          do mes. Competencia em FINCOM-COMPETENCIA (AAAAMM,
      *          padrao mes corrente). Antes disso a comissao era
      *          calculada de um caderno. O estorno da comissao de
      *          contratos inadimplentes nas primeiras parcelas,
      *          apurado pelo FINAGQ em ESTCOM.DAT para a competencia,
      *          sai em linha propria abaixo do agente, com o liquido
      *          a pagar ja descontado; agente suspenso e indicado.
      *          Depois do demonstrativo por agente vem a quebra por
      *          filial do contrato (FD-COD-FILIAL): os agentes de cada
      *          filial com o total da filial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FD-PAGTOLOG       ASSIGN TO "PAGTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTOLOG.
           SELECT FD-ESTCOM         ASSIGN TO "ESTCOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-NUM-CONTRATO
               FILE STATUS IS WS-FS-ESTCOM.
           SELECT FD-FILIAL         ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-COD-FILIAL
               FILE STATUS IS WS-FS-FILIAL.
           SELECT FD-RELATORIO      ASSIGN TO "FINCOM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       01  FD-PAGTOLOG-REC.
           COPY PAGTOLOGREC.

       FD  FD-ESTCOM.
       01  FD-ESTCOM-REC.
           COPY ESTCOMREC.

       FD  FD-FILIAL.
       01  FD-FILIAL-REC.
           COPY FILIALREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(100).

           03 WS-FS-CONTRATO      PIC X(02) VALUE '00'.
           03 WS-FS-AGENTE        PIC X(02) VALUE '00'.
           03 WS-FS-PAGTOLOG      PIC X(02) VALUE '00'.
           03 WS-FS-ESTCOM        PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
           03 WS-FS-FILIAL        PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY JUROSPARM.

         01 WS-FIM-PAGTOLOG         PIC X(01) VALUE 'N'.
             88 WS-EOF-PAGTOLOG             VALUE 'S'.
         01 WS-FIM-ESTCOM           PIC X(01) VALUE 'N'.
             88 WS-EOF-ESTCOM               VALUE 'S'.

         01 WS-COMPETENCIA          PIC 9(06).
         01 WS-ENV-COMPETENCIA      PIC X(06).
           03 WS-AG-ACUM OCCURS 9999 TIMES.
               05 WS-AG-CREDITO       PIC 9(09)V99.
               05 WS-AG-ESTORNO       PIC 9(09)V99.
               05 WS-AG-QTD-INADIMP   PIC 9(05).
               05 WS-AG-ESTORNO-INADIMP
                                      PIC 9(09)V99.
         01 WS-AG-IDX               PIC 9(04).

      *  Os mesmos valores abertos por filial do contrato e agente,
      *  mantidos em ordem de filial/agente para a quebra do
      *  relatorio.
         01 WS-TAB-FILIAL-AGENTE.
           03 WS-FA-OCR OCCURS 5000 TIMES.
               05 WS-FA-CHAVE.
                   07 WS-FA-FILIAL        PIC 9(03).
                   07 WS-FA-AGENTE        PIC 9(04).
               05 WS-FA-CREDITO           PIC 9(09)V99.
               05 WS-FA-ESTORNO           PIC 9(09)V99.
               05 WS-FA-ESTORNO-INADIMP   PIC 9(09)V99.
         01 WS-QTD-FA               PIC 9(04) VALUE ZEROS.
         01 WS-FA-IDX               PIC 9(04).
         01 WS-FA-ACHADO            PIC 9(04).
         01 WS-FA-POSICAO           PIC 9(04).
         01 WS-FA-CHAVE-BUSCA.
           03 WS-FB-FILIAL          PIC 9(03).
           03 WS-FB-AGENTE          PIC 9(04).
         01 WS-FILIAL-ANTERIOR      PIC 9(03) VALUE ZEROS.
         01 WS-TEM-CONTRATO         PIC X(01) VALUE 'N'.
             88 WS-MESTRE-CONTRATO-ABERTO   VALUE 'S'.
         01 WS-TEM-FILIAL           PIC X(01) VALUE 'N'.
             88 WS-MESTRE-FILIAL-ABERTO     VALUE 'S'.
         01 WS-TOTAIS-FILIAL.
           03 WS-TF-CREDITO         PIC 9(10)V99.
           03 WS-TF-ESTORNO         PIC 9(10)V99.
           03 WS-TF-LIQUIDO         PIC S9(10)V99.

         01 WS-VR-COMISSAO          PIC 9(08)V99.
         01 WS-VR-LIQUIDO           PIC S9(09)V99.

           03 FILLER                PIC X(09) VALUE ' LIQUIDO '.
           03 WS-LA-LIQUIDO         PIC ZZZ.ZZ9,99-.

         01 WS-LINHA-INADIMPLENCIA.
           03 FILLER                PIC X(12) VALUE SPACES.
           03 FILLER                PIC X(34)
                   VALUE 'ESTORNO POR INADIMPLENCIA PRECOCE '.
           03 WS-LI-QTD             PIC ZZZZ9.
           03 FILLER                PIC X(06) VALUE ' CTR. '.
           03 WS-LI-VALOR           PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE ' A PAGAR '.
           03 WS-LI-LIQUIDO         PIC ZZZ.ZZ9,99-.

         01 WS-LINHA-SUSPENSO.
           03 FILLER                PIC X(12) VALUE SPACES.
           03 FILLER                PIC X(19)
                   VALUE 'AGENTE SUSPENSO EM '.
           03 WS-LS-DATA            PIC 9(08).

         01 WS-LINHA-FILIAL.
           03 FILLER                PIC X(07) VALUE 'FILIAL '.
           03 WS-LF-COD             PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LF-NOME            PIC X(30).

         01 WS-LINHA-TOTAL-FILIAL.
           03 FILLER                PIC X(12) VALUE SPACES.
           03 FILLER                PIC X(20)
                   VALUE 'TOTAL DA FILIAL'.
           03 FILLER                PIC X(09) VALUE ' CREDITO '.
           03 WS-LT-CREDITO         PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE ' ESTORNO '.
           03 WS-LT-ESTORNO         PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(09) VALUE ' LIQUIDO '.
           03 WS-LT-LIQUIDO         PIC Z.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               DISPLAY 'FINCOM: FDCONTR.DAT INDISPONIVEL - SEM '
                       'APURACAO.'
               SET WS-EOF-PAGTOLOG TO TRUE
           ELSE
               MOVE 'S' TO WS-TEM-CONTRATO
           END-IF
           OPEN INPUT FD-AGENTE
           IF WS-FS-AGENTE = '35'
           END-IF

           PERFORM APURA-TRANSICOES-MES
           PERFORM APURA-ESTORNOS-INADIMPLENCIA
           PERFORM IMPRIME-DEMONSTRATIVOS

           IF WS-MESTRE-CONTRATO-ABERTO
               CLOSE FD-CONTRATO
           END-IF
           CLOSE FD-AGENTE
                               CALL 'JUROSCALC' USING JC-BASE
                                       JC-TAXA JC-FATOR
                                       JC-RESULTADO JC-STATUS
                               MOVE FD-COD-AGENTE TO WS-FB-AGENTE
                               PERFORM FILIAL-DO-CONTRATO
                               PERFORM ACHA-FILIAL-AGENTE
                               IF PL-STATUS-NOVO = 'G'
                                   ADD JC-RESULTADO TO
                                       WS-AG-CREDITO(FD-COD-AGENTE)
                                   IF WS-FA-ACHADO > ZEROS
                                       ADD JC-RESULTADO TO
                                         WS-FA-CREDITO(WS-FA-ACHADO)
                                   END-IF
                               ELSE
                                   ADD JC-RESULTADO TO
                                       WS-AG-ESTORNO(FD-COD-AGENTE)
                                   IF WS-FA-ACHADO > ZEROS
                                       ADD JC-RESULTADO TO
                                         WS-FA-ESTORNO(WS-FA-ACHADO)
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
           END-READ
           .

       APURA-ESTORNOS-INADIMPLENCIA.
      *    Estornos que o FINAGQ lancou para esta competencia; o
      *    registro e unico por contrato, entao reexecutar o FINCOM
      *    nao desconta duas vezes.
           OPEN INPUT FD-ESTCOM
           IF WS-FS-ESTCOM = '35'
               SET WS-EOF-ESTCOM TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-ESTCOM
               READ FD-ESTCOM NEXT RECORD
                   AT END
                       SET WS-EOF-ESTCOM TO TRUE
                   NOT AT END
                       IF EK-COMPETENCIA = WS-COMPETENCIA
                           AND EK-COD-AGENTE > ZEROS
                           ADD 1 TO WS-AG-QTD-INADIMP(EK-COD-AGENTE)
                           ADD EK-VR-ESTORNO TO
                               WS-AG-ESTORNO-INADIMP(EK-COD-AGENTE)
                           PERFORM FILIAL-DO-ESTORNO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-ESTCOM NOT = '35'
               CLOSE FD-ESTCOM
           END-IF
           .

       FILIAL-DO-ESTORNO.
      *    O estorno entra na filial do contrato; sem o mestre de
      *    contratos fica em 000.
           MOVE ZEROS TO WS-FB-FILIAL
           IF WS-MESTRE-CONTRATO-ABERTO
               MOVE EK-NUM-CONTRATO TO FD-NUM-CONTRATO
               READ FD-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FILIAL-DO-CONTRATO
               END-READ
           END-IF
           MOVE EK-COD-AGENTE TO WS-FB-AGENTE
           PERFORM ACHA-FILIAL-AGENTE
           IF WS-FA-ACHADO > ZEROS
               ADD EK-VR-ESTORNO TO WS-FA-ESTORNO-INADIMP(WS-FA-ACHADO)
           END-IF
           .

       FILIAL-DO-CONTRATO.
      *    Contrato anterior ao cadastro de filiais conta como 000.
           IF FD-COD-FILIAL IS NUMERIC
               MOVE FD-COD-FILIAL TO WS-FB-FILIAL
           ELSE
               MOVE ZEROS         TO WS-FB-FILIAL
           END-IF
           .

       ACHA-FILIAL-AGENTE.
      *    Procura WS-FA-CHAVE-BUSCA na tabela ordenada; se nao
      *    existe, abre a posicao deslocando os maiores. Tabela cheia
      *    devolve WS-FA-ACHADO zerado (o valor fica so no agente).
           MOVE ZEROS TO WS-FA-ACHADO
           COMPUTE WS-FA-POSICAO = WS-QTD-FA + 1
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-QTD-FA
               IF WS-FA-CHAVE(WS-FA-IDX) NOT < WS-FA-CHAVE-BUSCA
                   MOVE WS-FA-IDX TO WS-FA-POSICAO
                   MOVE WS-QTD-FA TO WS-FA-IDX
               END-IF
           END-PERFORM
           IF WS-FA-POSICAO NOT > WS-QTD-FA
               IF WS-FA-CHAVE(WS-FA-POSICAO) = WS-FA-CHAVE-BUSCA
                   MOVE WS-FA-POSICAO TO WS-FA-ACHADO
               END-IF
           END-IF
           IF WS-FA-ACHADO = ZEROS AND WS-QTD-FA < 5000
               PERFORM VARYING WS-FA-IDX FROM WS-QTD-FA BY -1
                       UNTIL WS-FA-IDX < WS-FA-POSICAO
                   MOVE WS-FA-OCR(WS-FA-IDX)
                       TO WS-FA-OCR(WS-FA-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-FA
               MOVE WS-FA-POSICAO TO WS-FA-ACHADO
               MOVE WS-FA-CHAVE-BUSCA TO WS-FA-CHAVE(WS-FA-ACHADO)
               MOVE ZEROS TO WS-FA-CREDITO(WS-FA-ACHADO)
                             WS-FA-ESTORNO(WS-FA-ACHADO)
                             WS-FA-ESTORNO-INADIMP(WS-FA-ACHADO)
           END-IF
           .

       IMPRIME-DEMONSTRATIVOS.
           OPEN OUTPUT FD-RELATORIO
           MOVE WS-COMPETENCIA TO WS-TI-COMPETENCIA
                   UNTIL WS-AG-IDX > 9999
               IF WS-AG-CREDITO(WS-AG-IDX) > ZEROS
                   OR WS-AG-ESTORNO(WS-AG-IDX) > ZEROS
                   OR WS-AG-QTD-INADIMP(WS-AG-IDX) > ZEROS
                   PERFORM IMPRIME-UM-AGENTE
               END-IF
           END-PERFORM
           PERFORM IMPRIME-QUEBRA-FILIAL
           CLOSE FD-RELATORIO
           .

       IMPRIME-QUEBRA-FILIAL.
           IF WS-QTD-FA > ZEROS
               PERFORM IMPRIME-FILIAIS
           END-IF
           .

       IMPRIME-FILIAIS.
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           MOVE 'COMISSOES POR FILIAL DO CONTRATO'
               TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           OPEN INPUT FD-FILIAL
           IF WS-FS-FILIAL = '00'
               MOVE 'S' TO WS-TEM-FILIAL
           END-IF
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-QTD-FA
               IF WS-FA-IDX = 1
                   OR WS-FA-FILIAL(WS-FA-IDX) NOT = WS-FILIAL-ANTERIOR
                   IF WS-FA-IDX > 1
                       PERFORM IMPRIME-TOTAL-FILIAL
                   END-IF
                   MOVE WS-FA-FILIAL(WS-FA-IDX) TO WS-FILIAL-ANTERIOR
                   PERFORM IMPRIME-CABECALHO-FILIAL
               END-IF
               PERFORM IMPRIME-AGENTE-FILIAL
           END-PERFORM
           PERFORM IMPRIME-TOTAL-FILIAL
           IF WS-MESTRE-FILIAL-ABERTO
               CLOSE FD-FILIAL
           END-IF
           .

       IMPRIME-CABECALHO-FILIAL.
           INITIALIZE WS-TOTAIS-FILIAL
           MOVE WS-FILIAL-ANTERIOR TO WS-LF-COD
           EVALUATE TRUE
               WHEN WS-FILIAL-ANTERIOR = ZEROS
                   MOVE 'SEM FILIAL' TO WS-LF-NOME
               WHEN NOT WS-MESTRE-FILIAL-ABERTO
                   MOVE 'FILIAL NAO CADASTRADA' TO WS-LF-NOME
               WHEN OTHER
                   MOVE WS-FILIAL-ANTERIOR TO FL-COD-FILIAL
                   READ FD-FILIAL
                       INVALID KEY
                           MOVE 'FILIAL NAO CADASTRADA' TO WS-LF-NOME
                       NOT INVALID KEY
                           MOVE FL-NOME TO WS-LF-NOME
                   END-READ
           END-EVALUATE
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-FILIAL
           .

       IMPRIME-AGENTE-FILIAL.
           MOVE WS-FA-AGENTE(WS-FA-IDX) TO WS-LA-COD AG-COD-AGENTE
           READ FD-AGENTE
               INVALID KEY
                   MOVE 'AGENTE NAO CADASTRADO' TO WS-LA-NOME
               NOT INVALID KEY
                   MOVE AG-NOME TO WS-LA-NOME
           END-READ
           MOVE WS-FA-CREDITO(WS-FA-IDX) TO WS-LA-CREDITO
           COMPUTE WS-VR-LIQUIDO = WS-FA-ESTORNO(WS-FA-IDX)
               + WS-FA-ESTORNO-INADIMP(WS-FA-IDX)
           MOVE WS-VR-LIQUIDO TO WS-LA-ESTORNO
           ADD WS-FA-CREDITO(WS-FA-IDX) TO WS-TF-CREDITO
           ADD WS-VR-LIQUIDO            TO WS-TF-ESTORNO
           COMPUTE WS-VR-LIQUIDO = WS-FA-CREDITO(WS-FA-IDX)
               - WS-FA-ESTORNO(WS-FA-IDX)
               - WS-FA-ESTORNO-INADIMP(WS-FA-IDX)
           MOVE WS-VR-LIQUIDO TO WS-LA-LIQUIDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AGENTE
           .

       IMPRIME-TOTAL-FILIAL.
           COMPUTE WS-TF-LIQUIDO = WS-TF-CREDITO - WS-TF-ESTORNO
           MOVE WS-TF-CREDITO TO WS-LT-CREDITO
           MOVE WS-TF-ESTORNO TO WS-LT-ESTORNO
           MOVE WS-TF-LIQUIDO TO WS-LT-LIQUIDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL-FILIAL
           .

       IMPRIME-UM-AGENTE.
           MOVE WS-AG-IDX TO WS-LA-COD AG-COD-AGENTE
           MOVE 'N' TO AG-SITUACAO
           READ FD-AGENTE
               INVALID KEY
                   MOVE 'AGENTE NAO CADASTRADO' TO WS-LA-NOME
               WS-AG-CREDITO(WS-AG-IDX) - WS-AG-ESTORNO(WS-AG-IDX)
           MOVE WS-VR-LIQUIDO TO WS-LA-LIQUIDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-AGENTE
           IF WS-AG-QTD-INADIMP(WS-AG-IDX) > ZEROS
               MOVE WS-AG-QTD-INADIMP(WS-AG-IDX)     TO WS-LI-QTD
               MOVE WS-AG-ESTORNO-INADIMP(WS-AG-IDX) TO WS-LI-VALOR
               SUBTRACT WS-AG-ESTORNO-INADIMP(WS-AG-IDX)
                   FROM WS-VR-LIQUIDO
               MOVE WS-VR-LIQUIDO TO WS-LI-LIQUIDO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-INADIMPLENCIA
           END-IF
           IF AG-SUSPENSO
               MOVE AG-DATA-SUSPENSAO TO WS-LS-DATA
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-SUSPENSO
           END-IF
           .

       END PROGRAM FINCOM.
