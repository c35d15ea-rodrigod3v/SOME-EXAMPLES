      * Purpose: EXTRATOR DE ARQUIVOS DELIMITADOS PARA O PC DO
      *          ESCRITORIO: gera CADPFEXP.TXT a partir de CADPF.DAT
      *          (codigo, tipo, documento, nome, cidade, UF) e
      *          FINANEXP.TXT a partir da posicao da noite
      *          (POSCART.DAT, gravada pelo FINPOSI: contrato,
      *          cliente, objeto, valor, taxa, metodo, parcelas
      *          pagas/pendentes/atrasadas e saldo devedor em aberto
      *          por contrato), separados por ';', com linha de
               ALTERNATE RECORD KEY IS FD-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CADASTRO.
           SELECT FD-POSCART        ASSIGN TO "POSCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-NUM-CONTRATO
               ALTERNATE RECORD KEY IS PK-COD-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-POSCART.
           SELECT FD-EXP-CAD        ASSIGN TO "CADPFEXP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXP-CAD.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-POSCART.
       01  FD-POSCART-REC.
           COPY POSCARTREC.

       FD  FD-EXP-CAD.
       01  FD-EXP-CAD-REG           PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-FS-CADASTRO          PIC X(02) VALUE '00'.
         01 WS-FS-POSCART           PIC X(02) VALUE '00'.
         01 WS-FS-EXP-CAD           PIC X(02) VALUE '00'.
         01 WS-FS-EXP-FIN           PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.

         01 WS-FIM-CADASTRO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CADASTRO             VALUE 'S'.
         01 WS-FIM-POSICAO          PIC X(01) VALUE 'N'.
             88 WS-EOF-POSICAO              VALUE 'S'.

         01 WS-QTD-CLIENTES         PIC 9(07) VALUE ZEROS.
         01 WS-QTD-CONTRATOS        PIC 9(07) VALUE ZEROS.
         01 WS-TOT-SALDO            PIC 9(11)V99 VALUE ZEROS.
         01 WS-TOT-LIMITE           PIC 9(11)V99 VALUE ZEROS.

         01 WS-DOCUMENTO            PIC X(14).
         01 WS-NOME-EXPORT          PIC X(41).

           .

       EXPORTA-CONTRATOS.
           OPEN INPUT FD-POSCART
           MOVE WS-FS-POSCART TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY 'POSCART.DAT NAO EXISTE - CARTEIRA NAO '
                       'EXPORTADA.'
               SET WS-EOF-POSICAO TO TRUE
           END-IF

           OPEN OUTPUT FD-EXP-FIN
               DELIMITED BY SIZE INTO FD-EXP-FIN-REG
           WRITE FD-EXP-FIN-REG

           PERFORM UNTIL WS-EOF-POSICAO
               READ FD-POSCART NEXT RECORD
                   AT END
                       SET WS-EOF-POSICAO TO TRUE
                   NOT AT END
                       PERFORM EXPORTA-UM-CONTRATO
               END-READ
           END-PERFORM
           IF WS-FS-POSCART = '00' OR WS-FS-POSCART = '10'
               CLOSE FD-POSCART
           END-IF

           MOVE SPACES TO FD-EXP-FIN-REG

       EXPORTA-UM-CONTRATO.
           ADD 1 TO WS-QTD-CONTRATOS
           ADD PK-VALOR TO WS-TOT-VALOR
           ADD PK-SALDO-ABERTO TO WS-TOT-SALDO

           MOVE PK-VALOR         TO WS-ED-VALOR
           MOVE PK-TAXA-JUROS    TO WS-ED-TAXA
           MOVE PK-SALDO-ABERTO  TO WS-ED-SALDO
           MOVE PK-QTD-PAGAS     TO WS-ED-PAGAS
           MOVE PK-QTD-PENDENTES TO WS-ED-PENDENTES
           MOVE PK-QTD-ATRASADAS TO WS-ED-ATRASADAS

           MOVE SPACES TO FD-EXP-FIN-REG
           STRING PK-NUM-CONTRATO      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PK-COD-CLIENTE       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PK-OBJETO            DELIMITED BY '  '
                  ';'                  DELIMITED BY SIZE
                  WS-ED-VALOR          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-ED-TAXA           DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PK-METODO-AMORT      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WS-ED-PAGAS          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
