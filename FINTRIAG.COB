      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: RETRIAGEM MENSAL DO CADASTRO CONTRA AS LISTAS
      *          RESTRITIVAS: na primeira noite do mes passa todo o
      *          CADPF.DAT pela TRIAGEM (PEP e sancoes da ultima carga
      *          do FINSANC) - cliente antigo que entrou na lista
      *          depois do cadastro nao passava mais por triagem
      *          nenhuma. As ocorrencias novas ficam pendentes em
      *          COMPHIT.DAT (o cliente para de contratar ate a
      *          analise no COMPLMNT) e saem em TRIAGEM.PRT, com o
      *          total de clientes triados e bloqueados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINTRIAG.
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
           SELECT FD-LISTAR         ASSIGN TO "LISTAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CHAVE
               ALTERNATE RECORD KEY IS LR-CHAVE-DOCUMENTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LR-NOME-NORMALIZADO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-LISTAR.
           SELECT FD-COMPHIT        ASSIGN TO "COMPHIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WS-FS-COMPHIT.
           SELECT FD-RELATORIO      ASSIGN TO "TRIAGEM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-LISTAR.
       01  FD-LISTAR-REC.
           COPY LISTARREC.

       FD  FD-COMPHIT.
       01  FD-COMPHIT-REC.
           COPY COMPHITREC.

       FD  FD-RELATORIO.
       01  FD-LINHA-RELATORIO       PIC X(110).

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-LISTAR        PIC X(02) VALUE '00'.
           03 WS-FS-COMPHIT       PIC X(02) VALUE '00'.
           03 WS-FS-RELATORIO     PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY TRIAGEMPARM.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINTRIAG'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.

         01 WS-DATA-HOJE            PIC 9(08).

         01 WS-FIM-CADASTRO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CADASTRO             VALUE 'S'.
         01 WS-FIM-COMPHIT          PIC X(01) VALUE 'N'.
             88 WS-EOF-COMPHIT              VALUE 'S'.
         01 WS-LISTA-CARREGADA      PIC X(01) VALUE 'N'.
             88 WS-TEM-LISTA                VALUE 'S'.

         01 WS-QTD-TRIADOS          PIC 9(07) VALUE ZEROS.
         01 WS-QTD-OCORR-NOVAS      PIC 9(07) VALUE ZEROS.
         01 WS-QTD-BLOQUEADOS       PIC 9(07) VALUE ZEROS.
         01 WS-QTD-PEP              PIC 9(07) VALUE ZEROS.

         01 WS-LINHA-CABEC.
           03 FILLER                PIC X(44) VALUE
                   'RETRIAGEM PEP/SANCOES - OCORRENCIAS NOVAS - '.
           03 FILLER                PIC X(06) VALUE 'DATA: '.
           03 WS-LC-DATA            PIC 9(08).

         01 WS-LINHA-TITULOS.
           03 FILLER                PIC X(41) VALUE
                   'CLIENTE NOME DO CADASTRO'.
           03 FILLER                PIC X(18) VALUE
                   'LISTA   CRITERIO '.
           03 FILLER                PIC X(31) VALUE
                   'NOME NA LISTA'.
           03 FILLER                PIC X(20) VALUE
                   'CARGO/MOTIVO'.

         01 WS-LINHA-OCORRENCIA.
           03 WS-LO-CLIENTE         PIC 9(06).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-NOME-CLIENTE    PIC X(33).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-LISTA           PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-CRITERIO        PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-NOME-LISTA      PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-LO-DESCRICAO       PIC X(20).

         01 WS-LINHA-TOTAL.
           03 WS-LT-TEXTO           PIC X(40).
           03 WS-LT-QTD             PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-HOJE

           OPEN OUTPUT FD-RELATORIO
           MOVE WS-DATA-HOJE TO WS-LC-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CABEC
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO

           OPEN INPUT FD-LISTAR
           IF WS-FS-LISTAR = '00'
               SET WS-TEM-LISTA TO TRUE
               CLOSE FD-LISTAR
           END-IF

           IF NOT WS-TEM-LISTA
               DISPLAY 'FINTRIAG: LISTAR.DAT NAO CARREGADA - CARGA '
                       'PEP/SANCOES PENDENTE NO FINSANC.'
               MOVE 'LISTAS PEP/SANCOES NAO CARREGADAS - SEM '
                   TO FD-LINHA-RELATORIO
               MOVE 'RETRIAGEM.' TO FD-LINHA-RELATORIO(41:)
               WRITE FD-LINHA-RELATORIO
           ELSE
      *        Cadastro indisponivel aborta a passada: a retriagem
      *        do mes tem de ser refeita inteira.
               OPEN INPUT FD-CADASTRO
               MOVE WS-FS-CADASTRO TO FS-CODIGO
               CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA
                       FS-MENSAGEM
               IF NOT FS-OK
                   DISPLAY 'FINTRIAG: ' FS-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TRIA-CADASTRO
                   PERFORM LISTA-OCORRENCIAS-NOVAS
                   CLOSE FD-CADASTRO
                   PERFORM IMPRIME-TOTAIS
               END-IF
           END-IF
           CLOSE FD-RELATORIO

           DISPLAY 'FINTRIAG: ' WS-QTD-TRIADOS ' CLIENTE(S) TRIADO(S), '
                   WS-QTD-OCORR-NOVAS ' OCORRENCIA(S) NOVA(S), '
                   WS-QTD-BLOQUEADOS ' CLIENTE(S) BLOQUEADO(S).'

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       TRIA-CADASTRO.
      *    Todo o cadastro, inclusive o inativo: a reativacao passa
      *    pelo CADPF, mas a ocorrencia ja fica registrada.
           MOVE 'N' TO WS-FIM-CADASTRO
           PERFORM UNTIL WS-EOF-CADASTRO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-CADASTRO TO TRUE
                   NOT AT END
                       PERFORM TRIA-CLIENTE
               END-READ
           END-PERFORM
           .

       TRIA-CLIENTE.
           SET TG-ORIGEM-MENSAL TO TRUE
           CALL 'TRIAGEM' USING FD-CADASTRO-REC TG-ORIGEM
                                TG-RESULTADO TG-QTD-NOVAS TG-PEP
                                TG-MOTIVO
           ADD 1            TO WS-QTD-TRIADOS
           ADD TG-QTD-NOVAS TO WS-QTD-OCORR-NOVAS
           IF TG-CLIENTE-BLOQUEADO
               ADD 1 TO WS-QTD-BLOQUEADOS
           END-IF
           IF TG-PEP-CONFIRMADO
               ADD 1 TO WS-QTD-PEP
           END-IF
           .

       LISTA-OCORRENCIAS-NOVAS.
      *    As ocorrencias desta retriagem sao as gravadas hoje com
      *    origem mensal; o nome do cliente vem do cadastro.
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TITULOS
           OPEN INPUT FD-COMPHIT
           IF WS-FS-COMPHIT NOT = '00'
               SET WS-EOF-COMPHIT TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-COMPHIT
               READ FD-COMPHIT NEXT RECORD
                   AT END
                       SET WS-EOF-COMPHIT TO TRUE
                   NOT AT END
                       IF HT-ORIGEM-TRIAGEM = 'M'
                           AND HT-DATA-DETECCAO = WS-DATA-HOJE
                           PERFORM IMPRIME-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-COMPHIT = '00' OR WS-FS-COMPHIT = '10'
               CLOSE FD-COMPHIT
           END-IF
           .

       IMPRIME-OCORRENCIA.
           MOVE SPACES TO WS-LO-NOME-CLIENTE
           MOVE HT-COD-CLIENTE TO WS-LO-CLIENTE FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO WS-LO-NOME-CLIENTE
               NOT INVALID KEY
                   IF FD-PESSOA-JURIDICA
                       MOVE FD-RAZAO-SOCIAL TO WS-LO-NOME-CLIENTE
                   ELSE
                       STRING FD-PRIMEIRO-NOME DELIMITED BY SPACE
                              ' '
                              FD-ULTIMO-NOME   DELIMITED BY SPACE
                              INTO WS-LO-NOME-CLIENTE
                   END-IF
           END-READ
           IF HT-LISTA-PEP
               MOVE 'PEP'     TO WS-LO-LISTA
           ELSE
               MOVE 'SANCOES' TO WS-LO-LISTA
           END-IF
           IF HT-POR-DOCUMENTO
               MOVE 'DOCUMENTO' TO WS-LO-CRITERIO
           ELSE
               MOVE 'NOME'      TO WS-LO-CRITERIO
           END-IF
           MOVE HT-LR-NOME-NORMALIZADO TO WS-LO-NOME-LISTA
           MOVE HT-LR-DESCRICAO        TO WS-LO-DESCRICAO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO FD-LINHA-RELATORIO
           WRITE FD-LINHA-RELATORIO
           MOVE 'CLIENTES TRIADOS' TO WS-LT-TEXTO
           MOVE WS-QTD-TRIADOS     TO WS-LT-QTD
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'OCORRENCIAS NOVAS (PENDENTES)' TO WS-LT-TEXTO
           MOVE WS-QTD-OCORR-NOVAS TO WS-LT-QTD
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'CLIENTES BLOQUEADOS PELA COMPLIANCE' TO WS-LT-TEXTO
           MOVE WS-QTD-BLOQUEADOS  TO WS-LT-QTD
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'CLIENTES PEP CONFIRMADOS' TO WS-LT-TEXTO
           MOVE WS-QTD-PEP         TO WS-LT-QTD
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL
           .

       END PROGRAM FINTRIAG.
