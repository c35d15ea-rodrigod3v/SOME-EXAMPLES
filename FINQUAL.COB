      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: PLACAR DE QUALIDADE DO CADASTRO - PASSO MENSAL: varre
      *          o CADPF.DAT (clientes ativos) e reaplica sobre o que
      *          ja esta gravado as mesmas conferencias que o CADPF
      *          faz na digitacao - digito do CPF/CNPJ, DDD na tabela
      *          (DDDTAB), CEP conhecido contra cidade/UF (CEPTAB) -
      *          mais nascimento ausente ou invalido (pessoa fisica,
      *          VALDATA) e endereco incompleto. Cada defeito tem um
      *          peso; o score do cliente e 100 menos a soma dos
      *          pesos. Lista pelo escritor compartilhado (RPTWRT,
      *          geracao datada QUALCAD) os defeitos de cada cliente
      *          com o seu score, as faixas de score e a tendencia
      *          por tipo de defeito nos ultimos 6 meses, lida do
      *          historico QUALHIST.DAT que o proprio passo grava por
      *          competencia (reexecucao no mes regrava). Cadastro
      *          legado gravado antes das validacoes do CADPF aparece
      *          aqui para saneamento. Roda no passo mensal do
      *          JOBNOTURNO e se carimba em RUNCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINQUAL.
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
           SELECT FD-QUALHIST       ASSIGN TO "QUALHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-COMPETENCIA
               FILE STATUS IS WS-FS-QUALHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CADASTRO.
       01  FD-CADASTRO-REC.
           COPY CADPFREC.

       FD  FD-QUALHIST.
       01  FD-QUALHIST-REC.
           COPY QUALHISTREC.

       WORKING-STORAGE SECTION.
         01 WS-ARQUIVO-STATUS.
           03 WS-FS-CADASTRO      PIC X(02) VALUE '00'.
           03 WS-FS-QUALHIST      PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY DATAMOVPARM.
         COPY RPTWRTPARM.
         COPY NOMEFMTPARM.
         COPY DATAVALPARM.
         COPY CEPTAB.
         COPY DDDTAB.
         COPY CNPJPESO.

         01 WS-JOB-NOME             PIC X(08) VALUE 'FINQUAL'.
         01 WS-DIA-SEMANA-JOB       PIC X(20).
         01 WS-DIA-SEMANA-NUM       PIC 9.
         01 WS-DATA-MOVIMENTO       PIC 9(08).
         01 WS-COMPETENCIA          PIC 9(06).

      *  Tabela de defeitos: codigo, peso no score e descricao. A
      *  posicao na tabela e o codigo (e a posicao no QUALHIST).
         01 WS-TAB-DEFEITOS.
           03 FILLER                PIC X(04) VALUE '0130'.
           03 FILLER                PIC X(30)
                   VALUE 'CPF INVALIDO (DIGITO/ZERADO)'.
           03 FILLER                PIC X(04) VALUE '0230'.
           03 FILLER                PIC X(30)
                   VALUE 'CNPJ INVALIDO (DIGITO/ZERADO)'.
           03 FILLER                PIC X(04) VALUE '0310'.
           03 FILLER                PIC X(30)
                   VALUE 'DDD INEXISTENTE'.
           03 FILLER                PIC X(04) VALUE '0415'.
           03 FILLER                PIC X(30)
                   VALUE 'CEP NAO CONFERE CIDADE/UF'.
           03 FILLER                PIC X(04) VALUE '0515'.
           03 FILLER                PIC X(30)
                   VALUE 'CEP AUSENTE OU INVALIDO'.
           03 FILLER                PIC X(04) VALUE '0610'.
           03 FILLER                PIC X(30)
                   VALUE 'NASCIMENTO AUSENTE/INVALIDO'.
           03 FILLER                PIC X(04) VALUE '0705'.
           03 FILLER                PIC X(30)
                   VALUE 'RUA NAO INFORMADA'.
           03 FILLER                PIC X(04) VALUE '0805'.
           03 FILLER                PIC X(30)
                   VALUE 'BAIRRO NAO INFORMADO'.
           03 FILLER                PIC X(04) VALUE '0905'.
           03 FILLER                PIC X(30)
                   VALUE 'CIDADE NAO INFORMADA'.
           03 FILLER                PIC X(04) VALUE '1005'.
           03 FILLER                PIC X(30)
                   VALUE 'UF NAO INFORMADA'.
         01 WS-TAB-DEFEITOS-RED REDEFINES WS-TAB-DEFEITOS.
           03 WS-DEF-OCR OCCURS 10 TIMES.
               05 WS-DEF-CODIGO     PIC 9(02).
               05 WS-DEF-PESO       PIC 9(02).
               05 WS-DEF-DESCRICAO  PIC X(30).

         01 WS-DEF-IND              PIC 99.
         01 WS-DEFEITOS-CLIENTE.
           03 WS-DEF-CLIENTE        PIC X(01) OCCURS 10 TIMES.
         01 WS-QTD-DEF-CLIENTE      PIC 99.
         01 WS-SCORE                PIC S9(03).
         01 WS-PRIMEIRA-LINHA       PIC X(01).
             88 WS-E-PRIMEIRA-LINHA         VALUE 'S'.

      *  Documento em area propria para o calculo do digito, mesma
      *  rotina do CADPF (VALIDA-CPF / VALIDA-CNPJ).
         01 WS-CPF                  PIC 9(11).
         01 WS-CPF-R REDEFINES WS-CPF.
           03 WS-CPF-DIGITO         PIC 9 OCCURS 11 TIMES.
         01 WS-CPF-REPETIDO         PIC 9(11).
         01 WS-CNPJ                 PIC 9(14).
         01 WS-CNPJ-R REDEFINES WS-CNPJ.
           03 WS-CNPJ-DIGITO        PIC 9 OCCURS 14 TIMES.

         01 WS-VALIDA-CPF.
             03 WS-CPF-SOMA                         PIC 9(04).
             03 WS-CPF-RESTO                        PIC 9(02).
             03 WS-CPF-DV                           PIC 9.
             03 WS-CPF-IND                          PIC 99.
             03 WS-CPF-PESO                         PIC 99.
             03 WS-CPF-QTD-DIG                      PIC 99.
             03 WS-CPF-OK                           PIC X VALUE 'N'.
                 88 WS-CPF-VALIDO                        VALUE 'S'.

         01 WS-VALIDA-CNPJ.
             03 WS-CNPJ-SOMA                        PIC 9(05).
             03 WS-CNPJ-RESTO                       PIC 9(02).
             03 WS-CNPJ-DV                          PIC 9.
             03 WS-CNPJ-IND                         PIC 99.
             03 WS-CNPJ-QTD-DIG                     PIC 99.
             03 WS-CNPJ-OK                          PIC X VALUE 'N'.
                 88 WS-CNPJ-VALIDO                       VALUE 'S'.

         01 WS-DDD-IND              PIC 99.
         01 WS-DDD-OK               PIC X(01).
             88 WS-DDD-VALIDO               VALUE 'S'.
         01 WS-CEP-IND              PIC 9.

         01 WS-DATA-NASC            PIC 9(08).
         01 WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
           03 WS-DN-ANO             PIC 9(04).
           03 WS-DN-MES             PIC 9(02).
           03 WS-DN-DIA             PIC 9(02).

         01 WS-FIM-CADASTRO         PIC X(01) VALUE 'N'.
             88 WS-EOF-CADASTRO             VALUE 'S'.
         01 WS-HIST-EXISTE          PIC X(01).
             88 WS-TEM-HIST                 VALUE 'S'.

         01 WS-TOTAIS.
           03 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-QTD-IGNORADOS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-AVALIADOS      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-COM-DEFEITO    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SCORE-100      PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SCORE-80       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SCORE-50       PIC 9(06) VALUE ZEROS.
           03 WS-QTD-SCORE-BAIXO    PIC 9(06) VALUE ZEROS.
           03 WS-SOMA-SCORE         PIC 9(09) VALUE ZEROS.
           03 WS-SCORE-MEDIO        PIC 9(03)V99 VALUE ZEROS.
           03 WS-QTD-DEFEITO        PIC 9(06) VALUE ZEROS
                                     OCCURS 10 TIMES.

      *  Tendencia: as 6 ultimas competencias (a do mes na posicao 6),
      *  lidas do QUALHIST; mes sem foto sai com '-'.
         01 WS-TAB-TENDENCIA.
           03 WS-TEND-OCR OCCURS 6 TIMES.
               05 WS-TEND-COMPETENCIA    PIC 9(06).
               05 WS-TEND-ACHOU          PIC X(01).
                   88 WS-TEND-TEM-FOTO           VALUE 'S'.
               05 WS-TEND-AVALIADOS      PIC 9(06).
               05 WS-TEND-COM-DEFEITO    PIC 9(06).
               05 WS-TEND-SCORE          PIC 9(03)V99.
               05 WS-TEND-QTD            PIC 9(06) OCCURS 10 TIMES.
         01 WS-TEND-IND             PIC 9.
         01 WS-COMP-CALC            PIC 9(06).
         01 WS-COMP-CALC-R REDEFINES WS-COMP-CALC.
           03 WS-CC-ANO             PIC 9(04).
           03 WS-CC-MES             PIC 9(02).
         01 WS-EDITA-QTD            PIC ZZZ.ZZ9.
         01 WS-EDITA-SCORE          PIC ZZZ9,99.
         01 WS-EDITA-VARIACAO       PIC +ZZ.ZZ9.
         01 WS-VARIACAO             PIC S9(06).
         01 WS-EDITA-COMP.
           03 WS-EC-ANO             PIC 9(04).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-EC-MES             PIC 9(02).

         01 WS-LINHA-CABECALHO.
           03 FILLER                PIC X(08) VALUE 'CLIENTE'.
           03 FILLER                PIC X(03) VALUE 'T'.
           03 FILLER                PIC X(42) VALUE 'NOME'.
           03 FILLER                PIC X(07) VALUE 'SCORE'.
           03 FILLER                PIC X(04) VALUE 'COD'.
           03 FILLER                PIC X(31) VALUE 'DEFEITO'.
           03 FILLER                PIC X(04) VALUE 'PESO'.

         01 WS-LINHA-DEFEITO.
           03 WS-LD-IDENTIFICACAO.
               05 WS-LD-CLIENTE     PIC 9(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-LD-TIPO        PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-LD-NOME        PIC X(41).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-LD-SCORE       PIC ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-LD-CODIGO          PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LD-DESCRICAO       PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-LD-PESO            PIC Z9.

         01 WS-LINHA-TOTAL.
           03 WS-LT-ROTULO          PIC X(40).
           03 WS-LT-QTD             PIC ZZZ.ZZ9.

         01 WS-LINHA-MEDIA.
           03 FILLER                PIC X(40) VALUE 'SCORE MEDIO'.
           03 WS-LM-SCORE           PIC ZZ9,99 VALUE ZEROS.

         01 WS-LINHA-TENDENCIA.
           03 WS-LTD-ROTULO         PIC X(34).
           03 WS-LTD-COLUNA OCCURS 6 TIMES.
               05 FILLER            PIC X(01).
               05 WS-LTD-VALOR      PIC X(07).
           03 FILLER                PIC X(02).
           03 WS-LTD-VARIACAO       PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DIA-SEMANA-JOB FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA-JOB(1:1) TO WS-DIA-SEMANA-NUM
           CALL 'RUNCTL' USING WS-JOB-NOME WS-DIA-SEMANA-NUM 'I'

           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE DM-PARM-DATA TO WS-DATA-MOVIMENTO
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMPETENCIA

           OPEN INPUT FD-CADASTRO
           MOVE WS-FS-CADASTRO TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           IF NOT FS-OK
               DISPLAY 'FINQUAL: CADPF.DAT ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-HISTORICO
               PERFORM ABRE-RELATORIO
               PERFORM AVALIA-CLIENTES
               PERFORM GRAVA-HISTORICO
               PERFORM IMPRIME-TOTAIS
               PERFORM CARREGA-TENDENCIA
               PERFORM IMPRIME-TENDENCIA
               PERFORM FECHA-RELATORIO
               CLOSE FD-QUALHIST
               CLOSE FD-CADASTRO
           END-IF

           DISPLAY 'FINQUAL: ' WS-QTD-AVALIADOS
                   ' CLIENTE(S) AVALIADO(S), ' WS-QTD-COM-DEFEITO
                   ' COM DEFEITO, SCORE MEDIO ' WS-LM-SCORE '.'
           IF WS-QTD-COM-DEFEITO > ZEROS
               DISPLAY 'FINQUAL: VEJA A GERACAO QUALCAD.'
           END-IF

      *    Passo que falhou (condition code) nao ganha linha 'C':
      *    a retomada da noite precisa reexecuta-lo.
           IF RETURN-CODE = ZERO
               CALL 'RUNCTL' USING WS-JOB-NOME
                   WS-DIA-SEMANA-NUM 'C'
           END-IF
           GOBACK.

       ABRE-HISTORICO.
           OPEN I-O FD-QUALHIST
           IF WS-FS-QUALHIST = '35'
               OPEN OUTPUT FD-QUALHIST
               CLOSE FD-QUALHIST
               OPEN I-O FD-QUALHIST
           END-IF
           .

       ABRE-RELATORIO.
           MOVE 'A'        TO RW-FUNCAO
           MOVE 'QUALCAD'  TO RW-RELATORIO
           MOVE 'QUALIDADE DO CADASTRO - DEFEITOS' TO RW-TITULO
           MOVE SPACES     TO RW-LINHA
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           MOVE WS-LINHA-CABECALHO TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       FECHA-RELATORIO.
           MOVE 'F' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       GRAVA-LINHA-RELATORIO.
           MOVE 'D' TO RW-FUNCAO
           CALL 'RPTWRT' USING RW-FUNCAO RW-RELATORIO RW-TITULO
                               RW-LINHA
           .

       AVALIA-CLIENTES.
           PERFORM UNTIL WS-EOF-CADASTRO
               READ FD-CADASTRO NEXT RECORD
                   AT END
                       SET WS-EOF-CADASTRO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
      *                Inativo e anonimizado ficam fora do placar:
      *                cadastro que nao contrata nao se saneia.
                       IF FD-CLIENTE-INATIVO
                           ADD 1 TO WS-QTD-IGNORADOS
                       ELSE
                           ADD 1 TO WS-QTD-AVALIADOS
                           PERFORM AVALIA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           .

       AVALIA-CLIENTE.
           MOVE ALL 'N' TO WS-DEFEITOS-CLIENTE
           PERFORM CONFERE-DOCUMENTO
           PERFORM CONFERE-DDD
           PERFORM CONFERE-CEP
           PERFORM CONFERE-NASCIMENTO
           PERFORM CONFERE-ENDERECO

      *    Score = 100 menos a soma dos pesos dos defeitos achados.
           MOVE 100   TO WS-SCORE
           MOVE ZEROS TO WS-QTD-DEF-CLIENTE
           PERFORM VARYING WS-DEF-IND FROM 1 BY 1
                   UNTIL WS-DEF-IND > 10
               IF WS-DEF-CLIENTE(WS-DEF-IND) = 'S'
                   SUBTRACT WS-DEF-PESO(WS-DEF-IND) FROM WS-SCORE
                   ADD 1 TO WS-QTD-DEF-CLIENTE
                   ADD 1 TO WS-QTD-DEFEITO(WS-DEF-IND)
               END-IF
           END-PERFORM
           IF WS-SCORE < ZEROS
               MOVE ZEROS TO WS-SCORE
           END-IF
           ADD WS-SCORE TO WS-SOMA-SCORE

           EVALUATE TRUE
               WHEN WS-SCORE = 100
                   ADD 1 TO WS-QTD-SCORE-100
               WHEN WS-SCORE NOT < 80
                   ADD 1 TO WS-QTD-SCORE-80
               WHEN WS-SCORE NOT < 50
                   ADD 1 TO WS-QTD-SCORE-50
               WHEN OTHER
                   ADD 1 TO WS-QTD-SCORE-BAIXO
           END-EVALUATE

           IF WS-QTD-DEF-CLIENTE > ZEROS
               ADD 1 TO WS-QTD-COM-DEFEITO
               PERFORM LISTA-DEFEITOS-CLIENTE
           END-IF
           .

       CONFERE-DOCUMENTO.
      *    Documento zerado, nao numerico ou com todos os digitos
      *    iguais (o 000..., o 111... de quem so queria passar da
      *    tela) e defeito sem precisar calcular o digito.
           IF FD-PESSOA-JURIDICA
               IF FD-CNPJ NOT NUMERIC OR FD-CNPJ = ZEROS
                   MOVE 'S' TO WS-DEF-CLIENTE(2)
               ELSE
                   MOVE FD-CNPJ TO WS-CNPJ
                   PERFORM VALIDA-CNPJ
                   IF NOT WS-CNPJ-VALIDO
                       MOVE 'S' TO WS-DEF-CLIENTE(2)
                   END-IF
               END-IF
           ELSE
               IF FD-CPF NOT NUMERIC OR FD-CPF = ZEROS
                   MOVE 'S' TO WS-DEF-CLIENTE(1)
               ELSE
                   MOVE FD-CPF TO WS-CPF
                   COMPUTE WS-CPF-REPETIDO =
                       WS-CPF-DIGITO(1) * 11111111111
                   IF WS-CPF = WS-CPF-REPETIDO
                       MOVE 'S' TO WS-DEF-CLIENTE(1)
                   ELSE
                       PERFORM VALIDA-CPF
                       IF NOT WS-CPF-VALIDO
                           MOVE 'S' TO WS-DEF-CLIENTE(1)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       VALIDA-CPF.
      *    Mesmo calculo do CADPF: os dois digitos verificadores do
      *    CPF (modulo 11) comparados com os gravados.
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
      *    Mesmo calculo do CADPF: os dois digitos verificadores do
      *    CNPJ (modulo 11, pesos em CNPJPESO.cpy).
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

       CONFERE-DDD.
           MOVE 'N' TO WS-DDD-OK
           IF FD-DDD IS NUMERIC
               PERFORM VARYING WS-DDD-IND FROM 1 BY 1
                       UNTIL WS-DDD-IND > 67
                   IF FD-DDD = WS-TAB-DDD-OCR(WS-DDD-IND)
                       MOVE 'S' TO WS-DDD-OK
                       MOVE 68 TO WS-DDD-IND
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-DDD-VALIDO
               MOVE 'S' TO WS-DEF-CLIENTE(3)
           END-IF
           .

       CONFERE-CEP.
      *    CEP precisa ser numerico nas duas partes. Prefixo que
      *    esta no CEPTAB tem cidade/UF conhecidas: divergencia com
      *    o gravado e defeito (cidade ou UF em branco ja conta como
      *    endereco incompleto, nao como divergencia).
           IF FD-CEP-1 NOT NUMERIC OR FD-CEP-2 NOT NUMERIC
               OR FD-CEP = ZEROS
               MOVE 'S' TO WS-DEF-CLIENTE(5)
           ELSE
               IF FD-CIDADE NOT = SPACES AND FD-UF NOT = SPACES
                   PERFORM VARYING WS-CEP-IND FROM 1 BY 1
                           UNTIL WS-CEP-IND > 5
                       IF FD-CEP-1 = WS-TAB-CEP-PREFIXO(WS-CEP-IND)
                           IF FD-CIDADE NOT =
                                  WS-TAB-CEP-CIDADE(WS-CEP-IND)
                              OR FD-UF NOT = WS-TAB-CEP-UF(WS-CEP-IND)
                               MOVE 'S' TO WS-DEF-CLIENTE(4)
                           END-IF
                           MOVE 6 TO WS-CEP-IND
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       CONFERE-NASCIMENTO.
      *    So pessoa fisica tem nascimento. Data inexistente
      *    (VALDATA) ou posterior ao movimento e defeito como a
      *    ausente.
           IF NOT FD-PESSOA-JURIDICA
               IF FD-DATA-NASC NOT NUMERIC OR FD-DATA-NASC = ZEROS
                   MOVE 'S' TO WS-DEF-CLIENTE(6)
               ELSE
                   MOVE FD-DATA-NASC TO WS-DATA-NASC
                   MOVE WS-DN-DIA TO DV-DIA
                   MOVE WS-DN-MES TO DV-MES
                   MOVE WS-DN-ANO TO DV-ANO
                   CALL 'VALDATA' USING DV-DIA DV-MES DV-ANO
                                        DV-DATA-VALIDA
                   IF DV-DATA-E-INVALIDA
                       OR WS-DATA-NASC > WS-DATA-MOVIMENTO
                       MOVE 'S' TO WS-DEF-CLIENTE(6)
                   END-IF
               END-IF
           END-IF
           .

       CONFERE-ENDERECO.
           IF FD-RUA = SPACES
               MOVE 'S' TO WS-DEF-CLIENTE(7)
           END-IF
           IF FD-BAIRRO = SPACES
               MOVE 'S' TO WS-DEF-CLIENTE(8)
           END-IF
           IF FD-CIDADE = SPACES
               MOVE 'S' TO WS-DEF-CLIENTE(9)
           END-IF
           IF FD-UF = SPACES
               MOVE 'S' TO WS-DEF-CLIENTE(10)
           END-IF
           .

       LISTA-DEFEITOS-CLIENTE.
      *    Uma linha por defeito; cliente, nome e score so na
      *    primeira.
           PERFORM MONTA-NOME
           MOVE FD-CAD-COD-CLIENTE TO WS-LD-CLIENTE
           MOVE FD-TIPO-PESSOA     TO WS-LD-TIPO
           MOVE WS-SCORE           TO WS-LD-SCORE
           MOVE 'S' TO WS-PRIMEIRA-LINHA
           PERFORM VARYING WS-DEF-IND FROM 1 BY 1
                   UNTIL WS-DEF-IND > 10
               IF WS-DEF-CLIENTE(WS-DEF-IND) = 'S'
                   IF NOT WS-E-PRIMEIRA-LINHA
                       MOVE SPACES TO WS-LD-IDENTIFICACAO
                   END-IF
                   MOVE WS-DEF-CODIGO(WS-DEF-IND)    TO WS-LD-CODIGO
                   MOVE WS-DEF-DESCRICAO(WS-DEF-IND)
                       TO WS-LD-DESCRICAO
                   MOVE WS-DEF-PESO(WS-DEF-IND)      TO WS-LD-PESO
                   MOVE WS-LINHA-DEFEITO TO RW-LINHA
                   PERFORM GRAVA-LINHA-RELATORIO
                   MOVE 'N' TO WS-PRIMEIRA-LINHA
               END-IF
           END-PERFORM
           .

       MONTA-NOME.
           IF FD-PESSOA-JURIDICA
               MOVE FD-RAZAO-SOCIAL TO WS-LD-NOME
           ELSE
               MOVE FD-PRIMEIRO-NOME TO NF-PRIMEIRO-NOME
               MOVE FD-ULTIMO-NOME   TO NF-ULTIMO-NOME
               CALL 'NOMEFMT' USING NF-PRIMEIRO-NOME
                       NF-ULTIMO-NOME NF-NOME-COMPLETO
               MOVE NF-NOME-COMPLETO TO WS-LD-NOME
           END-IF
           .

       GRAVA-HISTORICO.
      *    Foto da competencia no QUALHIST; reexecucao no mesmo mes
      *    regrava a foto anterior.
           IF WS-QTD-AVALIADOS > ZEROS
               COMPUTE WS-SCORE-MEDIO ROUNDED =
                   WS-SOMA-SCORE / WS-QTD-AVALIADOS
           END-IF
           MOVE WS-SCORE-MEDIO TO WS-LM-SCORE

           MOVE 'N' TO WS-HIST-EXISTE
           MOVE WS-COMPETENCIA TO QH-COMPETENCIA
           READ FD-QUALHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TEM-HIST TO TRUE
           END-READ
           MOVE WS-COMPETENCIA     TO QH-COMPETENCIA
           MOVE WS-DATA-MOVIMENTO  TO QH-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS       TO QH-QTD-LIDOS
           MOVE WS-QTD-AVALIADOS   TO QH-QTD-AVALIADOS
           MOVE WS-QTD-COM-DEFEITO TO QH-QTD-COM-DEFEITO
           MOVE WS-SCORE-MEDIO     TO QH-SCORE-MEDIO
           PERFORM VARYING WS-DEF-IND FROM 1 BY 1
                   UNTIL WS-DEF-IND > 10
               MOVE WS-QTD-DEFEITO(WS-DEF-IND)
                   TO QH-QTD-DEFEITO(WS-DEF-IND)
           END-PERFORM
           IF WS-TEM-HIST
               REWRITE FD-QUALHIST-REC
           ELSE
               WRITE FD-QUALHIST-REC
           END-IF
           .

       IMPRIME-TOTAIS.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE 'CLIENTES LIDOS' TO WS-LT-ROTULO
           MOVE WS-QTD-LIDOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'IGNORADOS (INATIVO/ANONIMIZADO)' TO WS-LT-ROTULO
           MOVE WS-QTD-IGNORADOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'CLIENTES AVALIADOS' TO WS-LT-ROTULO
           MOVE WS-QTD-AVALIADOS TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'CLIENTES COM ALGUM DEFEITO' TO WS-LT-ROTULO
           MOVE WS-QTD-COM-DEFEITO TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE WS-LINHA-MEDIA TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE 'SCORE 100 (SEM DEFEITO)' TO WS-LT-ROTULO
           MOVE WS-QTD-SCORE-100 TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'SCORE 80 A 99' TO WS-LT-ROTULO
           MOVE WS-QTD-SCORE-80 TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'SCORE 50 A 79' TO WS-LT-ROTULO
           MOVE WS-QTD-SCORE-50 TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           MOVE 'SCORE ABAIXO DE 50' TO WS-LT-ROTULO
           MOVE WS-QTD-SCORE-BAIXO TO WS-LT-QTD
           PERFORM GRAVA-LINHA-TOTAL
           .

       GRAVA-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       CARREGA-TENDENCIA.
      *    Competencias da mais antiga (1) ate a do mes (6), voltando
      *    mes a mes a partir da atual; cada uma lida no QUALHIST.
           MOVE WS-COMPETENCIA TO WS-COMP-CALC
           PERFORM VARYING WS-TEND-IND FROM 6 BY -1
                   UNTIL WS-TEND-IND < 1
               MOVE WS-COMP-CALC TO WS-TEND-COMPETENCIA(WS-TEND-IND)
               MOVE 'N' TO WS-TEND-ACHOU(WS-TEND-IND)
               MOVE WS-COMP-CALC TO QH-COMPETENCIA
               READ FD-QUALHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GUARDA-FOTO-TENDENCIA
               END-READ
               IF WS-CC-MES = 1
                   MOVE 12 TO WS-CC-MES
                   SUBTRACT 1 FROM WS-CC-ANO
               ELSE
                   SUBTRACT 1 FROM WS-CC-MES
               END-IF
           END-PERFORM
           .

       GUARDA-FOTO-TENDENCIA.
           MOVE 'S' TO WS-TEND-ACHOU(WS-TEND-IND)
           MOVE QH-QTD-AVALIADOS   TO WS-TEND-AVALIADOS(WS-TEND-IND)
           MOVE QH-QTD-COM-DEFEITO TO WS-TEND-COM-DEFEITO(WS-TEND-IND)
           MOVE QH-SCORE-MEDIO     TO WS-TEND-SCORE(WS-TEND-IND)
           PERFORM VARYING WS-DEF-IND FROM 1 BY 1
                   UNTIL WS-DEF-IND > 10
               MOVE QH-QTD-DEFEITO(WS-DEF-IND)
                   TO WS-TEND-QTD(WS-TEND-IND, WS-DEF-IND)
           END-PERFORM
           .

       IMPRIME-TENDENCIA.
      *    Uma linha por tipo de defeito com a quantidade de clientes
      *    em cada competencia e a variacao do mes contra o anterior.
           MOVE SPACES TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-TENDENCIA
           MOVE 'TENDENCIA - CLIENTES POR DEFEITO' TO WS-LTD-ROTULO
           PERFORM VARYING WS-TEND-IND FROM 1 BY 1
                   UNTIL WS-TEND-IND > 6
               MOVE WS-TEND-COMPETENCIA(WS-TEND-IND) TO WS-COMP-CALC
               MOVE WS-CC-ANO TO WS-EC-ANO
               MOVE WS-CC-MES TO WS-EC-MES
               MOVE WS-EDITA-COMP TO WS-LTD-VALOR(WS-TEND-IND)
           END-PERFORM
           MOVE 'VAR.MES' TO WS-LTD-VARIACAO
           MOVE WS-LINHA-TENDENCIA TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           PERFORM VARYING WS-DEF-IND FROM 1 BY 1
                   UNTIL WS-DEF-IND > 10
               MOVE SPACES TO WS-LINHA-TENDENCIA
               STRING WS-DEF-CODIGO(WS-DEF-IND) ' '
                      WS-DEF-DESCRICAO(WS-DEF-IND)
                   DELIMITED BY SIZE INTO WS-LTD-ROTULO
               PERFORM VARYING WS-TEND-IND FROM 1 BY 1
                       UNTIL WS-TEND-IND > 6
                   IF WS-TEND-TEM-FOTO(WS-TEND-IND)
                       MOVE WS-TEND-QTD(WS-TEND-IND, WS-DEF-IND)
                           TO WS-EDITA-QTD
                       MOVE WS-EDITA-QTD TO WS-LTD-VALOR(WS-TEND-IND)
                   ELSE
                       MOVE '      -' TO WS-LTD-VALOR(WS-TEND-IND)
                   END-IF
               END-PERFORM
               IF WS-TEND-TEM-FOTO(5) AND WS-TEND-TEM-FOTO(6)
                   COMPUTE WS-VARIACAO =
                       WS-TEND-QTD(6, WS-DEF-IND)
                       - WS-TEND-QTD(5, WS-DEF-IND)
                   MOVE WS-VARIACAO TO WS-EDITA-VARIACAO
                   MOVE WS-EDITA-VARIACAO TO WS-LTD-VARIACAO
               END-IF
               MOVE WS-LINHA-TENDENCIA TO RW-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO WS-LINHA-TENDENCIA
           MOVE 'CLIENTES COM ALGUM DEFEITO' TO WS-LTD-ROTULO
           PERFORM VARYING WS-TEND-IND FROM 1 BY 1
                   UNTIL WS-TEND-IND > 6
               IF WS-TEND-TEM-FOTO(WS-TEND-IND)
                   MOVE WS-TEND-COM-DEFEITO(WS-TEND-IND)
                       TO WS-EDITA-QTD
                   MOVE WS-EDITA-QTD TO WS-LTD-VALOR(WS-TEND-IND)
               ELSE
                   MOVE '      -' TO WS-LTD-VALOR(WS-TEND-IND)
               END-IF
           END-PERFORM
           MOVE WS-LINHA-TENDENCIA TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-LINHA-TENDENCIA
           MOVE 'SCORE MEDIO' TO WS-LTD-ROTULO
           PERFORM VARYING WS-TEND-IND FROM 1 BY 1
                   UNTIL WS-TEND-IND > 6
               IF WS-TEND-TEM-FOTO(WS-TEND-IND)
                   MOVE WS-TEND-SCORE(WS-TEND-IND) TO WS-EDITA-SCORE
                   MOVE WS-EDITA-SCORE TO WS-LTD-VALOR(WS-TEND-IND)
               ELSE
                   MOVE '      -' TO WS-LTD-VALOR(WS-TEND-IND)
               END-IF
           END-PERFORM
           MOVE WS-LINHA-TENDENCIA TO RW-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           .

       END PROGRAM FINQUAL.
