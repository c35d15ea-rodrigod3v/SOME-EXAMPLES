                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATO.

      *    Controle do recadastramento periodico: data da ultima
      *    confirmacao do cadastro por cliente (FINRECAD/FINAN2).
           SELECT FD-RECAD          ASSIGN TO "RECAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-COD-CLIENTE
               FILE STATUS IS WS-FS-RECAD.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CADASTRO.
       01  FD-CONTRATO-REC.
           COPY FINANREC.

       FD  FD-RECAD.
       01  FD-RECAD-REC.
           COPY RECADREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-CADASTRO       PIC X(02) VALUE '00'.
         01 WS-FS-AUDITORIA      PIC X(02) VALUE '00'.
         01 WS-FS-CONTRATO       PIC X(02) VALUE '00'.
         01 WS-FS-RECAD          PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY TRAVAPARM.
         COPY SIGNONPARM.

         01 WS-DIA-SEMANA-ON-NUM    PIC 9.
         COPY UPDJRNPARM.
         COPY DUPLAUTPARM.
         COPY TRIAGEMPARM.

         01 WS-IMAGEM-ANTES      PIC X(307).

             88 WS-TRANS-EXCLUIR          VALUE 'D'.
             88 WS-TRANS-CONSULTAR        VALUE 'I'.
             88 WS-TRANS-PURGAR           VALUE 'P'.
             88 WS-TRANS-RECONFIRMAR      VALUE 'R'.

      *  Forma da confirmacao gravada em RECAD.DAT (I/A/C).
         01 WS-RECAD-FORMA       PIC X(01).
         01 WS-CONFIRMA-DADOS    PIC X(01).

         01 WS-REFERENCIAS.
             03 WS-QTD-CONTR-ATIVOS                PIC 9(03).
           PERFORM ABRE-AUDITORIA

           DISPLAY 'CADASTRO-PF  (A)DICIONA (C)ORRIGE (D)ESATIVA '
                   '(I)NDAGA (P)URGA (R)ECONFIRMA : '
           ACCEPT WS-TRANSACAO

      *    Nivel de consulta so indaga; desativar e purgar sao
                   PERFORM CONSULTA-CLIENTE
               WHEN WS-TRANS-PURGAR
                   PERFORM PURGA-CLIENTE
               WHEN WS-TRANS-RECONFIRMAR
                   PERFORM RECONFIRMA-CLIENTE
               WHEN OTHER
                   DISPLAY 'TRANSACAO INVALIDA.'
           END-EVALUATE
           MOVE WS-COD-CLIENTE     TO AU-COD-CLIENTE
           MOVE WS-IMAGEM-ANTES    TO AU-IMAGEM-ANTES
           MOVE FD-CADASTRO-REC    TO AU-IMAGEM-DEPOIS
           MOVE 'AUDITCAD' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           WRITE FD-AUDITORIA-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-AUDITORIA-REC
           .

       GRAVA-JORNAL-CADASTRO.
               DISPLAY 'NASCIMENTO: ' FD-DATA-NASC
           END-IF
           DISPLAY 'LIMITE....: ' FD-LIMITE-CREDITO
           IF FD-CLIENTE-ANONIMIZADO
               DISPLAY '*** CLIENTE ANONIMIZADO (LGPD) ***'
           ELSE
               IF FD-CLIENTE-INATIVO
                   DISPLAY '*** CLIENTE INATIVO ***'
               END-IF
           END-IF
           IF FD-CORRESP-DEVOLVIDA
               DISPLAY '*** CORRESPONDENCIA DEVOLVIDA EM '
                       FD-DATA-CORRESP-DEV ' ('
                       FD-ORIGEM-CORRESP-DEV ') ***'
           END-IF
           PERFORM MOSTRA-RECADASTRO
           .

       MOSTRA-RECADASTRO.
      *    Ultima confirmacao do cadastro e vencimento da proxima
      *    (RECAD.DAT); sem registro = cliente legado nunca
      *    confirmado.
           OPEN INPUT FD-RECAD
           IF WS-FS-RECAD = '00'
               MOVE FD-CAD-COD-CLIENTE TO RA-COD-CLIENTE
               READ FD-RECAD
                   INVALID KEY
                       MOVE ZEROS TO RA-DATA-CONFIRMACAO
                                     RA-DATA-VENCIMENTO
               END-READ
               CLOSE FD-RECAD
           ELSE
               MOVE ZEROS TO RA-DATA-CONFIRMACAO RA-DATA-VENCIMENTO
           END-IF
           IF RA-DATA-CONFIRMACAO = ZEROS
               DISPLAY 'CONFIRMADO: NUNCA (CADASTRO A RECONFIRMAR)'
           ELSE
               DISPLAY 'CONFIRMADO: ' RA-DATA-CONFIRMACAO ' ('
                       RA-USUARIO ')'
           END-IF
           IF RA-DATA-VENCIMENTO > ZEROS
               DISPLAY 'RECONFIRMAR ATE: ' RA-DATA-VENCIMENTO
           END-IF
           .

       INCLUI-CLIENTE.
                       PERFORM GRAVA-AUDITORIA
                       MOVE 'W' TO JN-PARM-OPERACAO
                       PERFORM GRAVA-JORNAL-CADASTRO
                       PERFORM TRIA-CLIENTE
                       MOVE 'I' TO WS-RECAD-FORMA
                       PERFORM GRAVA-RECADASTRO
               END-WRITE
               END-IF
           END-IF
           END-READ
           PERFORM AVISA-CLIENTE-EM-USO

      *    Cadastro anonimizado (LGPD) nao volta a receber dado
      *    pessoal: cliente que retorna ganha codigo novo.
           IF WS-FS-CADASTRO = '00' AND FD-CLIENTE-ANONIMIZADO
               DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - CADASTRO NAO '
                       'PODE SER ALTERADO.'
           END-IF

           IF WS-FS-CADASTRO = '00' AND NOT FD-CLIENTE-ANONIMIZADO
               MOVE FD-CADASTRO-REC TO WS-IMAGEM-ANTES
               MOVE FD-ENDERECO     TO WS-ENDERECO-ANTES
      *        A situacao nao e redigitada na alteracao; preserva a
                       PERFORM GRAVA-AUDITORIA
                       MOVE 'R' TO JN-PARM-OPERACAO
                       PERFORM GRAVA-JORNAL-CADASTRO
                       PERFORM TRIA-CLIENTE
                       MOVE 'A' TO WS-RECAD-FORMA
                       PERFORM GRAVA-RECADASTRO
                   END-IF
               END-IF
           END-IF
           .

       TRIA-CLIENTE.
      *    Triagem PEP/sancoes (TRIAGEM) do registro recem-gravado:
      *    o cadastro fica gravado - a compliance precisa do cliente
      *    para analisar -, mas com ocorrencia pendente ou sancao
      *    confirmada ele nao contrata ate a analise no COMPLMNT.
           SET TG-ORIGEM-CADASTRO TO TRUE
           CALL 'TRIAGEM' USING FD-CADASTRO-REC TG-ORIGEM
                                TG-RESULTADO TG-QTD-NOVAS TG-PEP
                                TG-MOTIVO
           IF TG-QTD-NOVAS > ZEROS
               DISPLAY 'ATENCAO: CLIENTE CONSTA EM LISTA PEP/SANCOES ('
                       TG-QTD-NOVAS ' OCORRENCIA(S) NOVA(S)).'
           END-IF
           IF TG-CLIENTE-BLOQUEADO
               DISPLAY 'CLIENTE BLOQUEADO PARA CONTRATAR: ' TG-MOTIVO
               DISPLAY 'ENCAMINHE A COMPLIANCE (MENU 59).'
           ELSE
               IF TG-PEP-CONFIRMADO
                   DISPLAY 'CLIENTE PEP: CONTRATA COM DILIGENCIA '
                           'REFORCADA.'
               END-IF
           END-IF
           .

       RECONFIRMA-CLIENTE.
      *    Recadastramento sem alteracao: o operador mostra os dados
      *    gravados ao cliente e, com a confirmacao dele, so a data
      *    da ultima confirmacao anda - o registro do cadastro nao
      *    muda (dado desatualizado se corrige pela transacao (C)).
           DISPLAY 'INFORME O CODIGO DO CLIENTE : '
           PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE IS NUMERIC
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           MOVE WS-COD-CLIENTE TO FD-CAD-COD-CLIENTE
           READ FD-CADASTRO
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO.'
           END-READ
           PERFORM AVISA-CLIENTE-EM-USO

           IF WS-FS-CADASTRO = '00' AND FD-CLIENTE-ANONIMIZADO
               DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - NADA A '
                       'RECONFIRMAR.'
           END-IF

           IF WS-FS-CADASTRO = '00' AND NOT FD-CLIENTE-ANONIMIZADO
               PERFORM MOSTRA-DADOS-CLIENTE
               DISPLAY 'CLIENTE CONFIRMOU TODOS OS DADOS ACIMA SEM '
                       'ALTERACAO? (S/N) : '
               ACCEPT WS-CONFIRMA-DADOS
               IF WS-CONFIRMA-DADOS = 'S' OR 's'
                   MOVE 'C' TO WS-RECAD-FORMA
                   PERFORM GRAVA-RECADASTRO
                   DISPLAY 'CADASTRO RECONFIRMADO.'
               ELSE
                   DISPLAY 'NADA GRAVADO. DADO DESATUALIZADO SE '
                           'CORRIGE PELA TRANSACAO (C)ORRIGE.'
               END-IF
           END-IF
           .

       GRAVA-RECADASTRO.
      *    Carimba a confirmacao do cadastro em RECAD.DAT (data de
      *    movimento, usuario e forma). O vencimento volta a zeros:
      *    quem recalcula pelo risco do cliente e o FINRECAD.
           OPEN I-O FD-RECAD
           IF WS-FS-RECAD = '35'
               OPEN OUTPUT FD-RECAD
               CLOSE FD-RECAD
               OPEN I-O FD-RECAD
           END-IF
           MOVE 'C' TO DM-PARM-FUNCAO
           CALL 'DATAMOV' USING DM-PARM-FUNCAO DM-PARM-DATA
           MOVE FD-CAD-COD-CLIENTE TO RA-COD-CLIENTE
           READ FD-RECAD
               INVALID KEY
                   INITIALIZE FD-RECAD-REC
                   MOVE FD-CAD-COD-CLIENTE TO RA-COD-CLIENTE
           END-READ
           MOVE DM-PARM-DATA   TO RA-DATA-CONFIRMACAO
           MOVE WS-RECAD-FORMA TO RA-FORMA
           MOVE WS-USUARIO     TO RA-USUARIO
           MOVE ZEROS          TO RA-DATA-VENCIMENTO
           IF WS-FS-RECAD = '00'
               REWRITE FD-RECAD-REC
           ELSE
               WRITE FD-RECAD-REC
           END-IF
           CLOSE FD-RECAD
           .

       EXCLUI-CLIENTE.
      *    A exclusao fisica de cliente com contrato ativo fazia o
      *    BUSCA-CLIENTE do FINAN2 falhar em contrato vivo; a
           END-READ
           PERFORM AVISA-CLIENTE-EM-USO

           IF WS-FS-CADASTRO = '00' AND FD-CLIENTE-ANONIMIZADO
               DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - JA ESTA INATIVO.'
           END-IF

           IF WS-FS-CADASTRO = '00' AND NOT FD-CLIENTE-ANONIMIZADO
               PERFORM CONTA-REFERENCIAS-CONTRATO
               IF WS-QTD-CONTR-ATIVOS > ZEROS
                   DISPLAY 'CLIENTE COM ' WS-QTD-CONTR-ATIVOS
