      *          logo depois da copia), uma corrupcao no meio do dia
      *          deixa de custar o dia inteiro: o FINREST restaura o
      *          snapshot e reaplica o jornal ate o momento da falha.
      *          Na noite de ensaio (ENSAIO) nao grava nada.
      *          Cada linha sai selada pelo SELALOG (sequencia e
      *          valor encadeado); o FINBKP registra a base da cadeia
      *          quando zera o jornal.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
       WORKING-STORAGE SECTION.
         01 WS-FS-JORNAL            PIC X(02) VALUE '00'.
         COPY FSTATUSPARM.
         COPY SELALOGPARM.
         COPY DATAMOVPARM.
         COPY ENSAIOPARM.

       LINKAGE SECTION.
         COPY UPDJRNPARM.
       PROCEDURE DIVISION USING JN-PARM-ARQUIVO JN-PARM-OPERACAO
                                 JN-PARM-IMAGEM.
       MAIN-PROCEDURE.
      *    Noite de ensaio: nada vai para o diario de alteracoes.
           MOVE 'C' TO EP-FUNCAO
           CALL 'ENSAIO' USING EP-FUNCAO EP-SITUACAO EP-REGISTRO
           IF EP-EM-ENSAIO
               GOBACK
           END-IF

           OPEN EXTEND FD-JORNAL
           MOVE WS-FS-JORNAL TO FS-CODIGO
           CALL 'FSTATUS' USING FS-CODIGO FS-CATEGORIA FS-MENSAGEM
           MOVE JN-PARM-OPERACAO TO JN-OPERACAO
           MOVE JN-PARM-IMAGEM   TO JN-IMAGEM

           MOVE 'UPDJRN' TO SL-LOG
           SET SL-FUNCAO-SELAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-JORNAL-REC
           WRITE FD-JORNAL-REC
           SET SL-FUNCAO-LIBERAR TO TRUE
           CALL 'SELALOG' USING SL-PARM FD-JORNAL-REC
           CLOSE FD-JORNAL
           GOBACK.

