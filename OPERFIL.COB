      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: FILIAL DO OPERADOR: recebe o codigo do operador
      *          (normalmente o SN-USUARIO devolvido pelo SIGNON) e
      *          devolve a filial em que ele esta lotado no
      *          OPERADOR.DAT. Operador inexistente, mestre ausente
      *          ou operador cadastrado antes das filiais voltam 000
      *          (sem filial). E daqui que o FINAN2, o CAIXA, os
      *          mestres de compra e de rotativo e as consultas de
      *          cliente e extrato tiram a filial do operador, sem
      *          mexer na interface do SIGNON.
      * Tectonics: cobc
      *           (compilado no mesmo diretorio de quem o CALL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERFIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-OPERADOR       ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-OPERADOR.
       01  FD-OPERADOR-REC.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
         01 WS-FS-OPERADOR          PIC X(02) VALUE '00'.

       LINKAGE SECTION.
         COPY OPERFILPARM.

       PROCEDURE DIVISION USING OF-OPERADOR OF-COD-FILIAL.
       MAIN-PROCEDURE.
           MOVE ZEROS TO OF-COD-FILIAL

           OPEN INPUT FD-OPERADOR
           IF WS-FS-OPERADOR = '00'
               MOVE OF-OPERADOR TO OP-CODIGO
               READ FD-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *                Operador gravado antes das filiais tem branco
      *                onde hoje fica o codigo: vale como sem filial.
                       IF OP-COD-FILIAL IS NUMERIC
                           MOVE OP-COD-FILIAL TO OF-COD-FILIAL
                       END-IF
               END-READ
               CLOSE FD-OPERADOR
           END-IF

           GOBACK.

       END PROGRAM OPERFIL.
