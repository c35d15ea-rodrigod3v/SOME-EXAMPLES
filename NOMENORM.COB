      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Date:
      * Purpose: CHAVE DE COMPARACAO DE NOME PARA AS LISTAS
      *          RESTRITIVAS: MAIUSCULAS, PONTUACAO FORA, SEM AS
      *          PARTICULAS DE/DA/DO/DAS/DOS/E E COM UM UNICO ESPACO
      *          ENTRE AS PALAVRAS - 'Jose da Silva' DO CADPF E
      *          'JOSE  SILVA' DA LISTA OFICIAL VIRAM A MESMA CHAVE.
      *          USADA NA CARGA DAS LISTAS (FINSANC) E NA TRIAGEM
      *          (TRIAGEM), PARA AS DUAS PONTAS NORMALIZAREM IGUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMENORM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 WS-NN-NOME                       PIC X(60).
         01 WS-NN-IND                        PIC 9(02).
         01 WS-NN-TAM                        PIC 9(02).
         01 WS-NN-POS-SAIDA                  PIC 9(02).
         01 WS-NN-PALAVRA                    PIC X(60).

       LINKAGE SECTION.
         COPY NOMENORMPARM.

       PROCEDURE DIVISION USING NN-NOME-ENTRADA NN-NOME-SAIDA.
       MAIN-PROCEDURE.
           MOVE FUNCTION UPPER-CASE(NN-NOME-ENTRADA) TO WS-NN-NOME
           INSPECT WS-NN-NOME CONVERTING '.,;:-/''"()&'
                                      TO '           '
           MOVE SPACES TO NN-NOME-SAIDA WS-NN-PALAVRA
           MOVE ZEROS  TO WS-NN-TAM
           MOVE 1      TO WS-NN-POS-SAIDA

      *    Palavra a palavra: o espaco fecha a palavra corrente, que
      *    entra na saida se nao for particula. A posicao 60 fecha a
      *    ultima palavra mesmo sem espaco depois dela.
           PERFORM VARYING WS-NN-IND FROM 1 BY 1
                   UNTIL WS-NN-IND > 60
               IF WS-NN-NOME(WS-NN-IND:1) NOT = SPACE
                   ADD 1 TO WS-NN-TAM
                   MOVE WS-NN-NOME(WS-NN-IND:1)
                       TO WS-NN-PALAVRA(WS-NN-TAM:1)
               END-IF
               IF WS-NN-NOME(WS-NN-IND:1) = SPACE OR WS-NN-IND = 60
                   IF WS-NN-TAM > ZEROS
                       PERFORM ACRESCENTA-PALAVRA
                   END-IF
               END-IF
           END-PERFORM

           GOBACK.

       ACRESCENTA-PALAVRA.
           IF WS-NN-PALAVRA = 'DE' OR 'DA' OR 'DO' OR 'DAS' OR 'DOS'
                   OR 'E'
               CONTINUE
           ELSE
               IF WS-NN-POS-SAIDA > 1
                   ADD 1 TO WS-NN-POS-SAIDA
               END-IF
               IF WS-NN-POS-SAIDA + WS-NN-TAM - 1 NOT > 60
                   MOVE WS-NN-PALAVRA(1:WS-NN-TAM)
                       TO NN-NOME-SAIDA(WS-NN-POS-SAIDA:WS-NN-TAM)
                   ADD WS-NN-TAM TO WS-NN-POS-SAIDA
               END-IF
           END-IF
           MOVE SPACES TO WS-NN-PALAVRA
           MOVE ZEROS  TO WS-NN-TAM
           .

       END PROGRAM NOMENORM.
