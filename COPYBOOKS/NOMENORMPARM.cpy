      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: LINKAGE parameters for the NOMENORM name-matching
      *          subprogram. Caller passes a name as typed or as it
      *          came in an official list and gets back the key used
      *          to compare names: upper-case, punctuation dropped,
      *          the particles DE/DA/DO/DAS/DOS/E removed and the
      *          words separated by a single space.
      ******************************************************************
       01 NN-NOME-ENTRADA                    PIC X(60).
       01 NN-NOME-SAIDA                      PIC X(60).
