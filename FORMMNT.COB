      * Purpose: BAIXA DO CHECKLIST DE FORMALIZACAO (FORMCTL.DAT):
      *          o back office marca item a item o que voltou -
      *          instrumento assinado, assinatura do avalista,
      *          registro do gravame, apolice do seguro do bem - e o
      *          checklist fecha sozinho
      *          quando nada mais esta devido, devolvendo o contrato
      *          a remessa e a cobranca. Tambem exige o gravame de
      *          um contrato cuja garantia entrou depois da criacao,
             88 WS-ITEM-INSTRUMENTO         VALUE 'I', 'i'.
             88 WS-ITEM-AVAL                VALUE 'A', 'a'.
             88 WS-ITEM-GRAVAME             VALUE 'G', 'g'.
             88 WS-ITEM-APOLICE             VALUE 'P', 'p'.
             88 WS-ITEM-EXIGE-GRAVAME       VALUE 'X', 'x'.
             88 WS-ITEM-SAI                 VALUE 'S', 's', '0'.

           03 WS-LP-AVAL            PIC X(01).
           03 FILLER                PIC X(09) VALUE ' GRAVAME '.
           03 WS-LP-GRAVAME         PIC X(01).
           03 FILLER                PIC X(09) VALUE ' APOLICE '.
           03 WS-LP-APOLICE         PIC X(01).
           03 FILLER                PIC X(10) VALUE ' PENDENTE '.
           03 WS-LP-IDADE           PIC ZZZ9.
           03 FILLER                PIC X(07) VALUE ' DIA(S)'.
               NOT INVALID KEY
                   PERFORM MOSTRA-CHECKLIST
                   PERFORM TRATA-ITEM
                       UNTIL WS-ITEM-SAI
                          OR (FM-COMPLETO AND NOT FM-APOLICE-DEVIDA)
           END-READ
           .

                   ' INSTRUMENTO=' FM-INSTRUMENTO
                   ' AVAL=' FM-AVAL
                   ' GRAVAME=' FM-GRAVAME
                   ' APOLICE=' FM-APOLICE
                   ' STATUS=' FM-STATUS
                   ' (S=OK N=DEVIDO D=DISPENSADO)'
           .

       TRATA-ITEM.
           DISPLAY 'BAIXA: (I)NSTRUMENTO (A)VAL (G)RAVAME '
                   'A(P)OLICE (X)EXIGE GRAVAME (S)AI : '
           ACCEPT WS-ITEM
           EVALUATE TRUE
               WHEN WS-ITEM-INSTRUMENTO
                   ELSE
                       MOVE 'S' TO FM-GRAVAME
                   END-IF
               WHEN WS-ITEM-APOLICE
                   IF FM-APOLICE-DEVIDA
                       MOVE 'S' TO FM-APOLICE
                   ELSE
                       DISPLAY 'APOLICE NAO ESTA DEVIDA NESTE '
                               'CONTRATO.'
                   END-IF
               WHEN WS-ITEM-EXIGE-GRAVAME
      *            Garantia registrada depois da criacao: o gravame
      *            passa a ser devido e o checklist reabre.
           .

       FECHA-SE-COMPLETO.
      *    Apolice cobrada pelo FINAPOL em contrato ja formalizado
      *    nao reabre o checklist (o contrato segue em cobranca);
      *    a baixa dela so limpa a pendencia.
           IF FM-PENDENTE
               AND (FM-INSTRUMENTO = 'S' OR FM-INSTRUMENTO = 'D')
               AND (FM-AVAL = 'S' OR FM-AVAL = 'D')
               AND (FM-GRAVAME = 'S' OR FM-GRAVAME = 'D')
               AND NOT FM-APOLICE-DEVIDA
               MOVE 'C' TO FM-STATUS
               MOVE WS-DATA-HOJE TO FM-DATA-COMPLETO
               DISPLAY 'CHECKLIST COMPLETO: CONTRATO LIBERADO PARA '
                   AT END
                       SET WS-EOF-FORMCTL TO TRUE
                   NOT AT END
                       IF FM-PENDENTE OR FM-APOLICE-DEVIDA
                           ADD 1 TO WS-QTD-PENDENTES
                           PERFORM LISTA-UM-PENDENTE
                       END-IF
           MOVE FM-INSTRUMENTO  TO WS-LP-INSTR
           MOVE FM-AVAL         TO WS-LP-AVAL
           MOVE FM-GRAVAME      TO WS-LP-GRAVAME
           MOVE FM-APOLICE      TO WS-LP-APOLICE
           IF FM-DATA-ABERTURA IS NUMERIC AND FM-DATA-ABERTURA > ZEROS
               COMPUTE WS-IDADE = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(FM-DATA-ABERTURA)
