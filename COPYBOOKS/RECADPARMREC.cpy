      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do arquivo de parametro do recadastramento
      *          periodico (RECADPARM.DAT, LINE SEQUENTIAL, um
      *          registro so), lido pelo FINRECAD e pelo FINAN2 e
      *          semeado na primeira execucao (mesma tecnica do
      *          COAFPARM): meses de validade da confirmacao do
      *          cadastro por classe de risco - pessoa fisica,
      *          pessoa juridica e cliente de exposicao alta (vale o
      *          menor prazo que se aplicar) -, valor de exposicao em
      *          parcelas abertas que caracteriza exposicao alta,
      *          carencia em dias do cliente legado nunca
      *          confirmado, antecedencia em dias do convite antes
      *          do vencimento, intervalo minimo entre duas cartas e
      *          a acao do FINAN2 para cadastro vencido: A = aviso ao
      *          operador, B = bloqueio (alcada de supervisor no
      *          balcao, rejeito no lote). O cadastro ajusta editando
      *          o arquivo, sem recompilar.
      ******************************************************************
           03 RB-MESES-PF                    PIC 9(03).
           03 RB-MESES-PJ                    PIC 9(03).
           03 RB-MESES-EXPOSICAO             PIC 9(03).
           03 RB-VR-EXPOSICAO-ALTA           PIC 9(09)V99.
           03 RB-DIAS-CARENCIA-LEGADO        PIC 9(03).
           03 RB-DIAS-ANTECEDENCIA           PIC 9(03).
           03 RB-DIAS-ENTRE-CARTAS           PIC 9(03).
           03 RB-ACAO-FINAN2                 PIC X(01).
               88 RB-ACAO-AVISO                  VALUE 'A'.
               88 RB-ACAO-BLOQUEIO               VALUE 'B'.
