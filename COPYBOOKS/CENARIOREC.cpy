      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the stress-test scenario file
      *          (CENARIO.DAT), chave cenario + produto. Produto 000 e
      *          a linha geral do cenario (descricao, prazo da
      *          recuperacao e o carimbo da ultima execucao) e vale
      *          para todo produto sem linha propria. Mantido pelo
      *          FINCENM e lido pelo FINSTRS; o cenario fica gravado
      *          para a rodada poder ser repetida.
      ******************************************************************
           03 SV-CHAVE.
               05 SV-COD-CENARIO             PIC 9(04).
               05 SV-COD-PRODUTO             PIC 9(03).
           03 SV-DESCRICAO                   PIC X(40).
      *    Inadimplencia adicional: percentual do saldo que deixa de
      *    ser recebido, por faixa de atraso da posicao (1 = em dia,
      *    2 ate 30, 3 ate 60, 4 ate 90, 5 ate 180, 6 acima).
           03 SV-PCT-INADIMP-FAIXAS.
               05 SV-PCT-INADIMP             PIC 9(03)V99
                                             OCCURS 6 TIMES.
      *    Velocidade de pre-pagamento: percentual ao mes do saldo a
      *    vencer antecipado, no caso base e no cenario.
           03 SV-PCT-PREPAGTO-BASE           PIC 9(02)V99.
           03 SV-PCT-PREPAGTO                PIC 9(02)V99.
      *    Recuperacao do saldo inadimplido e quantos meses depois
      *    da posicao ela entra no caixa.
           03 SV-PCT-RECUPERACAO             PIC 9(03)V99.
           03 SV-MESES-RECUPERACAO           PIC 9(02).
      *    Choque de indice sobre o a vencer dos contratos que ja
      *    tiveram correcao monetaria.
           03 SV-PCT-CHOQUE-INDICE           PIC 9(03)V99.
           03 SV-USUARIO                     PIC X(08).
           03 SV-DATA-ALTERACAO              PIC 9(08).
           03 SV-DATA-ULTIMA-EXEC            PIC 9(08).
           03 SV-DATA-POSICAO-EXEC           PIC 9(08).
