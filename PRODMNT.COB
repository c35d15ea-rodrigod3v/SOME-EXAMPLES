      *          inclui, altera, inativa, reativa e consulta os
      *          produtos financiaveis (codigo, descricao, metodo de
      *          amortizacao padrao, incidencia de IOF, elegibilidade
      *          de seguro, prazo maximo, teto do CET anual,
      *          comprometimento maximo de renda e tarifa de
      *          cadastro por tipo de cliente). So entra
      *          supervisor, como os mestres de operadores e de
      *          bancos: e daqui que
      *          saem as regras que antes dependiam do texto livre de
      *          FD-OBJETO. Produto nao e excluido fisicamente -
      *          inativa-se, para os contratos antigos dele nunca
                   DISPLAY 'PRAZO INVALIDO (1-420). NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'TETO DO CET ANUAL EM % (EX: 00150,00 - ZEROS = '
                   'SEM TETO) : '
           PERFORM WITH TEST AFTER UNTIL PT-CET-MAXIMO IS NUMERIC
               ACCEPT PT-CET-MAXIMO
               IF PT-CET-MAXIMO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'COMPROMETIMENTO MAXIMO DA RENDA EM % (EX: 030,00 '
                   '- ZEROS = SEM CRITICA) : '
           PERFORM WITH TEST AFTER UNTIL PT-PCT-RENDA-MAX IS NUMERIC
                   AND PT-PCT-RENDA-MAX NOT > 100
               ACCEPT PT-PCT-RENDA-MAX
               IF PT-PCT-RENDA-MAX NOT NUMERIC
                       OR PT-PCT-RENDA-MAX > 100
                   DISPLAY 'PERCENTUAL INVALIDO (0-100). NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'TARIFA DE CADASTRO PESSOA FISICA (EX: 00350,00 '
                   '- ZEROS = SEM TARIFA) : '
           PERFORM WITH TEST AFTER UNTIL PT-TARIFA-PF IS NUMERIC
               ACCEPT PT-TARIFA-PF
               IF PT-TARIFA-PF NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'TARIFA DE CADASTRO PESSOA JURIDICA (EX: 00700,00 '
                   '- ZEROS = SEM TARIFA) : '
           PERFORM WITH TEST AFTER UNTIL PT-TARIFA-PJ IS NUMERIC
               ACCEPT PT-TARIFA-PJ
               IF PT-TARIFA-PJ NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'EXIGE APOLICE DE SEGURO DO BEM EM GARANTIA (S/N) : '
           ACCEPT PT-EXIGE-APOLICE
           IF PT-EXIGE-APOLICE NOT = 'S' AND PT-EXIGE-APOLICE NOT = 'N'
               MOVE 'N' TO PT-EXIGE-APOLICE
           END-IF
           .

       INCLUI-PRODUTO.
                   ' IOF ' PT-IOF-FLAG
                   ' SEGURO ' PT-SEGURO-FLAG
                   ' PRAZO MAX ' PT-MAX-PRAZO
                   ' TETO CET ' PT-CET-MAXIMO
                   ' RENDA MAX ' PT-PCT-RENDA-MAX
                   ' TARIFA PF ' PT-TARIFA-PF
                   ' PJ ' PT-TARIFA-PJ
                   ' APOLICE ' PT-EXIGE-APOLICE
                   ' SIT ' PT-SITUACAO
           .

