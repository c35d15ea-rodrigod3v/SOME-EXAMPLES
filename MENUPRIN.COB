      *          noturno - no lugar de cada operador rodar programa
      *          por nome na linha de comando. As funcoes de
      *          administracao (mestre de operadores, reabertura da
      *          data de movimento, parametros do sistema) so
      *          aparecem habilitadas para o supervisor. Cada
      *          programa chamado continua fazendo seu proprio
      *          sign-on: o menu facilita o caminho, a
      *          porta de cada funcao continua sendo de quem a abre.
      *          Depois de cada retorno o programa e CANCELado, para
      *          a proxima chamada partir de WORKING-STORAGE limpa.
           DISPLAY '44 - CESSAO DE CARTEIRA'
           DISPLAY '46 - CALENDARIO DE FERIADOS'
           DISPLAY '47 - EXTRATO ANUAL (IMPOSTO DE RENDA)'
           DISPLAY '48 - 2A VIA DE BOLETO (PARCELA VENCIDA)'
           DISPLAY '49 - PROTESTO DE TITULOS EM CARTORIO'
           DISPLAY '50 - ASSESSORIAS DE COBRANCA'
           DISPLAY '51 - CONVENIOS DE CONSIGNADO'
           DISPLAY '52 - LOJISTAS PARCEIROS'
           DISPLAY '53 - LIBERACAO DE CREDITO (TED)'
           DISPLAY '54 - RENDA DO CLIENTE'
           DISPLAY '55 - CREDIARIO ROTATIVO'
           DISPLAY '56 - PORTABILIDADE DE CREDITO'
           DISPLAY '57 - COMPRA DE CARTEIRA'
           DISPLAY '58 - FONTES DE RECURSOS (FUNDING)'
           DISPLAY '59 - COMPLIANCE - ANALISE PEP/SANCOES'
           DISPLAY '60 - CARGA DAS LISTAS PEP/SANCOES'
           DISPLAY '61 - COMPLIANCE - CASOS COAF (LAVAGEM)'
           DISPLAY '62 - LGPD - RELATORIO DO TITULAR'
           DISPLAY '63 - CADASTRO POSITIVO - GESTORAS'
           DISPLAY '64 - CADASTRO POSITIVO - OPT-OUT DO CLIENTE'
           DISPLAY '65 - RECLAMACOES - SAC/OUVIDORIA (PROTOCOLO)'
           DISPLAY '66 - ORDENS JUDICIAIS (BLOQUEIO/RECUPERACAO)'
           DISPLAY '67 - AVISOS POR E-MAIL/SMS (CONTATO/CONSENTIMENTO)'
           IF SN-NIVEL-SUPERVISOR
               DISPLAY '68 - MESTRE DE FILIAIS'
           END-IF
           DISPLAY '69 - REGISTRO DE INTERFACES (ARQUIVOS)'
           DISPLAY '70 - MORATORIA REGIONAL (CALAMIDADE)'
           IF SN-NIVEL-SUPERVISOR
               DISPLAY '71 - PARAMETROS DO SISTEMA (VIGENCIAS)'
           END-IF
           DISPLAY '72 - DOCUMENTOS DO CLIENTE (2A VIA)'
           IF SN-NIVEL-SUPERVISOR
               DISPLAY '73 - DESTINATARIOS DE RELATORIOS'
           END-IF
           DISPLAY '74 - CATALOGO DE DISTRIBUICAO DE RELATORIOS'
           DISPLAY '75 - ENTREGA DE RELATORIOS (PACOTES)'
           IF SN-NIVEL-SUPERVISOR
               DISPLAY '76 - CONFERENCIA DAS TRILHAS SELADAS'
           END-IF
           DISPLAY '77 - METAS DE PRODUCAO'
           DISPLAY '78 - CENARIOS DE ESTRESSE DA CARTEIRA'
           DISPLAY '79 - AMOSTRA DE AUDITORIA E DOSSIE'
           DISPLAY ' 0 - SAIR'
           DISPLAY 'OPCAO : '
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO IS NUMERIC
                   MOVE 'FERIMNT'  TO WS-PROG-CHAMADO
               WHEN 47
                   MOVE 'FINANUAL' TO WS-PROG-CHAMADO
               WHEN 48
                   MOVE 'FIN2VIA'  TO WS-PROG-CHAMADO
               WHEN 49
                   MOVE 'PROTMNT'  TO WS-PROG-CHAMADO
               WHEN 50
                   MOVE 'ASSMNT'   TO WS-PROG-CHAMADO
               WHEN 51
                   MOVE 'CONVMNT'  TO WS-PROG-CHAMADO
               WHEN 52
                   MOVE 'LOJAMNT'  TO WS-PROG-CHAMADO
               WHEN 53
                   MOVE 'LIBMNT'   TO WS-PROG-CHAMADO
               WHEN 54
                   MOVE 'RENDMNT'  TO WS-PROG-CHAMADO
               WHEN 55
                   MOVE 'ROTMNT'   TO WS-PROG-CHAMADO
               WHEN 56
                   MOVE 'PORTMNT'  TO WS-PROG-CHAMADO
               WHEN 57
                   MOVE 'COMPMNT'  TO WS-PROG-CHAMADO
               WHEN 58
                   MOVE 'FONTMNT'  TO WS-PROG-CHAMADO
               WHEN 59
                   MOVE 'COMPLMNT' TO WS-PROG-CHAMADO
               WHEN 60
                   MOVE 'FINSANC'  TO WS-PROG-CHAMADO
               WHEN 61
                   MOVE 'COAFMNT'  TO WS-PROG-CHAMADO
               WHEN 62
                   MOVE 'LGPDREL'  TO WS-PROG-CHAMADO
               WHEN 63
                   MOVE 'GESTMNT'  TO WS-PROG-CHAMADO
               WHEN 64
                   MOVE 'POSMNT'   TO WS-PROG-CHAMADO
               WHEN 65
                   MOVE 'RECLMNT'  TO WS-PROG-CHAMADO
               WHEN 66
                   MOVE 'ORDJMNT'  TO WS-PROG-CHAMADO
               WHEN 67
                   MOVE 'CONTMNT'  TO WS-PROG-CHAMADO
               WHEN 68
                   IF SN-NIVEL-SUPERVISOR
                       MOVE 'FILMNT'   TO WS-PROG-CHAMADO
                   ELSE
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   END-IF
               WHEN 69
                   MOVE 'INTFMNT'  TO WS-PROG-CHAMADO
               WHEN 70
                   MOVE 'MORAMNT'  TO WS-PROG-CHAMADO
               WHEN 71
                   IF SN-NIVEL-SUPERVISOR
                       MOVE 'PARAMNT'  TO WS-PROG-CHAMADO
                   ELSE
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   END-IF
               WHEN 72
                   MOVE 'DOCREPR'  TO WS-PROG-CHAMADO
               WHEN 73
                   IF SN-NIVEL-SUPERVISOR
                       MOVE 'DESTMNT'  TO WS-PROG-CHAMADO
                   ELSE
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   END-IF
               WHEN 74
                   MOVE 'RPTCMNT'  TO WS-PROG-CHAMADO
               WHEN 75
                   MOVE 'ENTRMNT'  TO WS-PROG-CHAMADO
               WHEN 76
                   IF SN-NIVEL-SUPERVISOR
                       MOVE 'VERILOG'  TO WS-PROG-CHAMADO
                   ELSE
                       DISPLAY 'FUNCAO RESTRITA AO SUPERVISOR.'
                   END-IF
               WHEN 77
                   MOVE 'METAMNT'  TO WS-PROG-CHAMADO
               WHEN 78
                   MOVE 'FINCENM'  TO WS-PROG-CHAMADO
               WHEN 79
                   MOVE 'FINAMOS'  TO WS-PROG-CHAMADO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE
