      * Purpose: REGISTRO DE GARANTIAS (GRAVAMES) DOS FINANCIAMENTOS:
      *          manutencao no estilo do CADPF - (A)DICIONA (C)ORRIGE
      *          (I)NDAGA - do bem dado em garantia de cada contrato
      *          (GARANTIA.DAT, chave = contrato), o registro ou a
      *          renovacao da apolice de seguro do bem - (S)EGURO:
      *          seguradora, apolice, valor segurado, vigencia e
      *          clausula beneficiaria - mais a opcao
      *          (R)ELATORIO que, numa unica passada: libera
      *          automaticamente o gravame de contrato que deixou de
      *          estar ativo (quitado/cancelado/renegociado) e imprime
      *          (FINGAR.PRT) os gravames ativos cuja avaliacao ja nao
      *          cobre o saldo em aberto do contrato. Veiculo novo
      *          nasce com a inclusao a enviar ao registro nacional
      *          (SNG/DETRAN) e a liberacao de contrato quitado pede
      *          a baixa - as duas vao na remessa do FINSNG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             88 WS-TRANS-ALTERAR          VALUE 'C', 'c'.
             88 WS-TRANS-CONSULTAR        VALUE 'I', 'i'.
             88 WS-TRANS-RELATORIO        VALUE 'R', 'r'.
             88 WS-TRANS-SEGURO           VALUE 'S', 's'.

         01 WS-NUM-CONTRATO         PIC 9(08).
         01 WS-IND                  PIC 999.
         01 WS-DATA-HOJE            PIC 9(08).
         01 WS-DATA-TESTE           PIC 9(08).
         01 WS-DATA-OK              PIC X(01) VALUE 'N'.
             88 WS-DATA-VALIDA              VALUE 'S'.

         01 WS-FIM-GARANTIA         PIC X(01) VALUE 'N'.
             88 WS-EOF-GARANTIA             VALUE 'S'.

         01 WS-CONTRATO-ACHADO      PIC X(01) VALUE 'N'.
             88 WS-CONTRATO-FOI-ACHADO      VALUE 'S'.
         01 WS-BAIXA-REGISTRO       PIC X(01) VALUE 'N'.
             88 WS-PEDE-BAIXA-REGISTRO      VALUE 'S'.

         01 WS-VR-SALDO-ABERTO      PIC 9(09)V99.
         01 WS-QTD-LIBERADOS        PIC 9(05) VALUE ZEROS.
           PERFORM ABRE-GARANTIA

           DISPLAY 'GARANTIAS  (A)DICIONA (C)ORRIGE (I)NDAGA '
                   '(S)EGURO (R)ELATORIO : '
           ACCEPT WS-TRANSACAO

           EVALUATE TRUE
                   PERFORM ALTERA-GARANTIA
               WHEN WS-TRANS-CONSULTAR
                   PERFORM CONSULTA-GARANTIA
               WHEN WS-TRANS-SEGURO
                   PERFORM REGISTRA-APOLICE
               WHEN WS-TRANS-RELATORIO
                   PERFORM RELATORIO-GRAVAMES
               WHEN OTHER
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'TIPO DO BEM (V=VEICULO I=IMOVEL O=OUTROS) : '
           PERFORM WITH TEST AFTER
                   UNTIL GA-BEM-VEICULO OR GA-BEM-IMOVEL
                      OR GA-BEM-OUTROS
               ACCEPT GA-TIPO-BEM
               IF NOT GA-BEM-VEICULO AND NOT GA-BEM-IMOVEL
                       AND NOT GA-BEM-OUTROS
                   DISPLAY 'TIPO INVALIDO. NOVAMENTE : '
               END-IF
           END-PERFORM
           IF GA-BEM-VEICULO
               PERFORM ACEITA-DADOS-VEICULO
           ELSE
               MOVE SPACES TO GA-CHASSI GA-UF-LICENCIAMENTO
               MOVE ZEROS  TO GA-RENAVAM
           END-IF
           .

       ACEITA-DADOS-VEICULO.
      *    Dados que o registro nacional exige para a inclusao do
      *    gravame; chassi errado volta rejeitado no SNGRET.
           DISPLAY 'CHASSI (17 POSICOES) : '
           PERFORM WITH TEST AFTER
                   UNTIL GA-CHASSI(17:1) NOT = SPACE
               ACCEPT GA-CHASSI
               IF GA-CHASSI(17:1) = SPACE
                   DISPLAY 'CHASSI DEVE TER 17 POSICOES. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'RENAVAM : '
           PERFORM WITH TEST AFTER
                   UNTIL GA-RENAVAM IS NUMERIC
               ACCEPT GA-RENAVAM
               IF GA-RENAVAM NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'UF DE LICENCIAMENTO : '
           ACCEPT GA-UF-LICENCIAMENTO
           .

       INCLUI-GARANTIA.
                   SET GA-GRAVAME-ATIVO TO TRUE
                   MOVE WS-DATA-HOJE TO GA-DATA-REGISTRO
                   MOVE ZEROS        TO GA-DATA-LIBERACAO
                   MOVE SPACES TO GA-SEGURADORA GA-NUM-APOLICE
                                  GA-CLAUSULA-BENEF GA-AVISO-APOLICE
                   MOVE ZEROS  TO GA-VR-SEGURADO GA-APOLICE-INICIO
                                  GA-APOLICE-FIM GA-AVISO-FIM
                   MOVE SPACES TO GA-REG-SITUACAO GA-REG-PROTOCOLO
                                  GA-REG-OCORRENCIA GA-REG-DESCR-OCORR
                   MOVE ZEROS  TO GA-REG-SEQ-REMESSA GA-REG-DATA-ENVIO
                                  GA-REG-DATA-RETORNO
                   IF GA-BEM-VEICULO
                       SET GA-REG-INCLUSAO-PENDENTE TO TRUE
                   END-IF
                   WRITE FD-GARANTIA-REC
                       INVALID KEY
                           DISPLAY 'CONTRATO JA TEM GARANTIA '
                   DISPLAY 'GARANTIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS-GARANTIA
      *            Operacao rejeitada pelo registro volta para a
      *            proxima remessa com os dados corrigidos.
                   EVALUATE TRUE
                       WHEN GA-REG-INCLUSAO-REJEITADA
                           SET GA-REG-INCLUSAO-PENDENTE TO TRUE
                           DISPLAY 'INCLUSAO DO GRAVAME SERA '
                                   'REENVIADA AO REGISTRO.'
                       WHEN GA-REG-BAIXA-REJEITADA
                           SET GA-REG-BAIXA-PENDENTE TO TRUE
                           DISPLAY 'BAIXA DO GRAVAME SERA '
                                   'REENVIADA AO REGISTRO.'
                   END-EVALUATE
                   REWRITE FD-GARANTIA-REC
                   DISPLAY 'GARANTIA ALTERADA.'
           END-READ
                   DISPLAY 'BEM...........: ' GA-DESCRICAO
                   DISPLAY 'IDENTIFICACAO.: ' GA-IDENTIFICACAO
                   DISPLAY 'AVALIACAO.....: ' GA-VALOR-AVALIACAO
                   IF GA-BEM-VEICULO
                       DISPLAY 'CHASSI........: ' GA-CHASSI
                               ' RENAVAM ' GA-RENAVAM
                               ' UF ' GA-UF-LICENCIAMENTO
                       PERFORM MOSTRA-SITUACAO-REGISTRO
                   END-IF
                   IF GA-GRAVAME-LIBERADO
                       DISPLAY 'GRAVAME.......: LIBERADO EM '
                               GA-DATA-LIBERACAO
                       DISPLAY 'GRAVAME.......: ATIVO DESDE '
                               GA-DATA-REGISTRO
                   END-IF
                   IF GA-NUM-APOLICE = SPACES
                       DISPLAY 'APOLICE.......: NAO INFORMADA'
                   ELSE
                       DISPLAY 'SEGURADORA....: ' GA-SEGURADORA
                       DISPLAY 'APOLICE.......: ' GA-NUM-APOLICE
                       DISPLAY 'VALOR SEGURADO: ' GA-VR-SEGURADO
                       DISPLAY 'VIGENCIA......: ' GA-APOLICE-INICIO
                               ' A ' GA-APOLICE-FIM
                       DISPLAY 'BENEFICIARIA..: ' GA-CLAUSULA-BENEF
                   END-IF
           END-READ
           .

       MOSTRA-SITUACAO-REGISTRO.
           EVALUATE TRUE
               WHEN GA-REG-INCLUSAO-PENDENTE
                   DISPLAY 'REGISTRO SNG..: INCLUSAO A ENVIAR'
               WHEN GA-REG-INCLUSAO-ENVIADA
                   DISPLAY 'REGISTRO SNG..: INCLUSAO ENVIADA EM '
                           GA-REG-DATA-ENVIO
               WHEN GA-REG-REGISTRADO
                   DISPLAY 'REGISTRO SNG..: REGISTRADO EM '
                           GA-REG-DATA-RETORNO ' PROTOCOLO '
                           GA-REG-PROTOCOLO
               WHEN GA-REG-INCLUSAO-REJEITADA
                   DISPLAY 'REGISTRO SNG..: INCLUSAO REJEITADA - '
                           GA-REG-DESCR-OCORR
               WHEN GA-REG-BAIXA-PENDENTE
                   DISPLAY 'REGISTRO SNG..: BAIXA A ENVIAR'
               WHEN GA-REG-BAIXA-ENVIADA
                   DISPLAY 'REGISTRO SNG..: BAIXA ENVIADA EM '
                           GA-REG-DATA-ENVIO
               WHEN GA-REG-BAIXADO
                   DISPLAY 'REGISTRO SNG..: BAIXADO EM '
                           GA-REG-DATA-RETORNO ' PROTOCOLO '
                           GA-REG-PROTOCOLO
               WHEN GA-REG-BAIXA-REJEITADA
                   DISPLAY 'REGISTRO SNG..: BAIXA REJEITADA - '
                           GA-REG-DESCR-OCORR
               WHEN OTHER
                   DISPLAY 'REGISTRO SNG..: FORA DO REGISTRO '
                           'ELETRONICO'
           END-EVALUATE
           .

       REGISTRA-APOLICE.
      *    Registro ou renovacao da apolice de seguro do bem; a
      *    vigencia nova zera o controle de cartas do FINAPOL, que
      *    volta a avisar quando ela estiver para vencer.
           PERFORM ACEITA-CONTRATO
           MOVE WS-NUM-CONTRATO TO GA-NUM-CONTRATO
           READ FD-GARANTIA
               INVALID KEY
                   DISPLAY 'GARANTIA NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF GA-GRAVAME-LIBERADO
                       DISPLAY 'GRAVAME LIBERADO - APOLICE NAO '
                               'REGISTRADA.'
                   ELSE
                       PERFORM ACEITA-DADOS-APOLICE
                       MOVE SPACE TO GA-AVISO-APOLICE
                       MOVE ZEROS TO GA-AVISO-FIM
                       REWRITE FD-GARANTIA-REC
                       DISPLAY 'APOLICE REGISTRADA.'
                   END-IF
           END-READ
           .

       ACEITA-DADOS-APOLICE.
           DISPLAY 'SEGURADORA : '
           ACCEPT GA-SEGURADORA
           DISPLAY 'NUMERO DA APOLICE : '
           PERFORM WITH TEST AFTER UNTIL GA-NUM-APOLICE NOT = SPACES
               ACCEPT GA-NUM-APOLICE
               IF GA-NUM-APOLICE = SPACES
                   DISPLAY 'APOLICE EM BRANCO. NOVAMENTE : '
               END-IF
           END-PERFORM
           DISPLAY 'VALOR SEGURADO : '
           PERFORM WITH TEST AFTER UNTIL GA-VR-SEGURADO IS NUMERIC
               ACCEPT GA-VR-SEGURADO
               IF GA-VR-SEGURADO NOT NUMERIC
                   DISPLAY 'VALOR NAO NUMERICO. NOVAMENTE : '
               END-IF
           END-PERFORM
           IF GA-VR-SEGURADO < GA-VALOR-AVALIACAO
               DISPLAY 'ATENCAO: VALOR SEGURADO ABAIXO DA AVALIACAO '
                       'DO BEM.'
           END-IF
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD) : '
           MOVE 'N' TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-VALIDA
               ACCEPT GA-APOLICE-INICIO
               MOVE GA-APOLICE-INICIO TO WS-DATA-TESTE
               PERFORM VALIDA-DATA-APOLICE
           END-PERFORM
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD) : '
           MOVE 'N' TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-VALIDA
               ACCEPT GA-APOLICE-FIM
               MOVE GA-APOLICE-FIM TO WS-DATA-TESTE
               PERFORM VALIDA-DATA-APOLICE
               IF WS-DATA-VALIDA
                       AND GA-APOLICE-FIM NOT > GA-APOLICE-INICIO
                   DISPLAY 'FIM DEVE SER POSTERIOR AO INICIO. '
                           'NOVAMENTE : '
                   MOVE 'N' TO WS-DATA-OK
               END-IF
           END-PERFORM
           DISPLAY 'FINANCEIRA E BENEFICIARIA DA APOLICE (S/N) : '
           ACCEPT GA-CLAUSULA-BENEF
           IF GA-CLAUSULA-BENEF NOT = 'S'
               MOVE 'N' TO GA-CLAUSULA-BENEF
               DISPLAY 'ATENCAO: SEM CLAUSULA BENEFICIARIA A '
                       'INDENIZACAO VAI AO CLIENTE.'
           END-IF
           .

       VALIDA-DATA-APOLICE.
           IF WS-DATA-TESTE IS NUMERIC
                   AND WS-DATA-TESTE > 19000000
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TESTE) = 0
               SET WS-DATA-VALIDA TO TRUE
           ELSE
               DISPLAY 'DATA INVALIDA. NOVAMENTE : '
           END-IF
           .

       RELATORIO-GRAVAMES.
      *    Passada unica por GARANTIA.DAT: gravame ativo de contrato
      *    que ja nao esta ativo no mestre e liberado na hora (com a
           MOVE GA-NUM-CONTRATO TO FD-NUM-CONTRATO
           READ FD-CONTRATO
               INVALID KEY
                   MOVE 'S' TO WS-BAIXA-REGISTRO
                   PERFORM LIBERA-GRAVAME
               NOT INVALID KEY
                   IF NOT FD-CONTR-ATIVO
      *                Renegociado, prejuizo e cedido: o veiculo segue
      *                garantindo a divida, o gravame fica no registro.
                       MOVE 'N' TO WS-BAIXA-REGISTRO
                       IF FD-CONTR-QUITADO OR FD-CONTR-PORTADO
                               OR FD-CONTR-CANCELADO
                           MOVE 'S' TO WS-BAIXA-REGISTRO
                       END-IF
                       PERFORM LIBERA-GRAVAME
                   ELSE
                       PERFORM VERIFICA-COBERTURA
       LIBERA-GRAVAME.
           SET GA-GRAVAME-LIBERADO TO TRUE
           MOVE WS-DATA-HOJE TO GA-DATA-LIBERACAO
           IF WS-PEDE-BAIXA-REGISTRO
               EVALUATE TRUE
                   WHEN GA-REG-INCLUSAO-PENDENTE
                   WHEN GA-REG-INCLUSAO-REJEITADA
                       MOVE SPACE TO GA-REG-SITUACAO
                   WHEN GA-REG-INCLUSAO-ENVIADA
                   WHEN GA-REG-REGISTRADO
                       SET GA-REG-BAIXA-PENDENTE TO TRUE
               END-EVALUATE
           END-IF
           REWRITE FD-GARANTIA-REC
           ADD 1 TO WS-QTD-LIBERADOS
           .
