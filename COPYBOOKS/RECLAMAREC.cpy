      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the complaint case master
      *          (RECLAMA.DAT - SAC/OUVIDORIA), chave = protocolo
      *          dado ao cliente (ano da abertura + serie PROTaaaa de
      *          NUMCTL.DAT), caminho alternado por cliente WITH
      *          DUPLICATES como o OCORR.DAT. A reclamacao deixa de
      *          ser uma linha solta no OCORMNT: tem categoria, canal
      *          de entrada, area responsavel, nivel (SAC ou
      *          OUVIDORIA), data limite em dias uteis (FERIADO.DAT)
      *          e anda por situacao ate a resposta e o encerramento
      *          com causa raiz. Reaberta, sobe para a OUVIDORIA com
      *          prazo novo contado da reabertura (RQ-DATA-NIVEL).
      *          Cada mudanca de situacao fica em RECLHIST.DAT.
      ******************************************************************
           03 RQ-PROTOCOLO                   PIC 9(10).
           03 RQ-PROTOCOLO-R REDEFINES RQ-PROTOCOLO.
               05 RQ-PROT-ANO                PIC 9(04).
               05 RQ-PROT-SEQUENCIA          PIC 9(06).
           03 RQ-COD-CLIENTE                 PIC 9(06).
           03 RQ-NUM-CONTRATO                PIC 9(08).
           03 RQ-CATEGORIA                   PIC X(02).
               88 RQ-CAT-COBRANCA                VALUE 'CB'.
               88 RQ-CAT-TAXAS-JUROS             VALUE 'TX'.
               88 RQ-CAT-CONTRATO                VALUE 'CT'.
               88 RQ-CAT-QUITACAO-GRAVAME        VALUE 'QT'.
               88 RQ-CAT-CADASTRO-BUREAU         VALUE 'CD'.
               88 RQ-CAT-SEGURO                  VALUE 'SG'.
               88 RQ-CAT-ATENDIMENTO             VALUE 'AT'.
               88 RQ-CAT-OUTROS                  VALUE 'OU'.
               88 RQ-CATEGORIA-VALIDA            VALUE 'CB' 'TX' 'CT'
                                                   'QT' 'CD' 'SG'
                                                   'AT' 'OU'.
      *    Canal de entrada; demanda que chega pelo BACEN (RDR) ou
      *    PROCON/consumidor.gov ja nasce na OUVIDORIA.
           03 RQ-CANAL                       PIC X(01).
               88 RQ-CANAL-BALCAO                VALUE 'B'.
               88 RQ-CANAL-TELEFONE              VALUE 'T'.
               88 RQ-CANAL-EMAIL-SITE            VALUE 'E'.
               88 RQ-CANAL-CARTA                 VALUE 'C'.
               88 RQ-CANAL-BACEN                 VALUE 'R'.
               88 RQ-CANAL-PROCON                VALUE 'P'.
               88 RQ-CANAL-VALIDO                VALUE 'B' 'T' 'E'
                                                   'C' 'R' 'P'.
               88 RQ-CANAL-EXTERNO               VALUE 'R' 'P'.
           03 RQ-AREA                        PIC X(10).
           03 RQ-NIVEL                       PIC X(01).
               88 RQ-NIVEL-SAC                   VALUE 'S'.
               88 RQ-NIVEL-OUVIDORIA             VALUE 'O'.
           03 RQ-SITUACAO                    PIC X(01).
               88 RQ-ABERTA                      VALUE 'A'.
               88 RQ-EM-ANALISE                  VALUE 'E'.
               88 RQ-RESPONDIDA                  VALUE 'R'.
               88 RQ-ENCERRADA                   VALUE 'F'.
               88 RQ-AGUARDA-RESPOSTA            VALUE 'A' 'E'.
           03 RQ-DATA-ABERTURA               PIC 9(08).
           03 RQ-HORA-ABERTURA               PIC 9(08).
      *    Inicio da contagem do nivel atual: a abertura, ou a
      *    ultima reabertura na OUVIDORIA.
           03 RQ-DATA-NIVEL                  PIC 9(08).
           03 RQ-DATA-LIMITE                 PIC 9(08).
           03 RQ-DATA-RESPOSTA               PIC 9(08).
      *    'S' = resposta dada ate a data limite do nivel em que
      *    foi dada; branco enquanto nao respondida.
           03 RQ-RESPOSTA-PRAZO              PIC X(01).
               88 RQ-RESPONDIDA-NO-PRAZO         VALUE 'S'.
               88 RQ-RESPONDIDA-FORA-PRAZO       VALUE 'N'.
           03 RQ-DATA-ENCERRAMENTO           PIC 9(08).
           03 RQ-CAUSA-RAIZ                  PIC X(02).
               88 RQ-CAUSA-PROCESSO              VALUE 'PR'.
               88 RQ-CAUSA-SISTEMA               VALUE 'SI'.
               88 RQ-CAUSA-ATENDIMENTO           VALUE 'AT'.
               88 RQ-CAUSA-TERCEIRO              VALUE 'TE'.
               88 RQ-CAUSA-INFORMACAO            VALUE 'IN'.
               88 RQ-CAUSA-IMPROCEDENTE          VALUE 'IM'.
               88 RQ-CAUSA-VALIDA                VALUE 'PR' 'SI' 'AT'
                                                   'TE' 'IN' 'IM'.
           03 RQ-QTD-REABERTURAS             PIC 9(02).
      *    Ultima sequencia gravada em RECLHIST.DAT.
           03 RQ-QTD-EVENTOS                 PIC 9(03).
           03 RQ-DESCRICAO                   PIC X(60).
           03 RQ-OPERADOR                    PIC X(08).
