      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro da lista de casos de monitoramento de
      *          operacoes suspeitas (COAFCASO.DAT, INDEXED, chave
      *          CO-NUM-CASO da serie COAFCASO de NUMCTL.DAT, chave
      *          alternativa por cliente). Um caso por alerta gerado
      *          pelo FINCOAF: regra, cliente, contrato (so na
      *          liquidacao antecipada), competencia, valor e
      *          quantidade de movimentos envolvidos; os movimentos
      *          em si ficam em COAFEVID.DAT. O compliance registra
      *          no COAFMNT a analise, o analista, a data e se o caso
      *          foi comunicado ao COAF (protocolo e data) ou
      *          arquivado sem comunicacao. Caso e evidencia sao
      *          guardados por cinco anos (CO-DATA-GUARDA).
      ******************************************************************
           03 CO-NUM-CASO                    PIC 9(08).
           03 CO-COD-CLIENTE                 PIC 9(06).
           03 CO-REGRA                       PIC X(01).
               88 CO-REGRA-ESPECIE               VALUE 'E'.
               88 CO-REGRA-FRACIONAMENTO         VALUE 'F'.
               88 CO-REGRA-LIQUIDACAO            VALUE 'L'.
               88 CO-REGRA-DEVOLUCAO             VALUE 'D'.
               88 CO-REGRA-TERCEIRO              VALUE 'T'.
           03 CO-NUM-CONTRATO                PIC 9(08).
           03 CO-COMPETENCIA                 PIC 9(06).
           03 CO-DATA-GERACAO                PIC 9(08).
           03 CO-VALOR                       PIC 9(11)V99.
           03 CO-QTD-MOVIMENTOS              PIC 9(05).
           03 CO-DESCRICAO                   PIC X(60).
           03 CO-SITUACAO                    PIC X(01).
               88 CO-ABERTO                      VALUE 'A'.
               88 CO-ARQUIVADO                   VALUE 'N'.
               88 CO-COMUNICADO                  VALUE 'C'.
           03 CO-ANALISE                     PIC X(60).
           03 CO-ANALISTA                    PIC X(08).
           03 CO-DATA-ANALISE                PIC 9(08).
           03 CO-PROTOCOLO-COAF              PIC X(20).
           03 CO-DATA-COMUNICACAO            PIC 9(08).
           03 CO-DATA-GUARDA                 PIC 9(08).
