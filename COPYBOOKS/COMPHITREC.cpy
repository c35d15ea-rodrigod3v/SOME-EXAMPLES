      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the compliance hit file
      *          (COMPHIT.DAT), chave cliente + sequencia: uma
      *          ocorrencia por entrada de lista restritiva
      *          (LISTAR.DAT) que bateu com o cliente, pelo documento
      *          ('D') ou pelo nome normalizado ('N'). A entrada e
      *          identificada pelo tipo da lista, documento e nome
      *          normalizado (a sequencia da LISTAR muda a cada
      *          recarga), para a mesma pessoa da lista nao voltar a
      *          pendente depois de analisada. Gravada pendente pela
      *          TRIAGEM; o COMPLMNT libera (falso positivo) ou
      *          confirma, com justificativa, analista e data.
      *          Pendente bloqueia o cliente; confirmada em lista de
      *          sancoes bloqueia sempre; PEP confirmado opera, com
      *          aviso de diligencia reforcada.
      ******************************************************************
           03 HT-CHAVE.
               05 HT-COD-CLIENTE             PIC 9(06).
               05 HT-SEQ                     PIC 9(03).
           03 HT-TIPO-LISTA                  PIC X(01).
               88 HT-LISTA-PEP                   VALUE 'P'.
               88 HT-LISTA-SANCOES               VALUE 'S'.
           03 HT-CRITERIO                    PIC X(01).
               88 HT-POR-DOCUMENTO               VALUE 'D'.
               88 HT-POR-NOME                    VALUE 'N'.
           03 HT-LR-TIPO-PESSOA              PIC X(01).
           03 HT-LR-DOCUMENTO                PIC 9(14).
           03 HT-LR-NOME-NORMALIZADO         PIC X(60).
           03 HT-LR-DESCRICAO                PIC X(40).
           03 HT-LR-ORIGEM                   PIC X(10).
      *    Quem detectou: C = CADPF, F = FINAN2, M = retriagem
      *    mensal (FINTRIAG).
           03 HT-ORIGEM-TRIAGEM              PIC X(01).
           03 HT-DATA-DETECCAO               PIC 9(08).
           03 HT-SITUACAO                    PIC X(01).
               88 HT-PENDENTE                    VALUE 'P'.
               88 HT-LIBERADA                    VALUE 'L'.
               88 HT-CONFIRMADA                  VALUE 'C'.
           03 HT-JUSTIFICATIVA               PIC X(60).
           03 HT-ANALISTA                    PIC X(08).
           03 HT-DATA-DECISAO                PIC 9(08).
