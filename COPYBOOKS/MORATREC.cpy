      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the regional payment moratorium
      *          register (MORAT.DAT), chave = numero da moratoria
      *          (serie MORAT de NUMCTL.DAT). Na calamidade declarada
      *          (enchente, seca) a diretoria concede uma pausa de
      *          pagamento aos clientes da regiao atingida: o
      *          supervisor define aqui as cidades/UF ou faixas de
      *          CEP (contra o endereco do CADPF), a data do evento,
      *          o corte de elegibilidade (nenhuma parcela aberta
      *          vencida ha mais de N dias antes do evento), quantos
      *          meses ficam suspensos e se o juro corre na pausa.
      *          O cadastro e o MORAMNT; quem aplica e o FINMORA, na
      *          noite do inicio da pausa; quem respeita a janela e
      *          o MORACHK, chamado pelas rotinas de atraso,
      *          cobranca e negativacao.
      ******************************************************************
           03 MR-NUM-MORAT                   PIC 9(06).
           03 MR-DESCRICAO                   PIC X(40).
           03 MR-DATA-EVENTO                 PIC 9(08).
      *    Janela da pausa: do inicio ate o inicio + meses
      *    suspensos (calculado no cadastro); encerramento
      *    antecipado traz o fim para a data do encerramento.
           03 MR-DATA-INICIO                 PIC 9(08).
           03 MR-MESES-SUSPENSOS             PIC 9(02).
           03 MR-DATA-FIM                    PIC 9(08).
      *    Corte: contrato com parcela aberta vencida ha mais de
      *    N dias na data do evento ja era inadimplente antes da
      *    calamidade e fica fora.
           03 MR-DIAS-CORTE                  PIC 9(03).
      *    S = juro simples do contrato sobre as parcelas adiadas
      *    pelos meses da pausa, diluido nelas; N = pausa sem juro.
           03 MR-JUROS-PAUSA                 PIC X(01).
               88 MR-JUROS-ACUMULAM              VALUE 'S'.
               88 MR-JUROS-VALIDO                VALUE 'S' 'N'.
           03 MR-SITUACAO                    PIC X(01).
               88 MR-DEFINIDA                    VALUE 'D'.
               88 MR-APLICADA                    VALUE 'A'.
               88 MR-CANCELADA                   VALUE 'C'.
               88 MR-ENCERRADA                   VALUE 'E'.
      *    Regioes atingidas: (C)idade+UF, (U)F inteira ou faixa
      *    de (P) CEP, comparadas com FD-CIDADE/FD-UF/FD-CEP.
           03 MR-QTD-REGIOES                 PIC 9(02).
           03 MR-REGIAO OCCURS 20 TIMES.
               05 MR-RG-TIPO                 PIC X(01).
                   88 MR-RG-POR-CIDADE           VALUE 'C'.
                   88 MR-RG-POR-UF               VALUE 'U'.
                   88 MR-RG-POR-CEP              VALUE 'P'.
                   88 MR-RG-TIPO-VALIDO          VALUE 'C' 'U' 'P'.
               05 MR-RG-CIDADE               PIC X(15).
               05 MR-RG-UF                   PIC X(02).
               05 MR-RG-CEP-DE               PIC X(08).
               05 MR-RG-CEP-ATE              PIC X(08).
           03 MR-USUARIO-REGISTRO            PIC X(08).
           03 MR-DATA-REGISTRO               PIC 9(08).
      *    Quem cancelou (antes de aplicar) ou encerrou (depois).
           03 MR-USUARIO-BAIXA               PIC X(08).
           03 MR-DATA-BAIXA                  PIC 9(08).
      *    Resultado da aplicacao pelo FINMORA.
           03 MR-DATA-APLICACAO              PIC 9(08).
           03 MR-QTD-CLIENTES                PIC 9(06).
           03 MR-QTD-CONTRATOS               PIC 9(06).
           03 MR-QTD-DESISTENTES             PIC 9(06).
           03 MR-QTD-INELEGIVEIS             PIC 9(06).
           03 MR-VR-JUROS-PAUSA              PIC 9(09)V99.
