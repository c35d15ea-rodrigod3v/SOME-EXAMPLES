      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the court order / legal hold
      *          register (ORDJUD.DAT), chave = numero da ordem
      *          (serie ORDJUD de NUMCTL.DAT), caminho alternado por
      *          cliente WITH DUPLICATES. Cada oficio recebido do
      *          juizo - bloqueio de saldo, recuperacao judicial do
      *          cliente PJ, sustacao de negativacao - vira uma
      *          ordem com vara, comarca, numero do processo,
      *          vigencia e o alcance: quais rotinas ficam proibidas
      *          de mexer no cliente (ou so no contrato indicado)
      *          enquanto a ordem estiver ativa. Quem consulta e o
      *          subprograma ORDJCHK; o cadastro e o ORDJMNT e o
      *          relatorio mensal para o juridico e o FINORDJ.
      ******************************************************************
           03 OJ-NUM-ORDEM                   PIC 9(08).
           03 OJ-COD-CLIENTE                 PIC 9(06).
      *    Zeros = a ordem alcanca o cliente inteiro (todos os
      *    contratos, atuais e futuros).
           03 OJ-NUM-CONTRATO                PIC 9(08).
           03 OJ-TIPO-ORDEM                  PIC X(01).
               88 OJ-BLOQUEIO-SALDO              VALUE 'B'.
               88 OJ-RECUPERACAO-JUDICIAL        VALUE 'R'.
               88 OJ-SUSTACAO-NEGATIVACAO        VALUE 'N'.
               88 OJ-TIPO-VALIDO                 VALUE 'B' 'R' 'N'.
           03 OJ-VARA                        PIC X(30).
           03 OJ-COMARCA                     PIC X(20).
           03 OJ-NUM-PROCESSO                PIC X(25).
      *    Vigencia: data fim zeros = por prazo indeterminado (vale
      *    ate o levantamento).
           03 OJ-DATA-INICIO                 PIC 9(08).
           03 OJ-DATA-FIM                    PIC 9(08).
           03 OJ-SITUACAO                    PIC X(01).
               88 OJ-ATIVA                       VALUE 'A'.
               88 OJ-LEVANTADA                   VALUE 'L'.
      *    Alcance: S = a rotina fica suspensa para o cliente ou
      *    contrato da ordem.
           03 OJ-ESCOPO.
      *        Devolucao de credito ao cliente (CREDMNT).
               05 OJ-ESC-DEVOLUCAO           PIC X(01).
                   88 OJ-RETEM-DEVOLUCAO         VALUE 'S'.
      *        Aplicacao automatica de credito (FINCRED).
               05 OJ-ESC-APLICACAO           PIC X(01).
                   88 OJ-RETEM-APLICACAO         VALUE 'S'.
      *        Cartas de cobranca (FINCOB e FINVARRE).
               05 OJ-ESC-COBRANCA            PIC X(01).
                   88 OJ-RETEM-COBRANCA          VALUE 'S'.
      *        Inclusao em bureau de negativacao (FINNEGI).
               05 OJ-ESC-NEGATIVACAO         PIC X(01).
                   88 OJ-RETEM-NEGATIVACAO       VALUE 'S'.
      *        Ofertas de mutirao de renegociacao (FINCAMP).
               05 OJ-ESC-OFERTA              PIC X(01).
                   88 OJ-RETEM-OFERTA            VALUE 'S'.
           03 OJ-VR-BLOQUEADO                PIC 9(09)V99.
           03 OJ-DESCRICAO                   PIC X(60).
           03 OJ-USUARIO-REGISTRO            PIC X(08).
           03 OJ-DATA-REGISTRO               PIC 9(08).
           03 OJ-USUARIO-LEVANTAMENTO        PIC X(08).
           03 OJ-DATA-LEVANTAMENTO           PIC 9(08).
