      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the revolving store-credit
      *          account master (ROTATIVO.DAT), crediario rotativo,
      *          chave numero da conta. Uma conta por cliente, com
      *          limite aprovado; as compras do mes entram contra o
      *          limite (ROTMNT) e o FINROT fecha a fatura no dia de
      *          corte. O numero da conta e o de um contrato
      *          companheiro em FDCONTR.DAT (metodo 'R'), aberto
      *          junto com a conta: cada fatura fechada vira uma
      *          parcela dele, e e por ela que a fatura segue o
      *          caminho de qualquer parcela - boleto (FINREM/FINRET),
      *          caixa, atraso, aging, provisao e cobranca. Limite
      *          utilizado = saldo financiado + compras do ciclo +
      *          faturas em aberto no contrato; pagar a fatura
      *          devolve o limite. Situacao: 'A' ativa, 'B'
      *          bloqueada ('I' fatura vencida em aberto - o FINROT
      *          desbloqueia quando ela e paga; 'M' bloqueio manual
      *          do supervisor; 'E' contrato fora da carteira ativa),
      *          'C' encerrada.
      ******************************************************************
           03 RC-NUM-CONTA                   PIC 9(08).
           03 RC-COD-CLIENTE                 PIC 9(06).
           03 RC-VR-LIMITE                   PIC 9(05)V99.
      *    Juro ao mes sobre o saldo financiado (o que sobrou da
      *    fatura paga pelo minimo ou entre o minimo e o total).
           03 RC-TAXA-ROTATIVO               PIC 9(02)V9(04).
      *    Pagamento minimo: percentual do total da fatura.
           03 RC-PCT-MINIMO                  PIC 9(03)V99.
           03 RC-DIA-CORTE                   PIC 9(02).
      *    Dias corridos do corte ao vencimento da fatura.
           03 RC-DIAS-VENCTO                 PIC 9(02).
           03 RC-SITUACAO                    PIC X(01).
               88 RC-ATIVA                       VALUE 'A'.
               88 RC-BLOQUEADA                   VALUE 'B'.
               88 RC-ENCERRADA                   VALUE 'C'.
           03 RC-MOTIVO-BLOQUEIO             PIC X(01).
               88 RC-BLOQ-INADIMPLENCIA          VALUE 'I'.
               88 RC-BLOQ-MANUAL                 VALUE 'M'.
               88 RC-BLOQ-CONTRATO               VALUE 'E'.
           03 RC-VR-FINANCIADO               PIC 9(07)V99.
           03 RC-VR-COMPRAS-CICLO            PIC 9(07)V99.
      *    Faturas fechadas = parcelas do contrato companheiro; o
      *    minimo da ultima vale no retorno do boleto (FINRET).
           03 RC-QTD-FATURAS                 PIC 9(03).
           03 RC-DATA-ULT-CORTE              PIC 9(08).
           03 RC-VR-MINIMO-ULT               PIC 9(07)V99.
           03 RC-ULT-SEQ-MOV                 PIC 9(05).
           03 RC-DATA-ABERTURA               PIC 9(08).
           03 RC-USUARIO                     PIC X(08).
           03 RC-DATA-MANUTENCAO             PIC 9(08).
