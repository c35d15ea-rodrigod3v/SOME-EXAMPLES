      *    Banco cobrador do titulo (BANCO.DAT): a remessa sai no
      *    arquivo desse banco e o retorno so baixa se vier dele.
           03 TI-COD-BANCO                   PIC 9(03).
           03 TI-VALOR-ENVIADO               PIC 9(07)V99.
           03 TI-DATA-GERACAO                PIC 9(08).
           03 TI-STATUS                      PIC X(01).
               88 TI-ABERTO                      VALUE 'A'.
               88 TI-BAIXADO                     VALUE 'G'.
               88 TI-CANCELADO                   VALUE 'C'.
      *        Titulo substituido por uma 2a via (FIN2VIA): continua
      *        valendo no banco ate a baixa, mas o FINREM nao o
      *        reenvia.
               88 TI-SUBSTITUIDO                 VALUE 'S'.
           03 TI-DATA-BAIXA                  PIC 9(08).
      *    2a via de boleto (FIN2VIA): o titulo novo nasce com o
      *    valor atualizado (parcela + multa/mora ate o novo
      *    vencimento) em TI-VALOR-ENVIADO, os encargos desse valor
      *    em TI-VALOR-ENCARGOS e o nosso-numero do titulo que ele
      *    substitui; o original guarda o nosso-numero da 2a via.
      *    Titulo comum fica com via em branco e os campos zerados.
           03 TI-TIPO-VIA                    PIC X(01).
               88 TI-PRIMEIRA-VIA                VALUE ' '.
               88 TI-SEGUNDA-VIA                 VALUE '2'.
           03 TI-VALOR-ENCARGOS              PIC 9(07)V99.
           03 TI-NOSSO-NUM-ORIGEM            PIC 9(10).
           03 TI-NOSSO-NUM-SUBST             PIC 9(10).
      *    Ultima instrucao enviada ao banco para o titulo pelo
      *    FINREM (pedido de baixa, abatimento, alteracao de
      *    vencimento), com data e contagem: e o controle que impede
      *    a mesma instrucao de sair duas vezes.
           03 TI-ULT-INSTRUCAO               PIC X(02).
               88 TI-SEM-INSTRUCAO               VALUE SPACES.
               88 TI-INSTR-BAIXA                 VALUE '02'.
               88 TI-INSTR-ABATIMENTO            VALUE '04'.
               88 TI-INSTR-VENCIMENTO            VALUE '06'.
           03 TI-DATA-ULT-INSTRUCAO          PIC 9(08).
           03 TI-QTD-INSTRUCOES              PIC 9(03).
      *    Situacao do registro do titulo no banco, pelas ocorrencias
      *    do retorno (FINRET): pendente ate a entrada confirmada,
      *    rejeitada com o motivo devolvido pelo banco, baixa
      *    confirmada depois do pedido de baixa; tarifas cobradas
      *    pelo banco acumuladas no titulo.
           03 TI-SITUACAO-REGISTRO           PIC X(01).
               88 TI-REGISTRO-PENDENTE           VALUE ' '.
               88 TI-REGISTRO-CONFIRMADO         VALUE 'E'.
               88 TI-REGISTRO-REJEITADO          VALUE 'R'.
               88 TI-BAIXA-CONFIRMADA            VALUE 'B'.
           03 TI-DATA-REGISTRO               PIC 9(08).
           03 TI-MOTIVO-REJEICAO             PIC X(30).
           03 TI-VALOR-TARIFAS               PIC 9(05)V99.
