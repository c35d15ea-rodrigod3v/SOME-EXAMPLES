      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do arquivo de parametro de encargos de
      *          atraso da 2a via de boleto (ENCPARM.DAT, LINE
      *          SEQUENTIAL, um registro so), lido pelo FIN2VIA e
      *          semeado na primeira execucao (mesma tecnica do
      *          TOLPARM do FINRET): multa percentual unica sobre a
      *          parcela, mora percentual ao dia ate o novo
      *          vencimento e o prazo maximo, em dias a partir da
      *          data do movimento, para o novo vencimento escolhido
      *          no balcao. O back office ajusta editando o arquivo,
      *          sem recompilar.
      ******************************************************************
           03 EN-PCT-MULTA                   PIC 9(03)V9(04).
           03 EN-PCT-JUROS-DIA               PIC 9(03)V9(04).
           03 EN-PRAZO-2VIA                  PIC 9(03).
