      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: registro do antigo arquivo de parametro de
      *          tolerancia de pagamento (TOLPARM.DAT, LINE
      *          SEQUENTIAL, um registro so). FINRET, FINPIX e CAIXA
      *          passaram a ler TOL-VALOR e TOL-RESIDUO do mestre de
      *          parametros (PARAMGET); o layout fica para o PARAMNT
      *          migrar o valor que a instalacao ja usava: diferenca
      *          de ate TO-TOLERANCIA entre o pago e a parcela liquida
      *          a parcela inteira; pagamento menor e parcial, com o
      *          vencimento do residuo empurrado TO-RESIDUO-DIAS
      *          adiante.
      ******************************************************************
           03 TO-TOLERANCIA                  PIC 9(03)V99.
           03 TO-RESIDUO-DIAS                PIC 9(03).
