      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the report recipient master
      *          (RPTDEST.DAT), chave tipo + codigo do destinatario:
      *          quem recebe relatorio impresso - uma area da casa
      *          (contabilidade, cobranca, diretoria...), uma filial
      *          do FILIAL.DAT ou um operador do OPERADOR.DAT - com
      *          o nome que vai na capa do pacote e o nivel de
      *          acesso a relatorio confidencial ('C'/'O'/'S', a
      *          mesma escala do OP-NIVEL). Para o operador vale o
      *          nivel corrente do mestre de operadores, nao o daqui.
      *          Mantido pelo DESTMNT; lido pelo RPTCMNT e pelo
      *          FINDIST.
      ******************************************************************
           03 DT-CHAVE.
               05 DT-TIPO                    PIC X(01).
                   88 DT-AREA                        VALUE 'A'.
                   88 DT-FILIAL                      VALUE 'F'.
                   88 DT-OPERADOR                    VALUE 'O'.
      *        Area: sigla livre; filial: codigo de 3 digitos
      *        alinhado a esquerda; operador: OP-CODIGO.
               05 DT-CODIGO                  PIC X(08).
           03 DT-NOME                        PIC X(30).
           03 DT-NIVEL                       PIC X(01).
               88 DT-NIVEL-CONSULTA              VALUE 'C'.
               88 DT-NIVEL-OPERACAO              VALUE 'O'.
               88 DT-NIVEL-SUPERVISOR            VALUE 'S'.
           03 DT-SITUACAO                    PIC X(01).
               88 DT-ATIVO                       VALUE 'A'.
               88 DT-INATIVO                     VALUE 'I'.
           03 FILLER                         PIC X(10) VALUE SPACES.
