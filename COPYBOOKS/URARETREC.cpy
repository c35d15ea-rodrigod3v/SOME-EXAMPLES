      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the phone self-service (URA)
      *          daily call file (URARET.DAT) devolvido pelo provedor
      *          da URA e lido pelo FINURAR: header 'H' com data de
      *          geracao e sequencia (base do guarda de replay em
      *          RETCTL.DAT), um detalhe 'D' por ligacao atendida
      *          pela URA - consulta ('C': o cliente ouviu saldo,
      *          proxima parcela, atraso, quitacao ou o boleto) ou
      *          promessa ('P': alem da consulta, o cliente prometeu
      *          pagar a parcela na data e valor informados) - e o
      *          trailer 'T' com a quantidade de detalhes.
      ******************************************************************
           03 UR-TIPO-REG                    PIC X(01).
               88 UR-REG-HEADER                  VALUE 'H'.
               88 UR-REG-DETALHE                 VALUE 'D'.
               88 UR-REG-TRAILER                 VALUE 'T'.
           03 UR-DADOS                       PIC X(79).
           03 UR-HEADER REDEFINES UR-DADOS.
               05 UR-H-DATA-GERACAO          PIC 9(08).
               05 UR-H-SEQUENCIA             PIC 9(06).
               05 FILLER                     PIC X(65).
           03 UR-DETALHE REDEFINES UR-DADOS.
               05 UR-OCORRENCIA              PIC X(01).
                   88 UR-CONSULTA                VALUE 'C'.
                   88 UR-PROMESSA                VALUE 'P'.
               05 UR-TIPO-PESSOA             PIC X(01).
               05 UR-DOCUMENTO               PIC 9(14).
               05 UR-NUM-CONTRATO            PIC 9(08).
               05 UR-DATA-LIGACAO            PIC 9(08).
               05 UR-HORA-LIGACAO            PIC 9(06).
      *        Opcao do menu ouvida pelo cliente.
               05 UR-OPCAO                   PIC X(02).
                   88 UR-OPCAO-SALDO             VALUE 'SD'.
                   88 UR-OPCAO-PROXIMA           VALUE 'PV'.
                   88 UR-OPCAO-ATRASO            VALUE 'AT'.
                   88 UR-OPCAO-QUITACAO          VALUE 'QT'.
                   88 UR-OPCAO-BOLETO            VALUE 'BL'.
                   88 UR-OPCAO-PROMESSA          VALUE 'PR'.
               05 UR-TELEFONE                PIC 9(13).
      *        Somente na promessa: parcela, data e valor prometidos.
               05 UR-NUM-PARCELA             PIC 9(03).
               05 UR-DATA-PROMETIDA          PIC 9(08).
               05 UR-VR-PROMETIDO            PIC 9(05)V99.
               05 FILLER                     PIC X(08).
           03 UR-TRAILER REDEFINES UR-DADOS.
               05 UR-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(73).
