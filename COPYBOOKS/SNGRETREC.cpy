      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the lien registry return
      *          (SNGRET.DAT) lido pelo FINSNG - header com o numero
      *          da remessa respondida, um detalhe por veiculo com o
      *          resultado e trailer com a quantidade de detalhes.
      *          Ocorrencia '00' = operacao registrada (traz o
      *          protocolo do registro e a data); as demais =
      *          rejeitada, e a garantia volta ao back office para
      *          correcao no FINGAR.
      ******************************************************************
           03 GR-TIPO-REG                    PIC X(01).
               88 GR-REG-HEADER                  VALUE 'H'.
               88 GR-REG-DETALHE                 VALUE 'D'.
               88 GR-REG-TRAILER                 VALUE 'T'.
           03 GR-DADOS                       PIC X(79).
           03 GR-HEADER REDEFINES GR-DADOS.
               05 GR-H-SEQ-REMESSA           PIC 9(06).
               05 GR-H-DATA-GERACAO          PIC 9(08).
               05 FILLER                     PIC X(65).
           03 GR-DETALHE REDEFINES GR-DADOS.
               05 GR-OPERACAO                PIC X(01).
                   88 GR-INCLUSAO                VALUE 'I'.
                   88 GR-BAIXA                   VALUE 'B'.
               05 GR-NUM-CONTRATO            PIC 9(08).
               05 GR-CHASSI                  PIC X(17).
               05 GR-OCORRENCIA              PIC X(02).
                   88 GR-REGISTRADO              VALUE '00'.
                   88 GR-CHASSI-INVALIDO         VALUE '01'.
                   88 GR-VEICULO-COM-GRAVAME     VALUE '02'.
                   88 GR-DOCUMENTO-DIVERGE       VALUE '03'.
                   88 GR-GRAVAME-INEXISTENTE     VALUE '04'.
                   88 GR-OUTROS                  VALUE '09'.
               05 GR-PROTOCOLO               PIC X(20).
               05 GR-DATA-REGISTRO           PIC 9(08).
               05 FILLER                     PIC X(23).
           03 GR-TRAILER REDEFINES GR-DADOS.
               05 GR-T-QTD-DETALHES          PIC 9(06).
               05 FILLER                     PIC X(73).
