      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout do registro de interfaces
      *          (INTERF.DAT, chave IT-COD-INTERFACE): um registro por
      *          arquivo trocado com banco, bureau, contabilidade,
      *          seguradora, cessionario ou regulador, com o sentido
      *          (entrada/saida), a frequencia esperada e a janela de
      *          chegada. Mantido pelo INTFMNT; o JOBCHECK confere
      *          contra o diario de interfaces (INTFLOG.DAT) o que
      *          faltou, chegou atrasado, veio com trailer divergente
      *          ou foi gerado e nunca confirmado como enviado.
      ******************************************************************
           03 IT-COD-INTERFACE               PIC X(08).
           03 IT-DESCRICAO                   PIC X(30).
           03 IT-NOME-ARQUIVO                PIC X(16).
           03 IT-SENTIDO                     PIC X(01).
               88 IT-ENTRADA                     VALUE 'E'.
               88 IT-SAIDA                       VALUE 'S'.
      *    D=todo dia util, S=semanal (7 dias desde o ultimo),
      *    M=mensal (a partir do IT-DIA-REFERENCIA), E=eventual
      *    (nunca cobrado pelo JOBCHECK).
           03 IT-FREQUENCIA                  PIC X(01).
               88 IT-DIARIA                      VALUE 'D'.
               88 IT-SEMANAL                     VALUE 'S'.
               88 IT-MENSAL                      VALUE 'M'.
               88 IT-EVENTUAL                    VALUE 'E'.
           03 IT-DIA-REFERENCIA              PIC 9(02).
      *    Entrada: hora (HHMM) ate a qual o arquivo deve ter
      *    chegado no dia esperado.
           03 IT-HORA-LIMITE                 PIC 9(04).
           03 IT-PROGRAMA                    PIC X(08).
           03 IT-SITUACAO                    PIC X(01).
               88 IT-ATIVA                       VALUE 'A'.
               88 IT-INATIVA                     VALUE 'I'.
           03 FILLER                         PIC X(20).
