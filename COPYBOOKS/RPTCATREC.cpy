      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: FD record layout for the report distribution catalog
      *          (RPTCAT.DAT), chave nome do relatorio (o mesmo
      *          RW-RELATORIO com que o programa abre a geracao no
      *          RPTWRT): descricao, se o relatorio e confidencial e
      *          o nivel minimo de acesso de quem pode recebe-lo, e a
      *          lista de destinatarios do RPTDEST.DAT com o numero
      *          de copias de cada um. O FINDIST monta na noite um
      *          pacote por destinatario com as geracoes do dia e
      *          bloqueia o relatorio confidencial para quem esta
      *          abaixo do nivel exigido. Mantido pelo RPTCMNT.
      ******************************************************************
           03 RC-RELATORIO                   PIC X(08).
           03 RC-DESCRICAO                   PIC X(30).
           03 RC-CONFIDENCIAL                PIC X(01).
               88 RC-E-CONFIDENCIAL              VALUE 'S'.
      *    Nivel minimo do destinatario ('O' operacao, 'S'
      *    supervisor); so vale para relatorio confidencial.
           03 RC-NIVEL-EXIGIDO               PIC X(01).
           03 RC-SITUACAO                    PIC X(01).
               88 RC-ATIVO                       VALUE 'A'.
               88 RC-INATIVO                     VALUE 'I'.
           03 RC-QTD-DESTINOS                PIC 9(02).
           03 RC-DESTINO OCCURS 15 TIMES.
               05 RC-DEST-TIPO               PIC X(01).
               05 RC-DEST-CODIGO             PIC X(08).
               05 RC-COPIAS                  PIC 9(02).
           03 FILLER                         PIC X(10) VALUE SPACES.
