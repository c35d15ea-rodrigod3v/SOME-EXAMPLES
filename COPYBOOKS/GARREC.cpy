               88 GA-GRAVAME-LIBERADO            VALUE 'L'.
           03 GA-DATA-REGISTRO               PIC 9(08).
           03 GA-DATA-LIBERACAO              PIC 9(08).
      *    Apolice de seguro do bem (registrada/renovada pelo FINGAR):
      *    bem sem seguro roubado ou sinistrado vale zero como
      *    garantia. Apolice em branco = bem ainda sem seguro
      *    informado. Clausula beneficiaria 'S' = a financeira e a
      *    beneficiaria da indenizacao.
           03 GA-SEGURADORA                  PIC X(30).
           03 GA-NUM-APOLICE                 PIC X(20).
           03 GA-VR-SEGURADO                 PIC 9(09)V99.
           03 GA-APOLICE-INICIO              PIC 9(08).
           03 GA-APOLICE-FIM                 PIC 9(08).
           03 GA-CLAUSULA-BENEF              PIC X(01).
               88 GA-FINANCEIRA-BENEFICIARIA     VALUE 'S'.
      *    Ultima carta de apolice emitida pelo FINAPOL e a vigencia
      *    a que ela se refere: uma carta por etapa (a vencer /
      *    vencida ou sem apolice) para cada vigencia; a renovacao
      *    no FINGAR zera o controle.
           03 GA-AVISO-APOLICE               PIC X(01).
               88 GA-AVISO-SEM-CARTA             VALUE SPACE.
               88 GA-AVISO-A-VENCER              VALUE 'V'.
               88 GA-AVISO-VENCIDA               VALUE 'E'.
           03 GA-AVISO-FIM                   PIC 9(08).
      *    Tipo do bem e identificacao do veiculo no registro
      *    nacional de gravames (SNG/DETRAN); placa fica em
      *    GA-IDENTIFICACAO. Tipo em branco = garantia anterior ao
      *    registro eletronico, tratada a mao como antes.
           03 GA-TIPO-BEM                    PIC X(01).
               88 GA-BEM-VEICULO                 VALUE 'V'.
               88 GA-BEM-IMOVEL                  VALUE 'I'.
               88 GA-BEM-OUTROS                  VALUE 'O'.
           03 GA-CHASSI                      PIC X(17).
           03 GA-RENAVAM                     PIC 9(11).
           03 GA-UF-LICENCIAMENTO            PIC X(02).
      *    Situacao do gravame no registro nacional, mantida pelo
      *    FINSNG (remessa SNGREM / retorno SNGRET): inclusao a
      *    enviar, enviada, registrada (com protocolo) ou rejeitada;
      *    baixa a enviar (FINGAR/FINSNG liberam o gravame do
      *    contrato quitado), enviada, confirmada ou rejeitada.
           03 GA-REG-SITUACAO                PIC X(01).
               88 GA-REG-NAO-SE-APLICA           VALUE SPACE.
               88 GA-REG-INCLUSAO-PENDENTE       VALUE 'P'.
               88 GA-REG-INCLUSAO-ENVIADA        VALUE 'E'.
               88 GA-REG-REGISTRADO              VALUE 'C'.
               88 GA-REG-INCLUSAO-REJEITADA      VALUE 'R'.
               88 GA-REG-BAIXA-PENDENTE          VALUE 'B'.
               88 GA-REG-BAIXA-ENVIADA           VALUE 'X'.
               88 GA-REG-BAIXADO                 VALUE 'L'.
               88 GA-REG-BAIXA-REJEITADA         VALUE 'J'.
               88 GA-REG-AGUARDA-RETORNO         VALUE 'E', 'X'.
           03 GA-REG-SEQ-REMESSA             PIC 9(06).
           03 GA-REG-DATA-ENVIO              PIC 9(08).
           03 GA-REG-PROTOCOLO               PIC X(20).
           03 GA-REG-DATA-RETORNO            PIC 9(08).
           03 GA-REG-OCORRENCIA              PIC X(02).
           03 GA-REG-DESCR-OCORR             PIC X(30).
