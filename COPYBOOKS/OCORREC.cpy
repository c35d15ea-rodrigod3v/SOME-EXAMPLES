               88 OC-BALCAO                      VALUE 'B'.
               88 OC-RECLAMACAO                  VALUE 'R'.
               88 OC-CARTA-SISTEMA               VALUE 'C'.
      *        Contato informado por assessoria externa no arquivo
      *        de resultado (FINASSR).
               88 OC-ASSESSORIA                  VALUE 'A'.
      *        Aviso por e-mail/SMS despachado ao remetente (FINNOTE).
               88 OC-AVISO-ELETRONICO            VALUE 'E'.
      *        Ligacao atendida pela URA, do arquivo do provedor
      *        (FINURAR).
               88 OC-URA                         VALUE 'U'.
           03 OC-TEXTO                       PIC X(60).
           03 OC-DATA                        PIC 9(08).
           03 OC-HORA                        PIC 9(08).
