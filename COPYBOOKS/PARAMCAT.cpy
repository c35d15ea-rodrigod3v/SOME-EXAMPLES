      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: catalogo dos parametros do mestre PARAM.DAT: nome,
      *          area dona, valor padrao de implantacao (o mesmo com
      *          que o arquivo antigo era semeado), se zero e valor
      *          valido, o arquivo antigo de onde a importacao do
      *          PARAMNT traz o valor da instalacao e a descricao.
      *          Parametro novo entra aqui e no programa que o le.
      ******************************************************************
         01 PC-TAB-CATALOGO.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'AVISO-DIAS'.
               05 FILLER  PIC X(10)        VALUE 'COBRANCA'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 5.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'AVIPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'DIAS DE ANTECEDENCIA DO AVISO (FINAVISO)'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'PREJ-DIAS'.
               05 FILLER  PIC X(10)        VALUE 'CONTABIL'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 360.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'PREJPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'DIAS DE ATRASO PARA BAIXA A PREJUIZO'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'SCORE-MINIMO'.
               05 FILLER  PIC X(10)        VALUE 'CREDITO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 40.
               05 FILLER  PIC X(01)        VALUE 'S'.
               05 FILLER  PIC X(08)        VALUE 'SCORPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'SCORE ABAIXO DISTO EXIGE ALCADA'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'BUREAU-DIAS'.
               05 FILLER  PIC X(10)        VALUE 'CREDITO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 90.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'BURPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'VALIDADE DA CONSULTA AO BUREAU (DIAS)'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'ALCADA-VALOR'.
               05 FILLER  PIC X(10)        VALUE 'CREDITO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 50000.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'ALCPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'VALOR ACIMA DISTO VAI A APROVACAO'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'ALCADA-PRAZO'.
               05 FILLER  PIC X(10)        VALUE 'CREDITO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 120.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'ALCPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'PRAZO ACIMA DISTO VAI A APROVACAO'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'AVAL-MAXIMO'.
               05 FILLER  PIC X(10)        VALUE 'CREDITO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 5.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'AVALPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'TETO DE AVAIS ATIVOS POR AVALISTA'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'DUPL-ESTORNO'.
               05 FILLER  PIC X(10)        VALUE 'OPERACOES'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 1000.
               05 FILLER  PIC X(01)        VALUE 'N'.
               05 FILLER  PIC X(08)        VALUE 'DUPPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'ESTORNO ACIMA DISTO EXIGE DUPLA AUTORIZ.'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'TOL-VALOR'.
               05 FILLER  PIC X(10)        VALUE 'FINANCEIRO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 1.
               05 FILLER  PIC X(01)        VALUE 'S'.
               05 FILLER  PIC X(08)        VALUE 'TOLPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'TOLERANCIA DE VALOR NO PAGAMENTO'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'TOL-RESIDUO'.
               05 FILLER  PIC X(10)        VALUE 'FINANCEIRO'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 30.
               05 FILLER  PIC X(01)        VALUE 'S'.
               05 FILLER  PIC X(08)        VALUE 'TOLPARM'.
               05 FILLER  PIC X(40)
                   VALUE 'DIAS PARA VENCER O RESIDUO DE PAGTO'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'CICLO-HORA-1'.
               05 FILLER  PIC X(10)        VALUE 'OPERACOES'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 1000.
               05 FILLER  PIC X(01)        VALUE 'S'.
               05 FILLER  PIC X(08)        VALUE SPACES.
               05 FILLER  PIC X(40)
                   VALUE 'HHMM DO 1O CICLO DIURNO (0 = SEM CICLO)'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'CICLO-HORA-2'.
               05 FILLER  PIC X(10)        VALUE 'OPERACOES'.
               05 FILLER  PIC 9(09)V9(04)  VALUE 1330.
               05 FILLER  PIC X(01)        VALUE 'S'.
               05 FILLER  PIC X(08)        VALUE SPACES.
               05 FILLER  PIC X(40)
                   VALUE 'HHMM DO 2O CICLO DIURNO (0 = SEM CICLO)'.
           03 FILLER.
               05 FILLER  PIC X(12)        VALUE 'CICLO-HORA-3'.
               05 FILLER  PIC X(10)        VALUE 'OPERACOES'.
               05 FILLER  PIC 9(09)V9(04)  VALUE ZEROS.
               05 FILLER  PIC X(01)        VALUE 'S'.
               05 FILLER  PIC X(08)        VALUE SPACES.
               05 FILLER  PIC X(40)
                   VALUE 'HHMM DO 3O CICLO DIURNO (0 = SEM CICLO)'.
         01 PC-TAB-CATALOGO-R REDEFINES PC-TAB-CATALOGO.
           03 PC-PARAMETRO OCCURS 13 TIMES.
               05 PC-NOME                    PIC X(12).
               05 PC-AREA                    PIC X(10).
               05 PC-VALOR-PADRAO            PIC 9(09)V9(04).
               05 PC-ZERO-VALIDO             PIC X(01).
                   88 PC-ACEITA-ZERO                 VALUE 'S'.
               05 PC-ARQUIVO-ANTIGO          PIC X(08).
               05 PC-DESCRICAO               PIC X(40).
         01 PC-QTD-CATALOGO                  PIC 9(02) VALUE 13.
