      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: faixas padrao de classificacao de risco por atraso
      *          (AA em dia, A ate 14, B ate 30, C ate 60, D ate 90,
      *          E ate 120, F ate 150, G ate 180, H acima) e o
      *          percentual de provisao de cada uma - os numeros da
      *          norma, fixos aqui de proposito: ninguem "ajusta"
      *          percentual regulamentar num arquivo de parametro.
      *          Usada pelo FINPOSI (rating da posicao noturna) e
      *          pelo FINPROV (provisao mensal), para os dois nunca
      *          classificarem o mesmo atraso de jeitos diferentes.
      ******************************************************************
         01 WS-TAB-RATING.
           05 FILLER PIC X(13) VALUE 'AA00000000000'.
           05 FILLER PIC X(13) VALUE 'A 00014000500'.
           05 FILLER PIC X(13) VALUE 'B 00030001000'.
           05 FILLER PIC X(13) VALUE 'C 00060003000'.
           05 FILLER PIC X(13) VALUE 'D 00090010000'.
           05 FILLER PIC X(13) VALUE 'E 00120030000'.
           05 FILLER PIC X(13) VALUE 'F 00150050000'.
           05 FILLER PIC X(13) VALUE 'G 00180070000'.
           05 FILLER PIC X(13) VALUE 'H 99999100000'.
         01 WS-TAB-RATING-RED REDEFINES WS-TAB-RATING.
           05 WS-FAIXA-OCR OCCURS 9 TIMES.
               10 WS-FX-RATING      PIC X(02).
               10 WS-FX-DIAS-ATE    PIC 9(05).
               10 WS-FX-PCT         PIC 9(03)V9(03).
