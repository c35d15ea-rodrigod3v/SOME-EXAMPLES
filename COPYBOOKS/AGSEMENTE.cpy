      ******************************************************************
      * Author: RODRIGO ORLANDO
      * Purpose: semente da agenda do JOB NOTURNO (AGENDA.DAT): a
      *          sequencia que estava compilada, mais os fechamentos
      *          mensais nos seus dias (dia util: rodam na primeira
      *          data de movimento util do mes em/apos o dia
      *          indicado). O JOBNOTURNO semeia com ela uma agenda
      *          nova e o FINCVAL acrescenta a uma agenda existente
      *          as sequencias que ela ainda nao tem. Passo novo do
      *          noturno entra aqui, com a quantidade do OCCURS.
      ******************************************************************
         01 WS-TAB-SEMENTE.
           05 FILLER PIC X(27) VALUE '0100NOTAS   NOTAS     D00NS'.
           05 FILLER PIC X(27) VALUE '0150FININTEGFININTEG  D00NS'.
           05 FILLER PIC X(27) VALUE '0190FINLOJI FINLOJI   D00NS'.
           05 FILLER PIC X(27) VALUE '0200FINAN2  FINAN2    D00NS'.
           05 FILLER PIC X(27) VALUE '0205FINLOJE FINLOJE   D00NS'.
           05 FILLER PIC X(27) VALUE '0207FINLIB  FINLIB    D00NS'.
           05 FILLER PIC X(27) VALUE '0210FINPARC FINPARC   D00NS'.
           05 FILLER PIC X(27) VALUE '0240FINROT  FINROT    D00NS'.
           05 FILLER PIC X(27) VALUE '0250FINREM  FINREM    D00NS'.
           05 FILLER PIC X(27) VALUE '0252FINPIXC FINPIXC   D00NS'.
           05 FILLER PIC X(27) VALUE '0255FINDEB  FINDEB    D00NS'.
           05 FILLER PIC X(27) VALUE '0256FINCSG  FINCSG    D00NS'.
           05 FILLER PIC X(27) VALUE '0260FINRET  FINRET    D00NS'.
           05 FILLER PIC X(27) VALUE '0262FINPIX  FINPIX    D00NS'.
           05 FILLER PIC X(27) VALUE '0263FINTITP FINTITP   D00NS'.
           05 FILLER PIC X(27) VALUE '0264FINCART FINCART   D00NS'.
           05 FILLER PIC X(27) VALUE '0265FINCRED FINCRED   D00NS'.
           05 FILLER PIC X(27) VALUE '0266FINNOTR FINNOTR   D00NS'.
           05 FILLER PIC X(27) VALUE '0267FINURAR FINURAR   D00NS'.
           05 FILLER PIC X(27) VALUE '0268FINDEPC FINDEPC   D00NS'.
           05 FILLER PIC X(27) VALUE '0269FINMORA FINMORA   D00NS'.
           05 FILLER PIC X(27) VALUE '0270FINVARREFINVARRE  D00NS'.
           05 FILLER PIC X(27) VALUE '0282FINPROT FINPROT   D00NS'.
           05 FILLER PIC X(27) VALUE '0283FINASSR FINASSR   D00NS'.
           05 FILLER PIC X(27) VALUE '0284FINASSE FINASSE   D00NS'.
           05 FILLER PIC X(27) VALUE '0285FINAVISOFINAVISO  D00NS'.
           05 FILLER PIC X(27) VALUE '0286FINSNG  FINSNG    D00NS'.
           05 FILLER PIC X(27) VALUE '0287FINLISTAFINLISTA  D00NS'.
           05 FILLER PIC X(27) VALUE '0288FINRECL FINRECL   D00NS'.
           05 FILLER PIC X(27) VALUE '0289FINNOTE FINNOTE   D00NS'.
           05 FILLER PIC X(27) VALUE '0290FINNEGE FINNEGE   D00NS'.
           05 FILLER PIC X(27) VALUE '0291FINNEGI FINNEGI   D00NS'.
           05 FILLER PIC X(27) VALUE '0293FINURAE FINURAE   D00NS'.
           05 FILLER PIC X(27) VALUE '0300EVALUATEEVALUATE2 D00NS'.
           05 FILLER PIC X(27) VALUE '0340FINPOSI FINPOSI   D00NS'.
           05 FILLER PIC X(27) VALUE '0342FINMETA FINMETA   D00NS'.
           05 FILLER PIC X(27) VALUE '0344FINEFCOBFINEFCOB  S02NS'.
           05 FILLER PIC X(27) VALUE '0350FINPROV FINPROV   M01SS'.
           05 FILLER PIC X(27) VALUE '0355FINFONTEFINFONTE  M01SS'.
           05 FILLER PIC X(27) VALUE '0357FINAPOL FINAPOL   M01SS'.
           05 FILLER PIC X(27) VALUE '0358FINTRIAGFINTRIAG  M01SS'.
           05 FILLER PIC X(27) VALUE '0359FINCOAF FINCOAF   M01SS'.
           05 FILLER PIC X(27) VALUE '0360FINREG  FINREG    M01SS'.
           05 FILLER PIC X(27) VALUE '0362FINCPOS FINCPOS   M01SS'.
           05 FILLER PIC X(27) VALUE '0363FINRECT FINRECT   M01SS'.
           05 FILLER PIC X(27) VALUE '0364FINRECADFINRECAD  M01SS'.
           05 FILLER PIC X(27) VALUE '0365FINORDJ FINORDJ   M01SS'.
           05 FILLER PIC X(27) VALUE '0366FINQUAL FINQUAL   M01SS'.
           05 FILLER PIC X(27) VALUE '0367FINROLL FINROLL   M01SS'.
           05 FILLER PIC X(27) VALUE '0368FINAGQ  FINAGQ    M01SS'.
           05 FILLER PIC X(27) VALUE '0370FINACC  FINACC    M01SS'.
           05 FILLER PIC X(27) VALUE '0372FINRENT FINRENT   M01SS'.
           05 FILLER PIC X(27) VALUE '0373FINPREP FINPREP   M01SS'.
           05 FILLER PIC X(27) VALUE '0374FINKPI  FINKPI    M01SS'.
           05 FILLER PIC X(27) VALUE '0380FINIOF  FINIOF    M03SS'.
           05 FILLER PIC X(27) VALUE '0390FINCOM  FINCOM    M05SS'.
           05 FILLER PIC X(27) VALUE '0392FINASSH FINASSH   M05SS'.
           05 FILLER PIC X(27) VALUE '0395FINSEGB FINSEGB   M05SS'.
           05 FILLER PIC X(27) VALUE '0400FINCTB  FINCTB    D00NS'.
           05 FILLER PIC X(27) VALUE '0450FINBKP  FINBKP    D00NS'.
           05 FILLER PIC X(27) VALUE '0470FINBATIMFINBATIM  D00NS'.
           05 FILLER PIC X(27) VALUE '0480FINSCOREFINSCORE  M01SS'.
           05 FILLER PIC X(27) VALUE '0490FINLGPD FINLGPD   M01SS'.
           05 FILLER PIC X(27) VALUE '0495FINDIST FINDIST   D00NS'.
           05 FILLER PIC X(27) VALUE '0500LOGHOUSELOGHOUSE  M01SS'.
         01 WS-TAB-SEMENTE-RED REDEFINES WS-TAB-SEMENTE.
           05 WS-SEMENTE-OCR OCCURS 65 TIMES.
               10 WS-SM-SEQUENCIA      PIC 9(04).
               10 WS-SM-JOB            PIC X(08).
               10 WS-SM-PROGRAMA       PIC X(10).
               10 WS-SM-FREQUENCIA     PIC X(01).
               10 WS-SM-DIA            PIC 9(02).
               10 WS-SM-DIA-UTIL       PIC X(01).
               10 WS-SM-ATIVO          PIC X(01).
         01 WS-SM-IDX                 PIC 99.
