*> AMOUNT IN WORDS.  THE CALLER SETS GX-WRD-AMT AND GX-WRD-CUR AND
*> GETS THE WORDING BACK IN GX-WRD-OUT; ANYTHING BUT GX-WRD-OK IN
*> GX-WRD-STATUS MEANS THE LINE MUST NOT GO ON A CHEQUE AS IT IS
01  GX-WRD-AMT                     PIC S9(013)V9(004) COMP-3.
01  GX-WRD-CUR                     PIC  X(003).
01  GX-WRD-OUT                     PIC  X(200).
01  GX-WRD-STATUS                  PIC  X(001).
    88 GX-WRD-OK                                   VALUE SPACE.
*> MORE THAN 999,999,999,999 MAJOR UNITS - NOTHING IS SPELLED
    88 GX-WRD-TOO-LARGE                            VALUE 'L'.
*> THE WORDING RAN PAST GX-WRD-OUT - NOTHING IS RETURNED
    88 GX-WRD-TOO-LONG                             VALUE 'W'.
*> CURRENCY NOT ON CURRMST - SPELLED TO TWO PLACES WITHOUT ITS NAMES
    88 GX-WRD-NO-CURRENCY                          VALUE 'C'.

*> ENGLISH WORDING AS COMPILED.  A TXTTBL ROW FOR THE USER'S
*> LANGUAGE REPLACES ANY OF IT THROUGH GX-TRANSLATE:
*>   AMTWnn     THE WORD FOR nn (00-19 AND THE TENS ARE NEEDED; ANY
*>              OTHER nn, SAY AMTW21 = VEINTIUNO, IS TAKEN WHOLE
*>              INSTEAD OF TENS + AMTWJOIN + UNITS)
*>   AMTWHUND   HUNDRED          AMTWHn    n HUNDRED TAKEN WHOLE
*>   AMTWHn00   EXACTLY n HUNDRED TAKEN WHOLE (CIEN AGAINST CIENTO)
*>   AMTWS1-3   THOUSAND / MILLION / BILLION
*>   AMTWSnONE  ONE THOUSAND / ONE MILLION ... TAKEN WHOLE
*>   AMTWJOIN   BETWEEN TENS AND UNITS, NO SPACES ADDED
*>   AMTWORDER  UT = UNITS BEFORE TENS (EINUNDZWANZIG)
*>   AMTWAND    BETWEEN THE MAJOR AND MINOR AMOUNTS
*>   AMTWNEG    FRONT OF A NEGATIVE AMOUNT
*>   AMTCccc    CURRENCY ccc'S MAJOR-UNIT NAME (ELSE CURRMST'S)
*>   AMTMccc    CURRENCY ccc'S MINOR-UNIT NAME (ELSE CURRMST'S)
*> AN UNDERSCORE IN THE TEXT STANDS FOR A SPACE THAT MUST BE KEPT,
*> SO A SPANISH AMTWJOIN IS _Y_
01  GX-WRD-UNITS-INIT.
    05 FILLER                      PIC  X(010) VALUE 'ZERO'.
    05 FILLER                      PIC  X(010) VALUE 'ONE'.
    05 FILLER                      PIC  X(010) VALUE 'TWO'.
    05 FILLER                      PIC  X(010) VALUE 'THREE'.
    05 FILLER                      PIC  X(010) VALUE 'FOUR'.
    05 FILLER                      PIC  X(010) VALUE 'FIVE'.
    05 FILLER                      PIC  X(010) VALUE 'SIX'.
    05 FILLER                      PIC  X(010) VALUE 'SEVEN'.
    05 FILLER                      PIC  X(010) VALUE 'EIGHT'.
    05 FILLER                      PIC  X(010) VALUE 'NINE'.
    05 FILLER                      PIC  X(010) VALUE 'TEN'.
    05 FILLER                      PIC  X(010) VALUE 'ELEVEN'.
    05 FILLER                      PIC  X(010) VALUE 'TWELVE'.
    05 FILLER                      PIC  X(010) VALUE 'THIRTEEN'.
    05 FILLER                      PIC  X(010) VALUE 'FOURTEEN'.
    05 FILLER                      PIC  X(010) VALUE 'FIFTEEN'.
    05 FILLER                      PIC  X(010) VALUE 'SIXTEEN'.
    05 FILLER                      PIC  X(010) VALUE 'SEVENTEEN'.
    05 FILLER                      PIC  X(010) VALUE 'EIGHTEEN'.
    05 FILLER                      PIC  X(010) VALUE 'NINETEEN'.
01  GX-WRD-UNITS REDEFINES GX-WRD-UNITS-INIT.
    05 GX-WRD-UNIT                 PIC  X(010) OCCURS 20.
01  GX-WRD-TENS-INIT.
    05 FILLER                      PIC  X(010) VALUE 'TWENTY'.
    05 FILLER                      PIC  X(010) VALUE 'THIRTY'.
    05 FILLER                      PIC  X(010) VALUE 'FORTY'.
    05 FILLER                      PIC  X(010) VALUE 'FIFTY'.
    05 FILLER                      PIC  X(010) VALUE 'SIXTY'.
    05 FILLER                      PIC  X(010) VALUE 'SEVENTY'.
    05 FILLER                      PIC  X(010) VALUE 'EIGHTY'.
    05 FILLER                      PIC  X(010) VALUE 'NINETY'.
01  GX-WRD-TENS REDEFINES GX-WRD-TENS-INIT.
    05 GX-WRD-TEN                  PIC  X(010) OCCURS 8.
01  GX-WRD-SCALES-INIT.
    05 FILLER                      PIC  X(010) VALUE 'THOUSAND'.
    05 FILLER                      PIC  X(010) VALUE 'MILLION'.
    05 FILLER                      PIC  X(010) VALUE 'BILLION'.
01  GX-WRD-SCALES REDEFINES GX-WRD-SCALES-INIT.
    05 GX-WRD-SCALE                PIC  X(010) OCCURS 3.
01  GX-WRD-HUNDRED                 PIC  X(010) VALUE 'HUNDRED'.
01  GX-WRD-JOIN                    PIC  X(010) VALUE '-'.
01  GX-WRD-AND                     PIC  X(010) VALUE 'AND'.
01  GX-WRD-MINUS                   PIC  X(010) VALUE 'MINUS'.

01  GX-WRD-DECS                    PIC S9(003) COMP-3.
01  GX-WRD-FACTOR                  PIC S9(010) COMP-3.
01  GX-WRD-SCALED                  PIC S9(017) COMP-3.
01  GX-WRD-MAJOR                   PIC S9(013) COMP-3.
01  GX-WRD-MINOR                   PIC S9(009) COMP-3.
01  GX-WRD-MAJOR-NAME              PIC  X(074).
01  GX-WRD-MINOR-NAME              PIC  X(074).
01  GX-WRD-SIGN-SW                 PIC S9(001) COMP-3.
    88 GX-WRD-NEG                                  VALUE 1.
    88 GX-WRD-POS                                   VALUE 0.
01  GX-WRD-UT-SW                   PIC S9(001) COMP-3.
    88 GX-WRD-UNITS-FIRST                          VALUE 1.
    88 GX-WRD-TENS-FIRST                            VALUE 0.
*> THE NUMBER BEING SPELLED, ITS THREE-DIGIT GROUPS, AND THE PIECES
01  GX-WRD-NUM                     PIC S9(013) COMP-3.
01  GX-WRD-REST                    PIC S9(013) COMP-3.
01  GX-WRD-GROUP                   PIC S9(003) COMP-3.
01  GX-WRD-SCALE-DIV               PIC S9(013) COMP-3.
77  GX-WRD-K                       PIC S9(003) COMP-3.
77  GX-WRD-H                       PIC S9(003) COMP-3.
77  GX-WRD-R                       PIC S9(003) COMP-3.
77  GX-WRD-T                       PIC S9(003) COMP-3.
77  GX-WRD-U                       PIC S9(003) COMP-3.
01  GX-WRD-NN                      PIC  9(002).
01  GX-WRD-D1                      PIC  9(001).
01  GX-WRD-PIECE                   PIC  X(074).
77  GX-WRD-PIECE-L                 PIC S9(003) COMP-3.
77  GX-WRD-PTR                     PIC S9(003) COMP-3.
01  GX-WRD-GLUE-SW                 PIC S9(001) COMP-3.
    88 GX-WRD-GLUED                                VALUE 1.
    88 GX-WRD-SPACED                                VALUE 0.
