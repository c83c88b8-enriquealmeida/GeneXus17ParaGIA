000260*                   THROUGH GXMSGS, THE SAME WAY GX-ABORT   *
000270*                   DOES, SO A STREAM WITH DRIFTED          *
000280*                   CALENDAR ARITHMETIC REFUSES TO RUN      *
000282*   2026-10-15  RH  WORDS ROUTINE - AMOUNT IN WORDS OVER    *
000284*                   THE AMT ROWS OF THE KNOWN TXTTBL AND    *
000286*                   CURRMST; EXPECTED AND ACTUAL WIDENED TO *
000288*                   200 SO A WHOLE CHEQUE LINE IS COMPARED  *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000390     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS GT-FS-HOLCAL.
000411     SELECT TXTTBL     ASSIGN TO DATABASE-TXTTBL
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS  IS GT-FS-TXTTBL.
000414     SELECT CURRMST    ASSIGN TO DATABASE-CURRMST
000415         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS  IS GT-FS-CURRMST.
000420     SELECT GOLDRPT    ASSIGN TO DATABASE-GOLDRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS GT-FS-GOLDRPT.
000520* TADD (DATE PLUS SIGNED SECONDS), BUSDIF (BUSINESS DAYS   *
000530* BETWEEN TWO DATES), VAL (SEPARATOR-AWARE NUMERIC EDIT,   *
000540* INPUT2 NAMING THOUSAND AND DECIMAL SEPARATORS), CTOT     *
000545* (YMD DATE PARSE AND CALENDAR VALIDATION), WORDS (AMOUNT  *
000550* IN WORDS, INPUT2 NAMING THE CURRENCY AND THE LANGUAGE)   *
000560*----------------------------------------------------------*
000570     05 GOLDANS-ROUTINE          PIC  X(008).
000580     05 GOLDANS-INPUT            PIC  X(030).
000590     05 GOLDANS-INPUT2           PIC  X(010).
000595     05 GOLDANS-EXPECTED-ALL.
000600        10 GOLDANS-EXPECTED      PIC  X(026).
000605        10 GOLDANS-EXPECTED-CONT PIC  X(174).
000610 FD  HOLCAL.
000620 01  HOLCAL-RECORD.
000630     05 HOLCAL-DATE.
000660        10 HOLCAL-DD             PIC  9(002).
000670     05 HOLCAL-LOC               PIC  X(010).
000680     05 HOLCAL-DESC              PIC  X(030).
000681 FD  TXTTBL.
000682 01  TXTTBL-RECORD.
000683     05 TXTTBL-LANG              PIC  X(003).
000684     05 TXTTBL-TEXT-ID           PIC  X(010).
000685     05 TXTTBL-TEXT              PIC  X(074).
000686 FD  CURRMST.
000687 01  CURRMST-RECORD.
000688     05 CURRMST-CODE             PIC  X(003).
000689     05 CURRMST-DECS             PIC  9(001).
000690     05 CURRMST-SYMBOL           PIC  X(003).
000691     05 CURRMST-ROUND            PIC  X(001).
000692     05 CURRMST-MAXAGE           PIC  9(003).
000693     05 CURRMST-COMPANY          PIC  X(003).
000694     05 CURRMST-MAJOR-WORD       PIC  X(015).
000695     05 CURRMST-MINOR-WORD       PIC  X(015).
000696 FD  GOLDRPT.
000700 01  GOLDRPT-LINE                PIC  X(080).
000710 WORKING-STORAGE SECTION.
000720 77  GT-FS-GOLDANS               PIC  X(002).
000730 77  GT-FS-HOLCAL                PIC  X(002).
000732 77  GT-FS-TXTTBL                PIC  X(002).
000734 77  GT-FS-CURRMST               PIC  X(002).
000740 77  GT-FS-GOLDRPT               PIC  X(002).
000750 77  GT-EOF-SW                   PIC  X(001)     VALUE 'N'.
000760     88 GT-AT-EOF                                VALUE 'Y'.
000780 77  GT-FAILED                   PIC S9(005) COMP-3 VALUE 0.
000790 77  GT-I                        PIC S9(005) COMP-3.
000800 77  GT-K                        PIC S9(005) COMP-3.
000805 01  GT-ACTUAL-ALL.
000810     05 GT-ACTUAL                PIC  X(026).
000815     05 GT-ACTUAL-CONT           PIC  X(174).
000820*----------------------------------------------------------*
000830* DAY-NUMBER, LEAP AND WEEK WORK FIELDS - SAME CALENDAR     *
000840* ARITHMETIC AS THE RUNTIME'S GXFDTON, INCLUDING ITS        *
002280     05 GT-CANS-DD               PIC  9(002).
002290     05 GT-CANS-VALID            PIC  X(001).
002300     05 FILLER                   PIC  X(017) VALUE SPACES.
002301*----------------------------------------------------------*
002302* AMOUNT-IN-WORDS WORK FIELDS - SAME CURRENCY ROUNDING,     *
002303* THREE-DIGIT GROUPING, TEXT LOOKUP AND APPEND STEPS AS THE *
002304* RUNTIME'S GXFWORD, AGAINST THE AMT ROWS OF THE KNOWN      *
002305* TXTTBL AND THE BLANK-COMPANY CURRMST ROWS THE DRIVING CL  *
002306* SUPPLIES                                                  *
002307*----------------------------------------------------------*
002308 77  GT-TXTCNT                   PIC S9(003) COMP-3 VALUE 0.
002309 01  GT-TXT-TABLE.
002310     05 GT-TXT-ENTRY OCCURS 300.
002311        10 GT-TXT-LANG           PIC  X(003).
002312        10 GT-TXT-ID             PIC  X(010).
002313        10 GT-TXT-TEXT           PIC  X(074).
002314 77  GT-CURCNT                   PIC S9(003) COMP-3 VALUE 0.
002315 01  GT-CUR-TABLE.
002316     05 GT-CUR-ENTRY OCCURS 30.
002317        10 GT-CUR-CODE           PIC  X(003).
002318        10 GT-CUR-DECS           PIC  9(001).
002319        10 GT-CUR-MAJOR          PIC  X(015).
002320        10 GT-CUR-MINOR          PIC  X(015).
002321 77  GT-CUR-X                    PIC S9(003) COMP-3.
002322 01  GT-WRD-AMT                  PIC S9(013)V9(004) COMP-3.
002323 77  GT-WRD-DIGITS               PIC S9(017) COMP-3.
002324 77  GT-WRD-DECCNT               PIC S9(003) COMP-3.
002325 01  GT-WRD-CUR                  PIC  X(003).
002326 01  GT-WRD-LANG                 PIC  X(003).
002327 01  GT-WRD-ID                   PIC  X(010).
002328 01  GT-WRD-OUT                  PIC  X(200).
002329 77  GT-WRD-STATUS               PIC  X(001).
002330     88 GT-WRD-OK                                VALUE SPACE.
002331     88 GT-WRD-TOO-LARGE                         VALUE 'L'.
002332     88 GT-WRD-TOO-LONG                          VALUE 'W'.
002333     88 GT-WRD-NO-CURRENCY                       VALUE 'C'.
002334 77  GT-WRD-FOUND-SW             PIC  X(001).
002335     88 GT-WRD-FOUND                             VALUE 'Y'.
002336 01  GT-WRD-UNITS-INIT.
002337     05 FILLER                   PIC  X(010) VALUE 'ZERO'.
002338     05 FILLER                   PIC  X(010) VALUE 'ONE'.
002339     05 FILLER                   PIC  X(010) VALUE 'TWO'.
002340     05 FILLER                   PIC  X(010) VALUE 'THREE'.
002341     05 FILLER                   PIC  X(010) VALUE 'FOUR'.
002342     05 FILLER                   PIC  X(010) VALUE 'FIVE'.
002343     05 FILLER                   PIC  X(010) VALUE 'SIX'.
002344     05 FILLER                   PIC  X(010) VALUE 'SEVEN'.
002345     05 FILLER                   PIC  X(010) VALUE 'EIGHT'.
002346     05 FILLER                   PIC  X(010) VALUE 'NINE'.
002347     05 FILLER                   PIC  X(010) VALUE 'TEN'.
002348     05 FILLER                   PIC  X(010) VALUE 'ELEVEN'.
002349     05 FILLER                   PIC  X(010) VALUE 'TWELVE'.
002350     05 FILLER                   PIC  X(010) VALUE 'THIRTEEN'.
002351     05 FILLER                   PIC  X(010) VALUE 'FOURTEEN'.
002352     05 FILLER                   PIC  X(010) VALUE 'FIFTEEN'.
002353     05 FILLER                   PIC  X(010) VALUE 'SIXTEEN'.
002354     05 FILLER                   PIC  X(010) VALUE 'SEVENTEEN'.
002355     05 FILLER                   PIC  X(010) VALUE 'EIGHTEEN'.
002356     05 FILLER                   PIC  X(010) VALUE 'NINETEEN'.
002357 01  GT-WRD-UNITS REDEFINES GT-WRD-UNITS-INIT.
002358     05 GT-WRD-UNIT OCCURS 20    PIC  X(010).
002359 01  GT-WRD-TENS-INIT.
002360     05 FILLER                   PIC  X(010) VALUE 'TWENTY'.
002361     05 FILLER                   PIC  X(010) VALUE 'THIRTY'.
002362     05 FILLER                   PIC  X(010) VALUE 'FORTY'.
002363     05 FILLER                   PIC  X(010) VALUE 'FIFTY'.
002364     05 FILLER                   PIC  X(010) VALUE 'SIXTY'.
002365     05 FILLER                   PIC  X(010) VALUE 'SEVENTY'.
002366     05 FILLER                   PIC  X(010) VALUE 'EIGHTY'.
002367     05 FILLER                   PIC  X(010) VALUE 'NINETY'.
002368 01  GT-WRD-TENS REDEFINES GT-WRD-TENS-INIT.
002369     05 GT-WRD-TEN OCCURS 8      PIC  X(010).
002370 01  GT-WRD-SCALES-INIT.
002371     05 FILLER                   PIC  X(010) VALUE 'THOUSAND'.
002372     05 FILLER                   PIC  X(010) VALUE 'MILLION'.
002373     05 FILLER                   PIC  X(010) VALUE 'BILLION'.
002374 01  GT-WRD-SCALES REDEFINES GT-WRD-SCALES-INIT.
002375     05 GT-WRD-SCALE OCCURS 3    PIC  X(010).
002376 01  GT-WRD-HUNDRED              PIC  X(010) VALUE 'HUNDRED'.
002377 01  GT-WRD-JOIN                 PIC  X(010) VALUE '-'.
002378 01  GT-WRD-AND                  PIC  X(010) VALUE 'AND'.
002379 01  GT-WRD-MINUS                PIC  X(010) VALUE 'MINUS'.
002380 77  GT-WRD-DECS                 PIC S9(003) COMP-3.
002381 77  GT-WRD-FACTOR               PIC S9(010) COMP-3.
002382 77  GT-WRD-SCALED               PIC S9(017) COMP-3.
002383 77  GT-WRD-MAJOR                PIC S9(013) COMP-3.
002384 77  GT-WRD-MINOR                PIC S9(009) COMP-3.
002385 01  GT-WRD-MAJOR-NAME           PIC  X(074).
002386 01  GT-WRD-MINOR-NAME           PIC  X(074).
002387 77  GT-WRD-NEG-SW               PIC  X(001).
002388     88 GT-WRD-NEG                               VALUE 'Y'.
002389 77  GT-WRD-UT-SW                PIC  X(001).
002390     88 GT-WRD-UNITS-FIRST                       VALUE 'Y'.
002391 77  GT-WRD-NUM                  PIC S9(013) COMP-3.
002392 77  GT-WRD-REST                 PIC S9(013) COMP-3.
002393 77  GT-WRD-GROUP                PIC S9(003) COMP-3.
002394 77  GT-WRD-SCALE-DIV            PIC S9(013) COMP-3.
002395 77  GT-WRD-K                    PIC S9(003) COMP-3.
002396 77  GT-WRD-H                    PIC S9(003) COMP-3.
002397 77  GT-WRD-R                    PIC S9(003) COMP-3.
002398 77  GT-WRD-T                    PIC S9(003) COMP-3.
002399 77  GT-WRD-U                    PIC S9(003) COMP-3.
002400 01  GT-WRD-NN                   PIC  9(002).
002401 01  GT-WRD-D1                   PIC  9(001).
002402 01  GT-WRD-PIECE                PIC  X(074).
002403 77  GT-WRD-PIECE-L              PIC S9(003) COMP-3.
002404 77  GT-WRD-PTR                  PIC S9(003) COMP-3.
002405 77  GT-WRD-GLUE-SW              PIC  X(001).
002406     88 GT-WRD-GLUED                             VALUE 'Y'.
002407 01  GT-MSGID                    PIC  X(007)     VALUE 'GXM9010'.
002408 01  GT-MSGDTA                   PIC  X(080).
002409 01  GT-MSGTYPE                  PIC  X(001)     VALUE 'S'.
002410 01  GT-HDG-LINE-1.
002411     05 FILLER                   PIC  X(038)
002412            VALUE 'GOLDEN-ANSWER SELF-TEST - DATE/NUMBER '.
002413     05 FILLER                   PIC  X(042) VALUE SPACES.
002414 01  GT-DTL-LINE.
002415     05 GT-DTL-CASE              PIC  X(010).
002416     05 FILLER                   PIC  X(001) VALUE SPACE.
002417     05 GT-DTL-ROUTINE           PIC  X(008).
002420     05 FILLER                   PIC  X(002) VALUE SPACES.
002430     05 GT-DTL-EXPECTED          PIC  X(026).
002440     05 FILLER                   PIC  X(002) VALUE SPACES.
002450     05 GT-DTL-ACTUAL            PIC  X(026).
002460     05 FILLER                   PIC  X(005) VALUE SPACES.
002462 01  GT-LONG-LINE.
002464     05 GT-LONG-LABEL            PIC  X(010).
002465     05 FILLER                   PIC  X(001) VALUE SPACE.
002466     05 GT-LONG-TEXT             PIC  X(069).
002470 01  GT-SUM-LINE.
002480     05 FILLER            PIC X(007) VALUE 'CASES:'.
002490     05 GT-SUM-CASES             PIC ZZZ,ZZ9.
002650 1000-INITIALIZE.
002660     OPEN INPUT  GOLDANS
002670     OPEN INPUT  HOLCAL
002672     OPEN INPUT  TXTTBL
002674     OPEN INPUT  CURRMST
002680     OPEN OUTPUT GOLDRPT
002690     WRITE GOLDRPT-LINE FROM GT-HDG-LINE-1
002700     PERFORM 1100-LOAD-HOLCAL
002710         THRU 1100-LOAD-HOLCAL-EXIT
002711         UNTIL GT-AT-EOF
002712     MOVE 'N' TO GT-EOF-SW
002713     PERFORM 1200-LOAD-TXTTBL
002714         THRU 1200-LOAD-TXTTBL-EXIT
002715         UNTIL GT-AT-EOF
002716     MOVE 'N' TO GT-EOF-SW
002717     PERFORM 1300-LOAD-CURRMST
002718         THRU 1300-LOAD-CURRMST-EXIT
002720         UNTIL GT-AT-EOF
002730     MOVE 'N' TO GT-EOF-SW
002740     PERFORM 2900-READ-GOLDANS
002920     END-IF.
002930 1100-LOAD-HOLCAL-EXIT.
002940     EXIT.
002941 1200-LOAD-TXTTBL.
002942     READ TXTTBL
002943         AT END
002944            SET GT-AT-EOF TO TRUE
002945            GO TO 1200-LOAD-TXTTBL-EXIT
002946     END-READ
002947     IF TXTTBL-TEXT-ID (1:3) = 'AMT' AND GT-TXTCNT LESS 300
002948        ADD 1 TO GT-TXTCNT
002949        MOVE TXTTBL-LANG    TO GT-TXT-LANG (GT-TXTCNT)
002950        MOVE TXTTBL-TEXT-ID TO GT-TXT-ID   (GT-TXTCNT)
002951        MOVE TXTTBL-TEXT    TO GT-TXT-TEXT (GT-TXTCNT)
002952     END-IF.
002953 1200-LOAD-TXTTBL-EXIT.
002954     EXIT.
002955 1300-LOAD-CURRMST.
002956     READ CURRMST
002957         AT END
002958            SET GT-AT-EOF TO TRUE
002959            GO TO 1300-LOAD-CURRMST-EXIT
002960     END-READ
002961     IF CURRMST-COMPANY = SPACES AND GT-CURCNT LESS 30
002962        ADD 1 TO GT-CURCNT
002963        MOVE CURRMST-CODE       TO GT-CUR-CODE  (GT-CURCNT)
002964        MOVE CURRMST-DECS       TO GT-CUR-DECS  (GT-CURCNT)
002965        MOVE CURRMST-MAJOR-WORD TO GT-CUR-MAJOR (GT-CURCNT)
002966        MOVE CURRMST-MINOR-WORD TO GT-CUR-MINOR (GT-CURCNT)
002967     END-IF.
002968 1300-LOAD-CURRMST-EXIT.
002969     EXIT.
002970 2900-READ-GOLDANS.
002971     READ GOLDANS
002972         AT END
002980            MOVE 'Y' TO GT-EOF-SW
002990     END-READ.
003000 2900-READ-GOLDANS-EXIT.
003010     EXIT.
003020 2000-RUN-ONE-CASE.
003030     ADD 1 TO GT-CASES
003040     MOVE SPACES TO GT-ACTUAL-ALL
003050     EVALUATE GOLDANS-ROUTINE
003060        WHEN 'DTON'
003070           PERFORM 3000-CASE-DTON
003180        WHEN 'CTOT'
003190           PERFORM 3800-CASE-CTOT
003200               THRU 3800-CASE-CTOT-EXIT
003202        WHEN 'WORDS'
003204           PERFORM 3900-CASE-WORDS
003206               THRU 3900-CASE-WORDS-EXIT
003210        WHEN OTHER
003220           MOVE '*UNKNOWN ROUTINE*' TO GT-ACTUAL
003230     END-EVALUATE
003240     IF GT-ACTUAL-ALL NOT = GOLDANS-EXPECTED-ALL
003250        ADD 1 TO GT-FAILED
003260        MOVE GOLDANS-CASE     TO GT-DTL-CASE
003270        MOVE GOLDANS-ROUTINE  TO GT-DTL-ROUTINE
003280        MOVE GOLDANS-EXPECTED TO GT-DTL-EXPECTED
003290        MOVE GT-ACTUAL        TO GT-DTL-ACTUAL
003300        WRITE GOLDRPT-LINE FROM GT-DTL-LINE
003301        IF GOLDANS-EXPECTED-CONT NOT = SPACES OR
003302           GT-ACTUAL-CONT NOT = SPACES
003303           PERFORM 2100-PRINT-LONG-ANSWER
003304               THRU 2100-PRINT-LONG-ANSWER-EXIT
003305        END-IF
003310     END-IF
003320     PERFORM 2900-READ-GOLDANS
003330         THRU 2900-READ-GOLDANS-EXIT.
003340 2000-RUN-ONE-CASE-EXIT.
003341     EXIT.
003342*----------------------------------------------------------*
003343* 2100-PRINT-LONG-ANSWER - AN ANSWER THAT RUNS PAST THE     *
003344* DETAIL COLUMNS PRINTS IN FULL UNDER THE DETAIL LINE, 69   *
003345* CHARACTERS TO A LINE                                      *
003346*----------------------------------------------------------*
003347 2100-PRINT-LONG-ANSWER.
003348     PERFORM VARYING GT-K FROM 1 BY 69
003349             UNTIL GT-K GREATER 200
003350        MOVE SPACES TO GT-LONG-TEXT
003351        IF GT-K = 139
003352           MOVE GOLDANS-EXPECTED-ALL (GT-K:62) TO GT-LONG-TEXT
003353        ELSE
003354           MOVE GOLDANS-EXPECTED-ALL (GT-K:69) TO GT-LONG-TEXT
003355        END-IF
003356        IF GT-LONG-TEXT NOT = SPACES
003357           MOVE '  EXPECTED' TO GT-LONG-LABEL
003358           WRITE GOLDRPT-LINE FROM GT-LONG-LINE
003359        END-IF
003360     END-PERFORM
003361     PERFORM VARYING GT-K FROM 1 BY 69
003362             UNTIL GT-K GREATER 200
003363        MOVE SPACES TO GT-LONG-TEXT
003364        IF GT-K = 139
003365           MOVE GT-ACTUAL-ALL (GT-K:62) TO GT-LONG-TEXT
003366        ELSE
003367           MOVE GT-ACTUAL-ALL (GT-K:69) TO GT-LONG-TEXT
003368        END-IF
003369        IF GT-LONG-TEXT NOT = SPACES
003370           MOVE '  ACTUAL' TO GT-LONG-LABEL
003371           WRITE GOLDRPT-LINE FROM GT-LONG-LINE
003372        END-IF
003373     END-PERFORM.
003374 2100-PRINT-LONG-ANSWER-EXIT.
003375     EXIT.
003376*----------------------------------------------------------*
003377* 3000-CASE-DTON - DAY NUMBER, ISO WEEK AND FISCAL PERIOD   *
003380* FOR A YYYYMMDD INPUT                                      *
003390*----------------------------------------------------------*
003400 3000-CASE-DTON.
005500     MOVE GT-CTOT-ANSWER TO GT-ACTUAL.
005510 3800-CASE-CTOT-EXIT.
005520     EXIT.
005521*----------------------------------------------------------*
005522* 3900-CASE-WORDS - THE AMOUNT IN INPUT (DIGITS, A LEADING  *
005523* MINUS AND A '.' BEFORE UP TO FOUR DECIMALS) SPELLED IN    *
005524* THE CURRENCY AT INPUT2 POSITIONS 1-3 AND THE LANGUAGE AT  *
005525* 4-6 (BLANK FOR THE COMPILED ENGLISH).  THE ANSWER IS THE  *
005526* WORDING, *TOO LARGE*, *TOO LONG*, OR THE WORDING BEHIND   *
005527* *NO CURRENCY* WHEN CURRMST DOES NOT KNOW THE CODE         *
005528*----------------------------------------------------------*
005529 3900-CASE-WORDS.
005530     MOVE GOLDANS-INPUT2 (1:3) TO GT-WRD-CUR
005531     MOVE GOLDANS-INPUT2 (4:3) TO GT-WRD-LANG
005532     MOVE 0 TO GT-WRD-DIGITS
005533     MOVE 0 TO GT-WRD-DECCNT
005534     MOVE 'I' TO GT-VAL-SIDE
005535     PERFORM VARYING GT-K FROM 1 BY 1
005536             UNTIL GT-K GREATER 30
005537        MOVE GOLDANS-INPUT (GT-K:1) TO GT-VAL-CHAR
005538        IF GT-VAL-CHAR = '.'
005539           MOVE 'D' TO GT-VAL-SIDE
005540        END-IF
005541        IF GT-VAL-CHAR NUMERIC AND
005542           (GT-VAL-SIDE = 'I' OR GT-WRD-DECCNT LESS 4)
005543           COMPUTE GT-WRD-DIGITS = GT-WRD-DIGITS * 10
005544                                   + GT-VAL-DIGIT-9
005545           IF GT-VAL-SIDE = 'D'
005546              ADD 1 TO GT-WRD-DECCNT
005547           END-IF
005548        END-IF
005549     END-PERFORM
005550     COMPUTE GT-WRD-FACTOR = 10 ** GT-WRD-DECCNT
005551     DIVIDE GT-WRD-DIGITS BY GT-WRD-FACTOR GIVING GT-WRD-AMT
005552     IF GOLDANS-INPUT (1:1) = '-'
005553        COMPUTE GT-WRD-AMT = 0 - GT-WRD-AMT
005554     END-IF
005555     PERFORM 3910-AMOUNT-WORDS
005556         THRU 3910-AMOUNT-WORDS-EXIT
005557     EVALUATE TRUE
005558        WHEN GT-WRD-TOO-LARGE
005559           MOVE '*TOO LARGE*' TO GT-ACTUAL-ALL
005560        WHEN GT-WRD-TOO-LONG
005561           MOVE '*TOO LONG*' TO GT-ACTUAL-ALL
005562        WHEN GT-WRD-NO-CURRENCY
005563           STRING '*NO CURRENCY* ' DELIMITED BY SIZE
005564                  GT-WRD-OUT       DELIMITED BY SIZE
005565                  INTO GT-ACTUAL-ALL
005566           END-STRING
005567        WHEN OTHER
005568           MOVE GT-WRD-OUT TO GT-ACTUAL-ALL
005569     END-EVALUATE.
005570 3900-CASE-WORDS-EXIT.
005571     EXIT.
005572*----------------------------------------------------------*
005573* 3910-AMOUNT-WORDS - SAME STEPS AS GXFWORD'S GX-AMT-WORDS: *
005574* ROUND TO THE CURRENCY'S PLACES, SPLIT MAJOR FROM MINOR,   *
005575* SPELL EACH FOLLOWED BY ITS UNIT NAME                      *
005576*----------------------------------------------------------*
005577 3910-AMOUNT-WORDS.
005578     MOVE SPACES TO GT-WRD-OUT
005579     MOVE SPACE  TO GT-WRD-STATUS
005580     MOVE 'N'    TO GT-WRD-GLUE-SW
005581     MOVE 1      TO GT-WRD-PTR
005582     MOVE 0 TO GT-CUR-X
005583     PERFORM VARYING GT-I FROM 1 BY 1
005584             UNTIL GT-I GREATER GT-CURCNT OR GT-CUR-X GREATER 0
005585        IF GT-CUR-CODE (GT-I) = GT-WRD-CUR
005586           MOVE GT-I TO GT-CUR-X
005587        END-IF
005588     END-PERFORM
005589     IF GT-CUR-X = 0
005590        SET  GT-WRD-NO-CURRENCY TO TRUE
005591        MOVE 2      TO GT-WRD-DECS
005592        MOVE SPACES TO GT-WRD-MAJOR-NAME
005593        MOVE SPACES TO GT-WRD-MINOR-NAME
005594     ELSE
005595        MOVE GT-CUR-DECS  (GT-CUR-X) TO GT-WRD-DECS
005596        MOVE GT-CUR-MAJOR (GT-CUR-X) TO GT-WRD-MAJOR-NAME
005597        MOVE GT-CUR-MINOR (GT-CUR-X) TO GT-WRD-MINOR-NAME
005598     END-IF
005599     MOVE 'AMTC'     TO GT-WRD-ID
005600     MOVE GT-WRD-CUR TO GT-WRD-ID (5:3)
005601     MOVE GT-WRD-MAJOR-NAME TO GT-WRD-PIECE
005602     PERFORM 3980-WORDS-LOOKUP
005603         THRU 3980-WORDS-LOOKUP-EXIT
005604     MOVE GT-WRD-PIECE TO GT-WRD-MAJOR-NAME
005605     MOVE 'AMTM'     TO GT-WRD-ID
005606     MOVE GT-WRD-CUR TO GT-WRD-ID (5:3)
005607     MOVE GT-WRD-MINOR-NAME TO GT-WRD-PIECE
005608     PERFORM 3980-WORDS-LOOKUP
005609         THRU 3980-WORDS-LOOKUP-EXIT
005610     MOVE GT-WRD-PIECE TO GT-WRD-MINOR-NAME
005611     COMPUTE GT-WRD-FACTOR = 10 ** GT-WRD-DECS
005612     COMPUTE GT-WRD-SCALED ROUNDED = GT-WRD-AMT * GT-WRD-FACTOR
005613     MOVE 'N' TO GT-WRD-NEG-SW
005614     IF GT-WRD-SCALED LESS ZERO
005615        MOVE 'Y' TO GT-WRD-NEG-SW
005616        COMPUTE GT-WRD-SCALED = GT-WRD-SCALED * -1
005617     END-IF
005618     DIVIDE GT-WRD-SCALED BY GT-WRD-FACTOR
005619            GIVING GT-WRD-MAJOR REMAINDER GT-WRD-MINOR
005620     IF GT-WRD-MAJOR GREATER 999999999999
005621        SET GT-WRD-TOO-LARGE TO TRUE
005622        GO TO 3910-AMOUNT-WORDS-EXIT
005623     END-IF
005624     MOVE 'AMTWORDER' TO GT-WRD-ID
005625     MOVE 'TU'        TO GT-WRD-PIECE
005626     PERFORM 3980-WORDS-LOOKUP
005627         THRU 3980-WORDS-LOOKUP-EXIT
005628     MOVE 'N' TO GT-WRD-UT-SW
005629     IF GT-WRD-PIECE (1:2) = 'UT'
005630        MOVE 'Y' TO GT-WRD-UT-SW
005631     END-IF
005632     IF GT-WRD-NEG
005633        MOVE 'AMTWNEG'    TO GT-WRD-ID
005634        MOVE GT-WRD-MINUS TO GT-WRD-PIECE
005635        PERFORM 3980-WORDS-LOOKUP
005636            THRU 3980-WORDS-LOOKUP-EXIT
005637        PERFORM 3990-WORDS-APPEND
005638            THRU 3990-WORDS-APPEND-EXIT
005639     END-IF
005640     MOVE GT-WRD-MAJOR TO GT-WRD-NUM
005641     PERFORM 3920-WORDS-NUMBER
005642         THRU 3920-WORDS-NUMBER-EXIT
005643     MOVE GT-WRD-MAJOR-NAME TO GT-WRD-PIECE
005644     PERFORM 3990-WORDS-APPEND
005645         THRU 3990-WORDS-APPEND-EXIT
005646     IF GT-WRD-MINOR GREATER ZERO
005647        MOVE 'AMTWAND'  TO GT-WRD-ID
005648        MOVE GT-WRD-AND TO GT-WRD-PIECE
005649        PERFORM 3980-WORDS-LOOKUP
005650            THRU 3980-WORDS-LOOKUP-EXIT
005651        PERFORM 3990-WORDS-APPEND
005652            THRU 3990-WORDS-APPEND-EXIT
005653        MOVE GT-WRD-MINOR TO GT-WRD-NUM
005654        PERFORM 3920-WORDS-NUMBER
005655            THRU 3920-WORDS-NUMBER-EXIT
005656        MOVE GT-WRD-MINOR-NAME TO GT-WRD-PIECE
005657        PERFORM 3990-WORDS-APPEND
005658            THRU 3990-WORDS-APPEND-EXIT
005659     END-IF
005660     IF GT-WRD-TOO-LONG
005661        MOVE SPACES TO GT-WRD-OUT
005662     END-IF.
005663 3910-AMOUNT-WORDS-EXIT.
005664     EXIT.
005665*----------------------------------------------------------*
005666* 3920-WORDS-NUMBER - THREE-DIGIT GROUPS FROM THE BILLIONS  *
005667* DOWN, EACH FOLLOWED BY ITS SCALE WORD                     *
005668*----------------------------------------------------------*
005669 3920-WORDS-NUMBER.
005670     IF GT-WRD-NUM = 0
005671        MOVE 0 TO GT-WRD-NN
005672        PERFORM 3960-WORDS-TWO-DIGITS
005673            THRU 3960-WORDS-TWO-DIGITS-EXIT
005674        GO TO 3920-WORDS-NUMBER-EXIT
005675     END-IF
005676     MOVE GT-WRD-NUM  TO GT-WRD-REST
005677     MOVE 1000000000 TO GT-WRD-SCALE-DIV
005678     PERFORM VARYING GT-WRD-K FROM 3 BY -1
005679             UNTIL GT-WRD-K LESS 1
005680        DIVIDE GT-WRD-REST BY GT-WRD-SCALE-DIV
005681               GIVING GT-WRD-GROUP REMAINDER GT-WRD-REST
005682        IF GT-WRD-GROUP GREATER 0
005683           PERFORM 3930-WORDS-SCALED-GROUP
005684               THRU 3930-WORDS-SCALED-GROUP-EXIT
005685        END-IF
005686        DIVIDE GT-WRD-SCALE-DIV BY 1000 GIVING GT-WRD-SCALE-DIV
005687     END-PERFORM
005688     MOVE GT-WRD-REST TO GT-WRD-GROUP
005689     IF GT-WRD-GROUP GREATER 0
005690        PERFORM 3940-WORDS-GROUP
005691            THRU 3940-WORDS-GROUP-EXIT
005692     END-IF.
005693 3920-WORDS-NUMBER-EXIT.
005694     EXIT.
005695 3930-WORDS-SCALED-GROUP.
005696     MOVE GT-WRD-K TO GT-WRD-D1
005697     IF GT-WRD-GROUP = 1
005698        MOVE 'AMTWS'   TO GT-WRD-ID
005699        MOVE GT-WRD-D1 TO GT-WRD-ID (6:1)
005700        MOVE 'ONE'     TO GT-WRD-ID (7:3)
005701        MOVE SPACES    TO GT-WRD-PIECE
005702        PERFORM 3980-WORDS-LOOKUP
005703            THRU 3980-WORDS-LOOKUP-EXIT
005704        IF GT-WRD-FOUND
005705           PERFORM 3990-WORDS-APPEND
005706               THRU 3990-WORDS-APPEND-EXIT
005707           GO TO 3930-WORDS-SCALED-GROUP-EXIT
005708        END-IF
005709     END-IF
005710     PERFORM 3940-WORDS-GROUP
005711         THRU 3940-WORDS-GROUP-EXIT
005712     MOVE 'AMTWS'   TO GT-WRD-ID
005713     MOVE GT-WRD-D1 TO GT-WRD-ID (6:1)
005714     MOVE GT-WRD-SCALE (GT-WRD-K) TO GT-WRD-PIECE
005715     PERFORM 3980-WORDS-LOOKUP
005716         THRU 3980-WORDS-LOOKUP-EXIT
005717     PERFORM 3990-WORDS-APPEND
005718         THRU 3990-WORDS-APPEND-EXIT.
005719 3930-WORDS-SCALED-GROUP-EXIT.
005720     EXIT.
005721 3940-WORDS-GROUP.
005722     DIVIDE GT-WRD-GROUP BY 100 GIVING GT-WRD-H
005723                                REMAINDER GT-WRD-R
005724     IF GT-WRD-H GREATER 0
005725        PERFORM 3950-WORDS-HUNDREDS
005726            THRU 3950-WORDS-HUNDREDS-EXIT
005727     END-IF
005728     IF GT-WRD-R GREATER 0
005729        MOVE GT-WRD-R TO GT-WRD-NN
005730        PERFORM 3960-WORDS-TWO-DIGITS
005731            THRU 3960-WORDS-TWO-DIGITS-EXIT
005732     END-IF.
005733 3940-WORDS-GROUP-EXIT.
005734     EXIT.
005735 3950-WORDS-HUNDREDS.
005736     MOVE GT-WRD-H TO GT-WRD-D1
005737     IF GT-WRD-R = 0
005738        MOVE 'AMTWH'   TO GT-WRD-ID
005739        MOVE GT-WRD-D1 TO GT-WRD-ID (6:1)
005740        MOVE '00'      TO GT-WRD-ID (7:2)
005741        MOVE SPACES    TO GT-WRD-PIECE
005742        PERFORM 3980-WORDS-LOOKUP
005743            THRU 3980-WORDS-LOOKUP-EXIT
005744        IF GT-WRD-FOUND
005745           PERFORM 3990-WORDS-APPEND
005746               THRU 3990-WORDS-APPEND-EXIT
005747           GO TO 3950-WORDS-HUNDREDS-EXIT
005748        END-IF
005749     END-IF
005750     MOVE 'AMTWH'   TO GT-WRD-ID
005751     MOVE GT-WRD-D1 TO GT-WRD-ID (6:1)
005752     MOVE SPACES    TO GT-WRD-PIECE
005753     PERFORM 3980-WORDS-LOOKUP
005754         THRU 3980-WORDS-LOOKUP-EXIT
005755     IF GT-WRD-FOUND
005756        PERFORM 3990-WORDS-APPEND
005757            THRU 3990-WORDS-APPEND-EXIT
005758        GO TO 3950-WORDS-HUNDREDS-EXIT
005759     END-IF
005760     MOVE GT-WRD-H TO GT-WRD-NN
005761     PERFORM 3960-WORDS-TWO-DIGITS
005762         THRU 3960-WORDS-TWO-DIGITS-EXIT
005763     MOVE 'AMTWHUND'     TO GT-WRD-ID
005764     MOVE GT-WRD-HUNDRED TO GT-WRD-PIECE
005765     PERFORM 3980-WORDS-LOOKUP
005766         THRU 3980-WORDS-LOOKUP-EXIT
005767     PERFORM 3990-WORDS-APPEND
005768         THRU 3990-WORDS-APPEND-EXIT.
005769 3950-WORDS-HUNDREDS-EXIT.
005770     EXIT.
005771*----------------------------------------------------------*
005772* 3960-WORDS-TWO-DIGITS - A WHOLE WORD FOR 0-99 WHEN THERE  *
005773* IS ONE, ELSE TENS AND UNITS AROUND THE JOINER IN THE      *
005774* LANGUAGE'S ORDER                                          *
005775*----------------------------------------------------------*
005776 3960-WORDS-TWO-DIGITS.
005777     MOVE 'AMTW'    TO GT-WRD-ID
005778     MOVE GT-WRD-NN TO GT-WRD-ID (5:2)
005779     MOVE SPACES    TO GT-WRD-PIECE
005780     IF GT-WRD-NN LESS 20
005781        MOVE GT-WRD-UNIT (GT-WRD-NN + 1) TO GT-WRD-PIECE
005782     ELSE
005783        DIVIDE GT-WRD-NN BY 10 GIVING GT-WRD-T
005784                               REMAINDER GT-WRD-U
005785        IF GT-WRD-U = 0
005786           MOVE GT-WRD-TEN (GT-WRD-T - 1) TO GT-WRD-PIECE
005787        END-IF
005788     END-IF
005789     PERFORM 3980-WORDS-LOOKUP
005790         THRU 3980-WORDS-LOOKUP-EXIT
005791     IF GT-WRD-PIECE NOT = SPACES
005792        PERFORM 3990-WORDS-APPEND
005793            THRU 3990-WORDS-APPEND-EXIT
005794        GO TO 3960-WORDS-TWO-DIGITS-EXIT
005795     END-IF
005796     IF GT-WRD-UNITS-FIRST
005797        PERFORM 3970-WORDS-PUT-UNITS
005798            THRU 3970-WORDS-PUT-UNITS-EXIT
005799        PERFORM 3974-WORDS-PUT-JOIN
005800            THRU 3974-WORDS-PUT-JOIN-EXIT
005801        PERFORM 3972-WORDS-PUT-TENS
005802            THRU 3972-WORDS-PUT-TENS-EXIT
005803     ELSE
005804        PERFORM 3972-WORDS-PUT-TENS
005805            THRU 3972-WORDS-PUT-TENS-EXIT
005806        PERFORM 3974-WORDS-PUT-JOIN
005807            THRU 3974-WORDS-PUT-JOIN-EXIT
005808        PERFORM 3970-WORDS-PUT-UNITS
005809            THRU 3970-WORDS-PUT-UNITS-EXIT
005810     END-IF.
005811 3960-WORDS-TWO-DIGITS-EXIT.
005812     EXIT.
005813 3970-WORDS-PUT-UNITS.
005814     MOVE 'AMTW0'   TO GT-WRD-ID
005815     MOVE GT-WRD-U  TO GT-WRD-D1
005816     MOVE GT-WRD-D1 TO GT-WRD-ID (6:1)
005817     MOVE GT-WRD-UNIT (GT-WRD-U + 1) TO GT-WRD-PIECE
005818     PERFORM 3980-WORDS-LOOKUP
005819         THRU 3980-WORDS-LOOKUP-EXIT
005820     PERFORM 3990-WORDS-APPEND
005821         THRU 3990-WORDS-APPEND-EXIT.
005822 3970-WORDS-PUT-UNITS-EXIT.
005823     EXIT.
005824 3972-WORDS-PUT-TENS.
005825     MOVE 'AMTW'    TO GT-WRD-ID
005826     MOVE GT-WRD-T  TO GT-WRD-D1
005827     MOVE GT-WRD-D1 TO GT-WRD-ID (5:1)
005828     MOVE '0'       TO GT-WRD-ID (6:1)
005829     MOVE GT-WRD-TEN (GT-WRD-T - 1) TO GT-WRD-PIECE
005830     PERFORM 3980-WORDS-LOOKUP
005831         THRU 3980-WORDS-LOOKUP-EXIT
005832     PERFORM 3990-WORDS-APPEND
005833         THRU 3990-WORDS-APPEND-EXIT.
005834 3972-WORDS-PUT-TENS-EXIT.
005835     EXIT.
005836 3974-WORDS-PUT-JOIN.
005837     MOVE 'AMTWJOIN'  TO GT-WRD-ID
005838     MOVE GT-WRD-JOIN TO GT-WRD-PIECE
005839     PERFORM 3980-WORDS-LOOKUP
005840         THRU 3980-WORDS-LOOKUP-EXIT
005841     MOVE 'Y' TO GT-WRD-GLUE-SW
005842     PERFORM 3990-WORDS-APPEND
005843         THRU 3990-WORDS-APPEND-EXIT
005844     MOVE 'Y' TO GT-WRD-GLUE-SW.
005845 3974-WORDS-PUT-JOIN-EXIT.
005846     EXIT.
005847*----------------------------------------------------------*
005848* 3980-WORDS-LOOKUP - THE DEFAULT IN GT-WRD-PIECE STANDS    *
005849* UNLESS THE CASE'S LANGUAGE HAS A ROW FOR GT-WRD-ID        *
005850*----------------------------------------------------------*
005851 3980-WORDS-LOOKUP.
005852     MOVE 'N' TO GT-WRD-FOUND-SW
005853     IF GT-WRD-LANG = SPACES
005854        GO TO 3980-WORDS-LOOKUP-EXIT
005855     END-IF
005856     PERFORM VARYING GT-I FROM 1 BY 1
005857             UNTIL GT-I GREATER GT-TXTCNT OR GT-WRD-FOUND
005858        IF GT-TXT-LANG (GT-I) = GT-WRD-LANG AND
005859           GT-TXT-ID (GT-I)   = GT-WRD-ID
005860           MOVE 'Y' TO GT-WRD-FOUND-SW
005861           MOVE GT-TXT-TEXT (GT-I) TO GT-WRD-PIECE
005862        END-IF
005863     END-PERFORM.
005864 3980-WORDS-LOOKUP-EXIT.
005865     EXIT.
005866*----------------------------------------------------------*
005867* 3990-WORDS-APPEND - SAME SPACING, UNDERSCORE AND OVERFLOW *
005868* RULES AS GXFWORD'S GX-WRD-APPEND                          *
005869*----------------------------------------------------------*
005870 3990-WORDS-APPEND.
005871     IF GT-WRD-TOO-LONG OR GT-WRD-PIECE = SPACES
005872        MOVE 'N' TO GT-WRD-GLUE-SW
005873        GO TO 3990-WORDS-APPEND-EXIT
005874     END-IF
005875     MOVE 74 TO GT-WRD-PIECE-L
005876     PERFORM UNTIL GT-WRD-PIECE-L = 0
005877                OR GT-WRD-PIECE (GT-WRD-PIECE-L:1) NOT = SPACE
005878        SUBTRACT 1 FROM GT-WRD-PIECE-L
005879     END-PERFORM
005880     INSPECT GT-WRD-PIECE CONVERTING '_' TO ' '
005881     IF NOT GT-WRD-GLUED AND GT-WRD-PTR GREATER 1
005882        ADD 1 TO GT-WRD-PTR
005883     END-IF
005884     IF GT-WRD-PTR + GT-WRD-PIECE-L - 1 GREATER 200
005885        SET GT-WRD-TOO-LONG TO TRUE
005886        GO TO 3990-WORDS-APPEND-EXIT
005887     END-IF
005888     MOVE GT-WRD-PIECE (1:GT-WRD-PIECE-L)
005889       TO GT-WRD-OUT (GT-WRD-PTR:GT-WRD-PIECE-L)
005890     ADD GT-WRD-PIECE-L TO GT-WRD-PTR
005891     MOVE 'N' TO GT-WRD-GLUE-SW.
005892 3990-WORDS-APPEND-EXIT.
005893     EXIT.
005894*----------------------------------------------------------*
005895* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
005896*----------------------------------------------------------*
005897 8000-DATE-TO-DAYNUM.
005898     MOVE GT-DTON-YY TO GT-DW-YY
005899     MOVE GT-DTON-MM TO GT-DW-MM
005900     MOVE GT-DTON-DD TO GT-DW-DD
005901     IF GT-DW-MM GREATER 2
005902        SUBTRACT 3 FROM GT-DW-MM
005903     ELSE
005904        ADD 9 TO GT-DW-MM
005905        SUBTRACT 1 FROM GT-DW-YY
005906     END-IF
005907     COMPUTE GT-DTON-D = ((153 * GT-DW-MM) + 2) / 5
005908     COMPUTE GT-DTON-L4 = GT-DW-YY / 4
005909     COMPUTE GT-DTON-L100 = GT-DW-YY / 100
005910     COMPUTE GT-DTON-L400 = GT-DW-YY / 400
005911     COMPUTE GT-DTON-NUM = GT-DW-YY * 365 +
005912                           GT-DTON-L4 -
005913                           GT-DTON-L100 +
005914                           GT-DTON-L400 +
005915                           GT-DTON-D +
005916                           GT-DW-DD.
005917 8000-DATE-TO-DAYNUM-EXIT.
005918     EXIT.
005919*----------------------------------------------------------*
005920* 8100-WEEK-AND-PERIOD - SAME LEAP, DAY-OF-YEAR, ISO-WEEK   *
005921* AND FISCAL-PERIOD STEPS AS GXFDTON, INCLUDING ITS         *
005922* NEAREST-IN-YEAR WEEK APPROXIMATION AT THE YEAR ENDS       *
005923*----------------------------------------------------------*
005924 8100-WEEK-AND-PERIOD.
005925     DIVIDE GT-DTON-YY BY 4 GIVING GT-HI
005926                    REMAINDER GT-DTON-R4
005927     DIVIDE GT-DTON-YY BY 100 GIVING GT-HI
005928                    REMAINDER GT-DTON-R100
005929     DIVIDE GT-DTON-YY BY 400 GIVING GT-HI
005930                    REMAINDER GT-DTON-R400
005931     MOVE 'N' TO GT-LEAP-SW
005932     IF (GT-DTON-R4 EQUAL 0 AND GT-DTON-R100 NOT EQUAL 0) OR
005933        GT-DTON-R400 EQUAL 0
005934        MOVE 'Y' TO GT-LEAP-SW
005940     END-IF
005950     MOVE GT-CUMDAY (GT-DTON-MM) TO GT-DOY
005960     ADD GT-DTON-DD TO GT-DOY
007090     IF GT-FAILED GREATER 0
007100        CLOSE GOLDANS
007110        CLOSE HOLCAL
007112        CLOSE TXTTBL
007114        CLOSE CURRMST
007120        CLOSE GOLDRPT
007130        MOVE 'GOLDEN ANSWERS MOVED - STREAM HELD'
007140          TO GT-MSGDTA
007250 9000-TERMINATE.
007260     CLOSE GOLDANS
007270     CLOSE HOLCAL
007272     CLOSE TXTTBL
007274     CLOSE CURRMST
007280     CLOSE GOLDRPT.
007290 9000-TERMINATE-EXIT.
007300     EXIT.
