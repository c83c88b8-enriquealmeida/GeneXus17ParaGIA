000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDLOAD.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - BULK LOAD OF THE     *
000100*                   ANNUAL BUDGET INTO THE BUDGET MASTER,  *
000110*                   THE CSVIMPRT WAY.  THE DRIVING CL      *
000120*                   PULLS THE SPREADSHEET EXPORT IN FROM   *
000130*                   THE IFS AND OVERRIDES CSVIN TO IT.     *
000140*                   BUDCTL NAMES THE REQUESTING USER, THE  *
000150*                   COMPANY, THE VERSION BEING LOADED (O   *
000160*                   ORIGINAL, R REVISED) AND THE           *
000170*                   DELIMITER.  EACH ROW IS                *
000180*                   PERIOD;LINE;AMOUNT;OWNER WITH AN       *
000190*                   OPTIONAL TOLERANCE PERCENT AND         *
000200*                   DESCRIPTION.  A ROW ALREADY ON FILE IS *
000210*                   REPLACED, SO A CORRECTED SHEET CAN BE  *
000220*                   RELOADED WHOLE.  THE SAME SECAUTH AND  *
000230*                   CLOSED-PERIOD CHECKS CSVIMPRT MAKES    *
000240*                   APPLY, THE ORIGINAL CANNOT BE RELOADED *
000250*                   UNDER A REVISION, EVERY ROW APPLIED IS *
000260*                   LOGGED TO AUDITLOG AS A *BUDGET ENTRY  *
000270*                   AND REJECTS GO TO IMPERR IN THE        *
000280*                   CSVIMPRT LAYOUT                        *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-ISERIES.
000330 OBJECT-COMPUTER.   IBM-ISERIES.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BUDCTL     ASSIGN TO DATABASE-BUDCTL
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS BL-FS-BUDCTL.
000390     SELECT CSVIN      ASSIGN TO DATABASE-CSVIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS BL-FS-CSVIN.
000420     SELECT IMPERR     ASSIGN TO DATABASE-IMPERR
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS BL-FS-IMPERR.
000450     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE  IS RANDOM
000480         RECORD KEY   IS SECAUTH-KEY
000490         FILE STATUS  IS BL-FS-SECAUTH.
000500     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE  IS RANDOM
000530         RECORD KEY   IS CLOSESTAT-KEY
000540         FILE STATUS  IS BL-FS-CLOSESTAT.
000550     SELECT BUDGET     ASSIGN TO DATABASE-BUDGET
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS RANDOM
000580         RECORD KEY   IS BUDGET-KEY
000590         FILE STATUS  IS BL-FS-BUDGET.
000600     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS  IS BL-FS-AUDITLOG.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BUDCTL.
000660 01  BUDCTL-RECORD.
000670     05 BUDCTL-USER              PIC  X(010).
000680     05 BUDCTL-COMPANY           PIC  X(003).
000690     05 BUDCTL-VERSION           PIC  X(001).
000700     05 BUDCTL-DELIM             PIC  X(001).
000710     05 FILLER                   PIC  X(025).
000720 FD  CSVIN.
000730 01  CSVIN-LINE                  PIC  X(512).
000740 FD  IMPERR.
000750 01  IMPERR-RECORD.
000760     05 IMPERR-TIMESTAMP         PIC  X(026).
000770     05 IMPERR-ROWNBR            PIC  9(007).
000780     05 IMPERR-COLNBR            PIC  9(003).
000790     05 IMPERR-MSGID             PIC  X(007).
000800     05 IMPERR-TEXT              PIC  X(040).
000810     05 IMPERR-LINE              PIC  X(512).
000820 FD  SECAUTH.
000830 01  SECAUTH-RECORD.
000840     05 SECAUTH-KEY.
000850        10 SECAUTH-USER          PIC  X(010).
000860        10 SECAUTH-PGM           PIC  X(010).
000870        10 SECAUTH-ACTION        PIC  X(001).
000880     05 SECAUTH-EFFTO            PIC  9(008).
000890     05 SECAUTH-FOUREYES         PIC  X(001).
000900 FD  CLOSESTAT.
000910 01  CLOSESTAT-RECORD.
000920     05 CLOSESTAT-KEY.
000930        10 CLOSESTAT-COMPANY     PIC  X(003).
000940        10 CLOSESTAT-PERIOD      PIC  9(006).
000950     05 CLOSESTAT-STATUS         PIC  X(001).
000960        88 CLOSESTAT-OPEN                        VALUE 'O'.
000970        88 CLOSESTAT-CLOSED                       VALUE 'C'.
000980     05 CLOSESTAT-CLOSED-BY      PIC  X(010).
000990     05 CLOSESTAT-CLOSED-TS      PIC  X(026).
001000*----------------------------------------------------------*
001010* BUDGET MASTER - THE GXFBUDGW LAYOUT                      *
001020*----------------------------------------------------------*
001030 FD  BUDGET.
001040 01  BUDGET-RECORD.
001050     05 BUDGET-KEY.
001060        10 BUDGET-COMPANY        PIC  X(003).
001070        10 BUDGET-PERIOD         PIC  9(006).
001080        10 BUDGET-LINE           PIC  X(010).
001090        10 BUDGET-VERSION        PIC  X(001).
001100           88 BUDGET-ORIGINAL                    VALUE 'O'.
001110           88 BUDGET-REVISED                     VALUE 'R'.
001120     05 BUDGET-AMOUNT            PIC S9(013)V9(002) COMP-3.
001130     05 BUDGET-OWNER             PIC  X(010).
001140     05 BUDGET-TOL-PCT           PIC  9(003)V9(002).
001150     05 BUDGET-DESC              PIC  X(030).
001160     05 BUDGET-SOURCE            PIC  X(001).
001170        88 BUDGET-KEYED                          VALUE 'M'.
001180        88 BUDGET-LOADED                         VALUE 'L'.
001190     05 BUDGET-CHANGED-USER      PIC  X(010).
001200     05 BUDGET-CHANGED-TS        PIC  X(026).
001210 FD  AUDITLOG.
001220 01  AUDITLOG-RECORD.
001230     05 AUDITLOG-TIMESTAMP       PIC  X(026).
001240     05 AUDITLOG-JOB             PIC  X(010).
001250     05 AUDITLOG-PGM             PIC  X(010).
001260     05 AUDITLOG-FILE            PIC  X(010).
001270     05 AUDITLOG-OPER            PIC  X(006).
001280     05 AUDITLOG-STATUS          PIC  X(002).
001290     05 AUDITLOG-CHECK           PIC  9(009).
001300 WORKING-STORAGE SECTION.
001310 77  BL-FS-BUDCTL                PIC  X(002).
001320 77  BL-FS-CSVIN                 PIC  X(002).
001330 77  BL-FS-IMPERR                PIC  X(002).
001340 77  BL-FS-SECAUTH               PIC  X(002).
001350 77  BL-FS-CLOSESTAT             PIC  X(002).
001360 77  BL-FS-BUDGET                PIC  X(002).
001370 77  BL-FS-AUDITLOG              PIC  X(002).
001380 77  BL-EOF-SW                   PIC  X(001)     VALUE 'N'.
001390     88 BL-AT-EOF                                VALUE 'Y'.
001400 77  BL-I                        PIC S9(004) COMP-3.
001410 77  BL-MAX-COLS                 PIC S9(003) COMP-3 VALUE 6.
001420 77  BL-MIN-COLS                 PIC S9(003) COMP-3 VALUE 4.
001430 77  BL-ROW-NBR                  PIC S9(007) COMP-3 VALUE 0.
001440 77  BL-ADD-COUNT                PIC S9(007) COMP-3 VALUE 0.
001450 77  BL-REPL-COUNT               PIC S9(007) COMP-3 VALUE 0.
001460 77  BL-BAD-COUNT                PIC S9(007) COMP-3 VALUE 0.
001470 77  BL-ROW-SW                   PIC  X(001).
001480     88 BL-ROW-CLEAN                             VALUE 'Y'.
001490     88 BL-ROW-REJECTED                           VALUE 'N'.
001500 77  BL-ON-FILE-SW               PIC  X(001).
001510     88 BL-ON-FILE                               VALUE 'Y'.
001520     88 BL-NOT-ON-FILE                            VALUE 'N'.
001530 01  BL-HDR-USER                 PIC  X(010).
001540 01  BL-HDR-COMPANY              PIC  X(003).
001550 01  BL-HDR-VERSION              PIC  X(001).
001560     88 BL-HDR-ORIGINAL                          VALUE 'O'.
001570     88 BL-HDR-REVISED                           VALUE 'R'.
001580 01  BL-HDR-DELIM                PIC  X(001).
001590*----------------------------------------------------------*
001600* THE PARSED TOKENS OF ONE DELIMITED LINE - THE SAME QUOTE *
001610* HANDLING CSVIMPRT APPLIES                                *
001620*----------------------------------------------------------*
001630 77  BL-TOK-COUNT                PIC S9(003) COMP-3.
001640 01  BL-TOK-TABLE.
001650     05 BL-TOK-ENTRY OCCURS 6 TIMES.
001660        10 BL-TOK-VALUE          PIC  X(080).
001670        10 BL-TOK-LEN            PIC S9(003) COMP-3.
001680 01  BL-CHAR                     PIC  X(001).
001690 77  BL-TOK-L                    PIC S9(003) COMP-3.
001700 01  BL-QUOTE-SW                 PIC  X(001).
001710     88 BL-IN-QUOTES                             VALUE 'Y'.
001720     88 BL-NOT-IN-QUOTES                          VALUE 'N'.
001730 01  BL-TOKEN                    PIC  X(080).
001740*----------------------------------------------------------*
001750* ONE ROW'S VALUES ONCE EDITED                             *
001760*----------------------------------------------------------*
001770 01  BL-PERIOD.
001780     05 BL-PERIOD-YY             PIC  9(004).
001790     05 BL-PERIOD-MM             PIC  9(002).
001800 01  BL-PERIOD-N REDEFINES BL-PERIOD
001810                                 PIC  9(006).
001820 01  BL-LINE                     PIC  X(010).
001830 01  BL-AMOUNT                   PIC S9(013)V9(002) COMP-3.
001840 01  BL-OWNER                    PIC  X(010).
001850 01  BL-TOL-PCT                  PIC  9(003)V9(002).
001860 01  BL-DESC                     PIC  X(030).
001870*----------------------------------------------------------*
001880* SIGNED DECIMAL TOKEN: DIGITS, AT MOST ONE '.' WITH TWO   *
001890* PLACES AFTER IT, AND A MINUS SIGN LEADING OR TRAILING AS *
001900* THE SPREADSHEET EXPORT WRITES IT                         *
001910*----------------------------------------------------------*
001920 01  BL-NUM-WORK                 PIC  X(080).
001930 77  BL-NUM-LEN                  PIC S9(003) COMP-3.
001940 77  BL-NUM-INT-DIGITS           PIC S9(003) COMP-3.
001950 77  BL-NUM-DEC-DIGITS           PIC S9(003) COMP-3.
001960 01  BL-NUM-DIGIT                PIC  9(001).
001970 01  BL-NUM-VALUE                PIC S9(013)V9(002) COMP-3.
001980 77  BL-NUM-SW                   PIC  X(001).
001990     88 BL-NUM-GOOD                              VALUE 'Y'.
002000     88 BL-NUM-BAD                                VALUE 'N'.
002010 77  BL-NUM-SIGN-SW              PIC  X(001).
002020     88 BL-NUM-NEGATIVE                          VALUE 'Y'.
002030     88 BL-NUM-POSITIVE                           VALUE 'N'.
002040 77  BL-NUM-POINT-SW             PIC  X(001).
002050     88 BL-NUM-AFTER-POINT                       VALUE 'Y'.
002060     88 BL-NUM-BEFORE-POINT                       VALUE 'N'.
002070 01  BL-REJ-MSGID                PIC  X(007).
002080 01  BL-REJ-TEXT                 PIC  X(040).
002090 77  BL-REJ-COL                  PIC S9(003) COMP-3.
002100 01  BL-AUD-OPER                 PIC  X(006).
002110 01  BL-AUD-BYTE-PAIR.
002120     05 FILLER                   PIC  X(001).
002130     05 BL-AUD-BYTE-CHAR         PIC  X(001).
002140 01  BL-AUD-BYTE-NUM REDEFINES BL-AUD-BYTE-PAIR
002150                                 PIC S9(004) COMP-4.
002160 77  BL-AUD-I                    PIC S9(003) COMP-3.
002170 01  BL-TODAY-DATE.
002180     05 BL-TODAY-YY              PIC  9(004).
002190     05 BL-TODAY-MM              PIC  9(002).
002200     05 BL-TODAY-DD              PIC  9(002).
002210 01  BL-TODAY-N REDEFINES BL-TODAY-DATE
002220                                 PIC  9(008).
002230 01  BL-NOW-TIME.
002240     05 BL-NOW-HH                PIC  9(002).
002250     05 BL-NOW-MIN               PIC  9(002).
002260     05 BL-NOW-SS                PIC  9(002).
002270     05 BL-NOW-HS                PIC  9(002).
002280 01  BL-NOW-TS                   PIC  X(026).
002290*----------------------------------------------------------*
002300* GX-AUTH-SW / GX-CLSC-SW - THE SWITCH SHAPES GXFAUTH AND  *
002310* GXFCLSC DECLARE, KEPT UNDER THEIR LIBRARY NAMES AS IN    *
002320* CSVIMPRT                                                 *
002330*----------------------------------------------------------*
002340 01  GX-AUTH-SW                  PIC S9(001) COMP-3.
002350     88 GX-AUTH-ALLOWED                          VALUE 0.
002360     88 GX-AUTH-DENIED                            VALUE 1.
002370 01  GX-CLSC-PERIOD              PIC  9(006).
002380 01  GX-CLSC-SW                  PIC S9(001) COMP-3.
002390     88 GX-CLSC-PERIOD-OPEN                      VALUE 0.
002400     88 GX-CLSC-PERIOD-CLOSED                     VALUE 1.
002410 PROCEDURE DIVISION.
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE
002440         THRU 1000-INITIALIZE-EXIT
002450     IF BL-HDR-COMPANY = SPACES OR
002460        NOT BL-HDR-ORIGINAL AND NOT BL-HDR-REVISED
002470        MOVE 'GXBUDHDR'  TO BL-REJ-MSGID
002480        MOVE 'BUDCTL NEEDS A COMPANY AND VERSION O/R'
002490          TO BL-REJ-TEXT
002500        PERFORM 1600-REJECT-RUN
002510            THRU 1600-REJECT-RUN-EXIT
002520        PERFORM 9000-TERMINATE
002530            THRU 9000-TERMINATE-EXIT
002540        GO TO 9999-EXIT
002550     END-IF
002560     PERFORM GX-CHECK-AUTHORITY
002570         THRU GX-CHECK-AUTHORITY-EXIT
002580     IF GX-AUTH-DENIED
002590        PERFORM 1500-REFUSE-RUN
002600            THRU 1500-REFUSE-RUN-EXIT
002610     ELSE
002620        PERFORM 2000-LOAD-ROWS
002630            THRU 2000-LOAD-ROWS-EXIT
002640     END-IF
002650     PERFORM 9000-TERMINATE
002660         THRU 9000-TERMINATE-EXIT
002670     GO TO 9999-EXIT.
002680*----------------------------------------------------------*
002690* 1000-INITIALIZE - OPEN FILES, READ THE LOAD HEADER       *
002700*----------------------------------------------------------*
002710 1000-INITIALIZE.
002720     OPEN INPUT  BUDCTL
002730     OPEN INPUT  CSVIN
002740     OPEN OUTPUT IMPERR
002750     OPEN INPUT  SECAUTH
002760     OPEN INPUT  CLOSESTAT
002770     OPEN I-O    BUDGET
002780     OPEN EXTEND AUDITLOG
002790     ACCEPT BL-TODAY-DATE FROM DATE YYYYMMDD
002800     ACCEPT BL-NOW-TIME   FROM TIME
002810     MOVE SPACES TO BL-NOW-TS
002820     STRING BL-TODAY-YY '-' BL-TODAY-MM '-' BL-TODAY-DD '-'
002830            BL-NOW-HH '.' BL-NOW-MIN '.' BL-NOW-SS '.000000'
002840            DELIMITED BY SIZE INTO BL-NOW-TS
002850     MOVE SPACES TO BL-HDR-USER
002860     MOVE SPACES TO BL-HDR-COMPANY
002870     MOVE 'O'    TO BL-HDR-VERSION
002880     MOVE ';'    TO BL-HDR-DELIM
002890     READ BUDCTL
002900         AT END
002910            GO TO 1000-INITIALIZE-EXIT
002920     END-READ
002930     MOVE BUDCTL-USER    TO BL-HDR-USER
002940     MOVE BUDCTL-COMPANY TO BL-HDR-COMPANY
002950     IF BUDCTL-VERSION NOT = SPACES
002960        MOVE BUDCTL-VERSION TO BL-HDR-VERSION
002970     END-IF
002980     IF BUDCTL-DELIM NOT = SPACES
002990        MOVE BUDCTL-DELIM TO BL-HDR-DELIM
003000     END-IF.
003010 1000-INITIALIZE-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* GX-CHECK-AUTHORITY - THE GXFAUTH GRANT LOOKUP AS CSVIMPRT*
003050* RUNS IT, AGAINST THIS PROGRAM: A ROW FOR (USER, BUDLOAD, *
003060* C) OR (*PUBLIC, BUDLOAD, C) THAT HAS NOT EXPIRED ALLOWS  *
003070* THE LOAD                                                 *
003080*----------------------------------------------------------*
003090 GX-CHECK-AUTHORITY.
003100     SET GX-AUTH-DENIED TO TRUE
003110     MOVE BL-HDR-USER    TO SECAUTH-USER
003120     MOVE 'BUDLOAD'      TO SECAUTH-PGM
003130     MOVE 'C'            TO SECAUTH-ACTION
003140     READ SECAUTH RECORD
003150        INVALID KEY
003160           CONTINUE
003170        NOT INVALID KEY
003180           IF SECAUTH-EFFTO = 0 OR
003190              SECAUTH-EFFTO NOT LESS BL-TODAY-N
003200              SET GX-AUTH-ALLOWED TO TRUE
003210           END-IF
003220     END-READ
003230     IF GX-AUTH-DENIED
003240        MOVE '*PUBLIC'   TO SECAUTH-USER
003250        READ SECAUTH RECORD
003260           INVALID KEY
003270              CONTINUE
003280           NOT INVALID KEY
003290              IF SECAUTH-EFFTO = 0 OR
003300                 SECAUTH-EFFTO NOT LESS BL-TODAY-N
003310                 SET GX-AUTH-ALLOWED TO TRUE
003320              END-IF
003330        END-READ
003340     END-IF.
003350 GX-CHECK-AUTHORITY-EXIT.
003360     EXIT.
003370*----------------------------------------------------------*
003380* 1500-REFUSE-RUN - A *SECURITY AUDITLOG ENTRY AND EVERY   *
003390*                   ROW BACK AS A REJECT, AS CSVIMPRT DOES *
003400*----------------------------------------------------------*
003410 1500-REFUSE-RUN.
003420     MOVE BL-NOW-TS      TO AUDITLOG-TIMESTAMP
003430     MOVE BL-HDR-USER    TO AUDITLOG-JOB
003440     MOVE 'BUDLOAD'      TO AUDITLOG-PGM
003450     MOVE '*SECURITY'    TO AUDITLOG-FILE
003460     MOVE 'C'            TO AUDITLOG-OPER
003470     MOVE 'NA'           TO AUDITLOG-STATUS
003480     PERFORM 8600-SET-AUDIT-CHECK
003490         THRU 8600-SET-AUDIT-CHECK-EXIT
003500     WRITE AUDITLOG-RECORD
003510     MOVE 'GXIMPAUT'  TO BL-REJ-MSGID
003520     MOVE 'USER NOT AUTHORIZED TO LOAD BUDGETS'
003530       TO BL-REJ-TEXT
003540     PERFORM 1600-REJECT-RUN
003550         THRU 1600-REJECT-RUN-EXIT.
003560 1500-REFUSE-RUN-EXIT.
003570     EXIT.
003580*----------------------------------------------------------*
003590* 1600-REJECT-RUN - EVERY INPUT ROW BACK WITH THE ONE      *
003600*                   REASON THE RUN WAS REFUSED             *
003610*----------------------------------------------------------*
003620 1600-REJECT-RUN.
003630     MOVE 'N' TO BL-EOF-SW
003640     MOVE 0   TO BL-REJ-COL
003650     PERFORM 1610-REJECT-ALL
003660         THRU 1610-REJECT-ALL-EXIT
003670         UNTIL BL-AT-EOF.
003680 1600-REJECT-RUN-EXIT.
003690     EXIT.
003700 1610-REJECT-ALL.
003710     READ CSVIN
003720         AT END
003730            SET BL-AT-EOF TO TRUE
003740         NOT AT END
003750            ADD 1 TO BL-ROW-NBR
003760            ADD 1 TO BL-BAD-COUNT
003770            PERFORM 5000-WRITE-REJECT
003780                THRU 5000-WRITE-REJECT-EXIT
003790     END-READ.
003800 1610-REJECT-ALL-EXIT.
003810     EXIT.
003820*----------------------------------------------------------*
003830* 2000-LOAD-ROWS - PARSE, EDIT AND APPLY EVERY LINE        *
003840*----------------------------------------------------------*
003850 2000-LOAD-ROWS.
003860     MOVE 'N' TO BL-EOF-SW
003870     PERFORM 2100-READ-CSVIN
003880         THRU 2100-READ-CSVIN-EXIT
003890     PERFORM 2200-LOAD-ONE
003900         THRU 2200-LOAD-ONE-EXIT
003910         UNTIL BL-AT-EOF.
003920 2000-LOAD-ROWS-EXIT.
003930     EXIT.
003940 2100-READ-CSVIN.
003950     READ CSVIN
003960         AT END
003970            SET BL-AT-EOF TO TRUE
003980     END-READ.
003990 2100-READ-CSVIN-EXIT.
004000     EXIT.
004010 2200-LOAD-ONE.
004020     ADD 1 TO BL-ROW-NBR
004030     SET BL-ROW-CLEAN TO TRUE
004040     MOVE 0        TO BL-REJ-COL
004050     MOVE SPACES   TO BL-REJ-MSGID
004060     MOVE SPACES   TO BL-REJ-TEXT
004070     PERFORM 3000-PARSE-LINE
004080         THRU 3000-PARSE-LINE-EXIT
004090     IF BL-TOK-COUNT LESS BL-MIN-COLS
004100        SET BL-ROW-REJECTED TO TRUE
004110        MOVE BL-TOK-COUNT TO BL-REJ-COL
004120        MOVE 'GXIMPCOL'   TO BL-REJ-MSGID
004130        MOVE 'ROW HAS TOO FEW COLUMNS' TO BL-REJ-TEXT
004140     END-IF
004150     IF BL-ROW-CLEAN
004160        PERFORM 4000-EDIT-ROW
004170            THRU 4000-EDIT-ROW-EXIT
004180     END-IF
004190     IF BL-ROW-CLEAN
004200        PERFORM 4500-APPLY-ROW
004210            THRU 4500-APPLY-ROW-EXIT
004220     END-IF
004230     IF BL-ROW-REJECTED
004240        ADD 1 TO BL-BAD-COUNT
004250        PERFORM 5000-WRITE-REJECT
004260            THRU 5000-WRITE-REJECT-EXIT
004270     END-IF
004280     PERFORM 2100-READ-CSVIN
004290         THRU 2100-READ-CSVIN-EXIT.
004300 2200-LOAD-ONE-EXIT.
004310     EXIT.
004320*----------------------------------------------------------*
004330* 3000-PARSE-LINE - SPLIT THE LINE ON THE HEADER DELIMITER,*
004340*                   UNWRAPPING QUOTED FIELDS AND COLLAPSING*
004350*                   DOUBLED QUOTES, AS CSVIMPRT DOES       *
004360*----------------------------------------------------------*
004370 3000-PARSE-LINE.
004380     MOVE 0 TO BL-TOK-COUNT
004390     MOVE SPACES TO BL-TOK-TABLE
004400     MOVE SPACES TO BL-TOKEN
004410     MOVE 0      TO BL-TOK-L
004420     SET BL-NOT-IN-QUOTES TO TRUE
004430     PERFORM 3100-PARSE-CHAR
004440         THRU 3100-PARSE-CHAR-EXIT
004450         VARYING BL-I FROM 1 BY 1 UNTIL BL-I > 512
004460     PERFORM 3200-END-TOKEN
004470         THRU 3200-END-TOKEN-EXIT.
004480 3000-PARSE-LINE-EXIT.
004490     EXIT.
004500 3100-PARSE-CHAR.
004510     MOVE CSVIN-LINE (BL-I:1) TO BL-CHAR
004520     EVALUATE TRUE
004530        WHEN BL-CHAR = '"' AND BL-NOT-IN-QUOTES
004540           SET BL-IN-QUOTES TO TRUE
004550        WHEN BL-CHAR = '"' AND BL-IN-QUOTES
004560           IF BL-I < 512 AND CSVIN-LINE (BL-I + 1:1) = '"'
004570              IF BL-TOK-L < 80
004580                 ADD 1 TO BL-TOK-L
004590                 MOVE '"' TO BL-TOKEN (BL-TOK-L:1)
004600              END-IF
004610              ADD 1 TO BL-I
004620           ELSE
004630              SET BL-NOT-IN-QUOTES TO TRUE
004640           END-IF
004650        WHEN BL-CHAR = BL-HDR-DELIM AND BL-NOT-IN-QUOTES
004660           PERFORM 3200-END-TOKEN
004670               THRU 3200-END-TOKEN-EXIT
004680        WHEN OTHER
004690           IF BL-TOK-L < 80
004700              ADD 1 TO BL-TOK-L
004710              MOVE BL-CHAR TO BL-TOKEN (BL-TOK-L:1)
004720           END-IF
004730     END-EVALUATE.
004740 3100-PARSE-CHAR-EXIT.
004750     EXIT.
004760*----------------------------------------------------------*
004770* 3200-END-TOKEN - TRAILING BLANKS OF THE FIXED-LENGTH LINE*
004780*                  ARE NOT PART OF THE LAST COLUMN         *
004790*----------------------------------------------------------*
004800 3200-END-TOKEN.
004810     PERFORM UNTIL BL-TOK-L = 0
004820                OR BL-TOKEN (BL-TOK-L:1) NOT = SPACE
004830        SUBTRACT 1 FROM BL-TOK-L
004840     END-PERFORM
004850     IF BL-TOK-COUNT < BL-MAX-COLS
004860        ADD 1 TO BL-TOK-COUNT
004870        MOVE BL-TOKEN TO BL-TOK-VALUE (BL-TOK-COUNT)
004880        MOVE BL-TOK-L TO BL-TOK-LEN   (BL-TOK-COUNT)
004890     END-IF
004900     MOVE SPACES TO BL-TOKEN
004910     MOVE 0      TO BL-TOK-L.
004920 3200-END-TOKEN-EXIT.
004930     EXIT.
004940*----------------------------------------------------------*
004950* 4000-EDIT-ROW - PERIOD, LINE, AMOUNT, OWNER, THEN THE    *
004960*                 OPTIONAL TOLERANCE; THE FIRST FAILING    *
004970*                 COLUMN IS THE ONE REPORTED               *
004980*----------------------------------------------------------*
004990 4000-EDIT-ROW.
005000     IF BL-TOK-LEN (1) NOT = 6 OR
005010        BL-TOK-VALUE (1) (1:6) NOT NUMERIC
005020        SET BL-ROW-REJECTED TO TRUE
005030        MOVE 1           TO BL-REJ-COL
005040        MOVE 'GXIMPDTE'  TO BL-REJ-MSGID
005050        MOVE 'PERIOD MUST BE YYYYMM' TO BL-REJ-TEXT
005060        GO TO 4000-EDIT-ROW-EXIT
005070     END-IF
005080     MOVE BL-TOK-VALUE (1) (1:6) TO BL-PERIOD
005090     IF BL-PERIOD-MM LESS 1 OR BL-PERIOD-MM GREATER 12 OR
005100        BL-PERIOD-YY LESS 1900
005110        SET BL-ROW-REJECTED TO TRUE
005120        MOVE 1           TO BL-REJ-COL
005130        MOVE 'GXIMPDTE'  TO BL-REJ-MSGID
005140        MOVE 'PERIOD MUST BE YYYYMM' TO BL-REJ-TEXT
005150        GO TO 4000-EDIT-ROW-EXIT
005160     END-IF
005170     PERFORM GX-CHECK-CLOSED-PERIOD
005180         THRU GX-CHECK-CLOSED-PERIOD-EXIT
005190     IF GX-CLSC-PERIOD-CLOSED
005200        SET BL-ROW-REJECTED TO TRUE
005210        MOVE 1           TO BL-REJ-COL
005220        MOVE 'GXIMPCLS'  TO BL-REJ-MSGID
005230        MOVE 'PERIOD IS CLOSED - BUDGET IS FROZEN'
005240          TO BL-REJ-TEXT
005250        GO TO 4000-EDIT-ROW-EXIT
005260     END-IF
005270     IF BL-TOK-LEN (2) = 0 OR BL-TOK-LEN (2) GREATER 10
005280        SET BL-ROW-REJECTED TO TRUE
005290        MOVE 2           TO BL-REJ-COL
005300        MOVE 'GXBUDLIN'  TO BL-REJ-MSGID
005310        MOVE 'BUDGET LINE MISSING OR OVER 10 LONG'
005320          TO BL-REJ-TEXT
005330        GO TO 4000-EDIT-ROW-EXIT
005340     END-IF
005350     MOVE BL-TOK-VALUE (2) TO BL-LINE
005360     MOVE 3 TO BL-I
005370     PERFORM 4100-EDIT-AMOUNT
005380         THRU 4100-EDIT-AMOUNT-EXIT
005390     IF BL-NUM-BAD
005400        SET BL-ROW-REJECTED TO TRUE
005410        MOVE 3           TO BL-REJ-COL
005420        MOVE 'GXIMPNUM'  TO BL-REJ-MSGID
005430        MOVE 'AMOUNT IS NOT A VALID NUMBER' TO BL-REJ-TEXT
005440        GO TO 4000-EDIT-ROW-EXIT
005450     END-IF
005460     MOVE BL-NUM-VALUE TO BL-AMOUNT
005470     IF BL-TOK-LEN (4) = 0 OR BL-TOK-LEN (4) GREATER 10
005480        SET BL-ROW-REJECTED TO TRUE
005490        MOVE 4           TO BL-REJ-COL
005500        MOVE 'GXBUDOWN'  TO BL-REJ-MSGID
005510        MOVE 'COST OWNER MISSING OR OVER 10 LONG'
005520          TO BL-REJ-TEXT
005530        GO TO 4000-EDIT-ROW-EXIT
005540     END-IF
005550     MOVE BL-TOK-VALUE (4) TO BL-OWNER
005560     MOVE 0 TO BL-TOL-PCT
005570     IF BL-TOK-COUNT NOT LESS 5 AND BL-TOK-LEN (5) GREATER 0
005580        MOVE 5 TO BL-I
005590        PERFORM 4100-EDIT-AMOUNT
005600            THRU 4100-EDIT-AMOUNT-EXIT
005610        IF BL-NUM-BAD OR BL-NUM-NEGATIVE OR
005620           BL-NUM-VALUE GREATER 999.99
005630           SET BL-ROW-REJECTED TO TRUE
005640           MOVE 5           TO BL-REJ-COL
005650           MOVE 'GXIMPNUM'  TO BL-REJ-MSGID
005660           MOVE 'TOLERANCE MUST BE 0 TO 999.99' TO BL-REJ-TEXT
005670           GO TO 4000-EDIT-ROW-EXIT
005680        END-IF
005690        MOVE BL-NUM-VALUE TO BL-TOL-PCT
005700     END-IF
005710     MOVE SPACES TO BL-DESC
005720     IF BL-TOK-COUNT NOT LESS 6
005730        MOVE BL-TOK-VALUE (6) TO BL-DESC
005740     END-IF.
005750 4000-EDIT-ROW-EXIT.
005760     EXIT.
005770*----------------------------------------------------------*
005780* 4100-EDIT-AMOUNT - TOKEN BL-I AS A SIGNED DECIMAL INTO   *
005790*                    BL-NUM-VALUE; NO DIGITS, A SECOND     *
005800*                    POINT OR SIGN, A THIRD DECIMAL OR MORE*
005810*                    THAN THIRTEEN WHOLE DIGITS IS BAD     *
005820*----------------------------------------------------------*
005830 4100-EDIT-AMOUNT.
005840     SET BL-NUM-GOOD          TO TRUE
005850     SET BL-NUM-POSITIVE      TO TRUE
005860     SET BL-NUM-BEFORE-POINT  TO TRUE
005870     MOVE BL-TOK-VALUE (BL-I) TO BL-NUM-WORK
005880     MOVE BL-TOK-LEN (BL-I)   TO BL-NUM-LEN
005890     MOVE 0 TO BL-NUM-VALUE
005900     MOVE 0 TO BL-NUM-INT-DIGITS
005910     MOVE 0 TO BL-NUM-DEC-DIGITS
005920     IF BL-NUM-LEN = 0
005930        SET BL-NUM-BAD TO TRUE
005940        GO TO 4100-EDIT-AMOUNT-EXIT
005950     END-IF
005960     IF BL-NUM-WORK (1:1) = '-'
005970        SET BL-NUM-NEGATIVE TO TRUE
005980        MOVE BL-NUM-WORK (2:79) TO BL-NUM-WORK
005990        SUBTRACT 1 FROM BL-NUM-LEN
006000     ELSE
006010        IF BL-NUM-WORK (BL-NUM-LEN:1) = '-'
006020           SET BL-NUM-NEGATIVE TO TRUE
006030           SUBTRACT 1 FROM BL-NUM-LEN
006040        END-IF
006050     END-IF
006060     PERFORM 4110-AMOUNT-CHAR
006070         THRU 4110-AMOUNT-CHAR-EXIT
006080         VARYING BL-TOK-L FROM 1 BY 1
006090         UNTIL BL-TOK-L > BL-NUM-LEN OR BL-NUM-BAD
006100     IF BL-NUM-INT-DIGITS + BL-NUM-DEC-DIGITS = 0
006110        SET BL-NUM-BAD TO TRUE
006120     END-IF
006130     IF BL-NUM-GOOD AND BL-NUM-NEGATIVE
006140        MULTIPLY -1 BY BL-NUM-VALUE
006150     END-IF.
006160 4100-EDIT-AMOUNT-EXIT.
006170     EXIT.
006180 4110-AMOUNT-CHAR.
006190     EVALUATE TRUE
006200        WHEN BL-NUM-WORK (BL-TOK-L:1) = '.'
006210           IF BL-NUM-AFTER-POINT
006220              SET BL-NUM-BAD TO TRUE
006230           END-IF
006240           SET BL-NUM-AFTER-POINT TO TRUE
006250        WHEN BL-NUM-WORK (BL-TOK-L:1) NOT NUMERIC
006260           SET BL-NUM-BAD TO TRUE
006270        WHEN BL-NUM-AFTER-POINT
006280           ADD 1 TO BL-NUM-DEC-DIGITS
006290           IF BL-NUM-DEC-DIGITS GREATER 2
006300              SET BL-NUM-BAD TO TRUE
006310              GO TO 4110-AMOUNT-CHAR-EXIT
006320           END-IF
006330           MOVE BL-NUM-WORK (BL-TOK-L:1) TO BL-NUM-DIGIT
006340           IF BL-NUM-DEC-DIGITS = 1
006350              COMPUTE BL-NUM-VALUE = BL-NUM-VALUE
006360                                   + BL-NUM-DIGIT * 0.1
006370           ELSE
006380              COMPUTE BL-NUM-VALUE = BL-NUM-VALUE
006390                                   + BL-NUM-DIGIT * 0.01
006400           END-IF
006410        WHEN OTHER
006420           ADD 1 TO BL-NUM-INT-DIGITS
006430           IF BL-NUM-INT-DIGITS GREATER 13
006440              SET BL-NUM-BAD TO TRUE
006450              GO TO 4110-AMOUNT-CHAR-EXIT
006460           END-IF
006470           MOVE BL-NUM-WORK (BL-TOK-L:1) TO BL-NUM-DIGIT
006480           COMPUTE BL-NUM-VALUE = BL-NUM-VALUE * 10
006490                                + BL-NUM-DIGIT
006500     END-EVALUATE.
006510 4110-AMOUNT-CHAR-EXIT.
006520     EXIT.
006530*----------------------------------------------------------*
006540* GX-CHECK-CLOSED-PERIOD - THE CLOSESTAT LOOKUP GXFCLSC    *
006550* RUNS, FOR THE HEADER COMPANY AND THE ROW'S PERIOD        *
006560*----------------------------------------------------------*
006570 GX-CHECK-CLOSED-PERIOD.
006580     MOVE BL-PERIOD-N         TO GX-CLSC-PERIOD
006590     MOVE BL-HDR-COMPANY      TO CLOSESTAT-COMPANY
006600     MOVE GX-CLSC-PERIOD      TO CLOSESTAT-PERIOD
006610     SET  GX-CLSC-PERIOD-OPEN TO TRUE
006620     READ CLOSESTAT RECORD
006630        INVALID KEY
006640           CONTINUE
006650        NOT INVALID KEY
006660           IF CLOSESTAT-CLOSED
006670              SET GX-CLSC-PERIOD-CLOSED TO TRUE
006680           END-IF
006690     END-READ.
006700 GX-CHECK-CLOSED-PERIOD-EXIT.
006710     EXIT.
006720*----------------------------------------------------------*
006730* 4500-APPLY-ROW - ADD THE LINE OR REPLACE IT IN PLACE.  AN*
006740*                  ORIGINAL IS NOT RELOADED UNDER A        *
006750*                  REVISION ALREADY ON FILE - THE SAME RULE*
006760*                  THE GXFBUDG SCREEN ENFORCES             *
006770*----------------------------------------------------------*
006780 4500-APPLY-ROW.
006790     MOVE BL-HDR-COMPANY TO BUDGET-COMPANY
006800     MOVE BL-PERIOD-N    TO BUDGET-PERIOD
006810     MOVE BL-LINE        TO BUDGET-LINE
006820     IF BL-HDR-ORIGINAL
006830        SET BUDGET-REVISED TO TRUE
006840        READ BUDGET RECORD
006850           INVALID KEY
006860              CONTINUE
006870           NOT INVALID KEY
006880              SET BL-ROW-REJECTED TO TRUE
006890              MOVE 2           TO BL-REJ-COL
006900              MOVE 'GXBUDFRZ'  TO BL-REJ-MSGID
006910              MOVE 'ORIGINAL IS FROZEN - REVISION ON FILE'
006920                TO BL-REJ-TEXT
006930        END-READ
006940        IF BL-ROW-REJECTED
006950           GO TO 4500-APPLY-ROW-EXIT
006960        END-IF
006970     END-IF
006980     MOVE BL-HDR-VERSION TO BUDGET-VERSION
006990     SET BL-ON-FILE TO TRUE
007000     READ BUDGET RECORD
007010        INVALID KEY
007020           SET BL-NOT-ON-FILE TO TRUE
007030     END-READ
007040     MOVE BL-AMOUNT      TO BUDGET-AMOUNT
007050     MOVE BL-OWNER       TO BUDGET-OWNER
007060     MOVE BL-TOL-PCT     TO BUDGET-TOL-PCT
007070     MOVE BL-DESC        TO BUDGET-DESC
007080     SET  BUDGET-LOADED  TO TRUE
007090     MOVE BL-HDR-USER    TO BUDGET-CHANGED-USER
007100     MOVE BL-NOW-TS      TO BUDGET-CHANGED-TS
007110     IF BL-ON-FILE
007120        REWRITE BUDGET-RECORD
007130           INVALID KEY
007140              SET BL-ROW-REJECTED TO TRUE
007150        END-REWRITE
007160        MOVE 'CHANGE' TO BL-AUD-OPER
007170     ELSE
007180        WRITE BUDGET-RECORD
007190           INVALID KEY
007200              SET BL-ROW-REJECTED TO TRUE
007210        END-WRITE
007220        MOVE 'ADD'    TO BL-AUD-OPER
007230     END-IF
007240     IF BL-ROW-REJECTED
007250        MOVE 0           TO BL-REJ-COL
007260        MOVE 'GXBUDUPD'  TO BL-REJ-MSGID
007270        MOVE 'BUDGET UPDATE FAILED' TO BL-REJ-TEXT
007280        GO TO 4500-APPLY-ROW-EXIT
007290     END-IF
007300     IF BL-ON-FILE
007310        ADD 1 TO BL-REPL-COUNT
007320     ELSE
007330        ADD 1 TO BL-ADD-COUNT
007340     END-IF
007350     MOVE BL-NOW-TS      TO AUDITLOG-TIMESTAMP
007360     MOVE BL-HDR-USER    TO AUDITLOG-JOB
007370     MOVE 'BUDLOAD'      TO AUDITLOG-PGM
007380     MOVE '*BUDGET'      TO AUDITLOG-FILE
007390     MOVE BL-AUD-OPER    TO AUDITLOG-OPER
007400     MOVE '00'           TO AUDITLOG-STATUS
007410     PERFORM 8600-SET-AUDIT-CHECK
007420         THRU 8600-SET-AUDIT-CHECK-EXIT
007430     WRITE AUDITLOG-RECORD.
007440 4500-APPLY-ROW-EXIT.
007450     EXIT.
007460*----------------------------------------------------------*
007470* 5000-WRITE-REJECT - ONE IMPERR ROW WITH THE FAILING      *
007480*                     COLUMN, MESSAGE ID AND THE RAW LINE  *
007490*----------------------------------------------------------*
007500 5000-WRITE-REJECT.
007510     MOVE BL-NOW-TS    TO IMPERR-TIMESTAMP
007520     MOVE BL-ROW-NBR   TO IMPERR-ROWNBR
007530     MOVE BL-REJ-COL   TO IMPERR-COLNBR
007540     MOVE BL-REJ-MSGID TO IMPERR-MSGID
007550     MOVE BL-REJ-TEXT  TO IMPERR-TEXT
007560     MOVE CSVIN-LINE   TO IMPERR-LINE
007570     WRITE IMPERR-RECORD.
007580 5000-WRITE-REJECT-EXIT.
007590     EXIT.
007600*----------------------------------------------------------*
007610* 8600-SET-AUDIT-CHECK - CHECK VALUE OVER THE ROW'S CONTENT*
007620*                        BYTES, THE SAME CHAIN DISCIPLINE  *
007630*                        GX-WRITE-AUDITLOG APPLIES         *
007640*----------------------------------------------------------*
007650 8600-SET-AUDIT-CHECK.
007660     MOVE 0 TO AUDITLOG-CHECK
007670     PERFORM VARYING BL-AUD-I FROM 1 BY 1
007680             UNTIL BL-AUD-I > 64
007690        MOVE LOW-VALUE TO BL-AUD-BYTE-PAIR
007700        MOVE AUDITLOG-RECORD (BL-AUD-I:1)
007710          TO BL-AUD-BYTE-CHAR
007720        ADD BL-AUD-BYTE-NUM TO AUDITLOG-CHECK
007730     END-PERFORM.
007740 8600-SET-AUDIT-CHECK-EXIT.
007750     EXIT.
007760*----------------------------------------------------------*
007770* 9000-TERMINATE - CLOSE FILES                             *
007780*----------------------------------------------------------*
007790 9000-TERMINATE.
007800     CLOSE BUDCTL
007810     CLOSE CSVIN
007820     CLOSE IMPERR
007830     CLOSE SECAUTH
007840     CLOSE CLOSESTAT
007850     CLOSE BUDGET
007860     CLOSE AUDITLOG.
007870 9000-TERMINATE-EXIT.
007880     EXIT.
007890 9999-EXIT.
007900     STOP RUN.
