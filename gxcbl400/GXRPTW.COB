000220*                   SITE DEFAULT HELD IN THE RESERVED        *
000230*                   *SITELANG TXTTBL ROW, SO BATCH REPORTS   *
000240*                   TRANSLATE WITHOUT KNOWING A USER         *
000241*   2026-10-15  RH  EVERY HEADING NOW CARRIES A DATA SCOPE  *
000242*                   LINE UNDER THE TITLE.  FUNCTION S NAMES *
000243*                   THE USER (KIND O FOR A SUPERVISOR       *
000244*                   OVERRIDE) WHOSE DATASCOP ROWS - OR      *
000245*                   USRCOMP COMPANY - THE REPORT WAS CUT TO;*
000246*                   A REPORT THAT NAMES NOBODY SHOWS ALL    *
000247*                   COMPANIES AND BRANCHES                  *
000248*   2026-10-15  RH  A REPORT THAT NAMES NOBODY IS CUT TO    *
000249*                   THE USER THE JOB RUNS UNDER (QUSRJOBI). *
000250*                   NEW FUNCTION K TELLS THE CALLER WHETHER *
000251*                   A DETAIL ROW'S COMPANY/BRANCH IS INSIDE *
000252*                   THAT SCOPE, SO EVERY REPORT ENFORCES    *
000253*                   THE SCOPE ITS HEADING SHOWS             *
000254*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-ISERIES.
000320     SELECT TXTTBL     ASSIGN TO DATABASE-TXTTBL
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS  IS RW-FS-TXTTBL.
000341     SELECT DATASCOP   ASSIGN TO DATABASE-DATASCOP
000342         ORGANIZATION IS SEQUENTIAL
000343         FILE STATUS  IS RW-FS-DATASCOP.
000344     SELECT USRCOMP    ASSIGN TO DATABASE-USRCOMP
000345         ORGANIZATION IS SEQUENTIAL
000346         FILE STATUS  IS RW-FS-USRCOMP.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TXTTBL.
000390     05 TXTTBL-LANG              PIC  X(003).
000400     05 TXTTBL-TEXT-ID           PIC  X(010).
000410     05 TXTTBL-TEXT              PIC  X(074).
000411 FD  DATASCOP.
000412 01  DATASCOP-RECORD.
000413     05 DATASCOP-USER            PIC  X(010).
000414     05 DATASCOP-KIND            PIC  X(001).
000415     05 DATASCOP-COMPANY         PIC  X(003).
000416     05 DATASCOP-BRANCH          PIC  X(010).
000417     05 DATASCOP-GRANTED-BY      PIC  X(010).
000418     05 DATASCOP-GRANTED-TS      PIC  X(026).
000419 FD  USRCOMP.
000420 01  USRCOMP-RECORD.
000421     05 USRCOMP-USER             PIC  X(010).
000422     05 USRCOMP-COMPANY          PIC  X(003).
000423 WORKING-STORAGE SECTION.
000430 77  RW-FS-TXTTBL                PIC  X(002).
000432 77  RW-FS-DATASCOP              PIC  X(002).
000434 77  RW-FS-USRCOMP               PIC  X(002).
000440 77  RW-TXT-EOF-SW               PIC  X(001).
000450     88 RW-TXT-AT-EOF                            VALUE 'Y'.
000460 77  RW-PAGE-NBR                 PIC S9(005) COMP-3 VALUE 0.
000470 77  RW-LINE-NBR                 PIC S9(003) COMP-3 VALUE 99.
000472 77  RW-SCOPE-PTR                PIC S9(003) COMP-3.
000474 77  RW-SCOPE-COUNT              PIC S9(003) COMP-3.
000476 77  RW-SCOPE-MORE-SW            PIC  X(001).
000478     88 RW-SCOPE-MORE                            VALUE 'Y'.
000479 77  RW-SCOPE-DONE-SW            PIC  X(001) VALUE 'N'.
000480 01  RW-RUN-TS.
000490     05 RW-RUN-DATE              PIC  9(008).
000500     05 FILLER                   PIC  X(001) VALUE '-'.
000610     05 FILLER                   PIC  X(006) VALUE ' PAGE'.
000620     05 RW-TTL-PAGE              PIC ZZZ9.
000630     05 FILLER                   PIC  X(004) VALUE SPACES.
000631*----------------------------------------------------------*
000632* THE DATA SCOPE - SET BY FUNCTION S, BLANK FOR A REPORT   *
000633* THAT IS NOT CUT TO ANY USER'S PROFILE                    *
000634*----------------------------------------------------------*
000635 01  RW-SCOPE-USER               PIC  X(010) VALUE SPACES.
000636 01  RW-SCOPE-KIND               PIC  X(001) VALUE SPACES.
000637 01  RW-SCOPE-LINE               PIC  X(080).
000638 01  RW-SCOPE-BRANCH             PIC  X(010).
000639 01  RW-SCOPE-TABLE.
000640     05 RW-SCOPE-TCOUNT          PIC S9(003) COMP-3 VALUE 0.
000641     05 RW-SCOPE-ENTRY OCCURS 50 TIMES.
000642        10 RW-SCOPE-T-COMPANY    PIC  X(003).
000643        10 RW-SCOPE-T-BRANCH     PIC  X(010).
000644 77  RW-SCOPE-I                  PIC S9(003) COMP-3.
000645*----------------------------------------------------------*
000646* QUSRJOBI JOBI0100 - THE USER THE JOB RUNS UNDER, FOR A    *
000647* REPORT WHOSE CALLER NAMED NOBODY                          *
000648*----------------------------------------------------------*
000649 01  RW-JOBI.
000650     05 RW-JOBI-RETURNED         PIC S9(009) COMP-4.
000651     05 RW-JOBI-AVAILABLE        PIC S9(009) COMP-4.
000652     05 RW-JOBI-JOB              PIC  X(010).
000653     05 RW-JOBI-USER             PIC  X(010).
000654     05 RW-JOBI-NBR              PIC  X(006).
000655     05 FILLER                   PIC  X(052).
000656 01  RW-JOBI-LEN                 PIC S9(009) COMP-4 VALUE 86.
000657 01  RW-JOBI-FMT                 PIC  X(008) VALUE 'JOBI0100'.
000658 01  RW-JOBI-QJOB                PIC  X(026) VALUE '*'.
000659 01  RW-JOBI-INTID               PIC  X(016) VALUE SPACES.
000660 01  RW-JOBI-ERR.
000661     05 RW-JOBI-ERR-PROVIDED     PIC S9(009) COMP-4 VALUE 16.
000662     05 RW-JOBI-ERR-AVAILABLE    PIC S9(009) COMP-4 VALUE 0.
000663     05 RW-JOBI-ERR-ID           PIC  X(007).
000664     05 FILLER                   PIC  X(001).
000665 LINKAGE SECTION.
000666*----------------------------------------------------------*
000667* RW-CTL IS THE REQUEST: FUNCTION I (INITIALIZE - TITLE,    *
000670* OPTIONAL TITLE TEXT ID AND LANGUAGE, COLUMN HEADINGS,     *
000675* PAGE SIZE), D (DETAIL LINE), T (TOTAL LINE), C (CLOSE),  *
000680* S (DATA SCOPE - BEFORE I; RW-LINE HOLDS THE USER IN      *
000681* 1-10 AND KIND O IN 11 FOR A SUPERVISOR OVERRIDE; NOBODY  *
000682* NAMED MEANS THE JOB'S OWN USER), K (SCOPE CHECK - AFTER   *
000683* S, IF ANY; RW-LINE HOLDS A DETAIL ROW'S COMPANY IN 1-3   *
000684* AND BRANCH IN 4-13; NO LINES COME BACK, RW-OUT-LINE (1)  *
000685* IS Y WHEN THE ROW MAY BE PRINTED, N WHEN IT IS OUTSIDE). *
000690* RW-OUT COMES BACK WITH THE LINES THE CALLER WRITES TO ITS *
000700* OWN REPORT FILE, IN ORDER                                 *
000710*----------------------------------------------------------*
000930        WHEN 'T'
000940           PERFORM 2000-DETAIL
000950               THRU 2000-DETAIL-EXIT
000952        WHEN 'S'
000953           MOVE RW-LINE (1:10) TO RW-SCOPE-USER
000954           MOVE RW-LINE (11:1) TO RW-SCOPE-KIND
000955           MOVE 'N' TO RW-SCOPE-DONE-SW
000956           MOVE 0 TO RW-OUT-COUNT
000957        WHEN 'K'
000958           PERFORM 4000-CHECK-SCOPE
000959               THRU 4000-CHECK-SCOPE-EXIT
000960        WHEN 'C'
000970           PERFORM 3000-CLOSE-REPORT
000980               THRU 3000-CLOSE-REPORT-EXIT
001130     MOVE RW-NOW-HHMMSS TO RW-RUN-TIME
001140     MOVE RW-TITLE TO RW-TITLE-TEXT
001150     MOVE RW-LANG  TO RW-EFF-LANG
001152     PERFORM 1300-RESOLVE-SCOPE
001154         THRU 1300-RESOLVE-SCOPE-EXIT
001160     IF RW-TITLE-ID NOT = SPACES
001170        IF RW-EFF-LANG = SPACES
001180           PERFORM 1050-SITE-LANGUAGE
001770     END-READ.
001780 1200-SCAN-TXTTBL-EXIT.
001790     EXIT.
001791*----------------------------------------------------------*
001792* 1300-RESOLVE-SCOPE - THE HEADING LINE NAMING THE         *
001793*                      COMPANIES AND BRANCHES THE REPORT   *
001794*                      WAS CUT TO, FROM THE SAME DATASCOP  *
001795*                      ROWS AND USRCOMP FALLBACK GXFSCOP   *
001796*                      USES ONLINE                         *
001797*----------------------------------------------------------*
001798 1300-RESOLVE-SCOPE.
001799     MOVE SPACES TO RW-SCOPE-LINE
001800     MOVE 1      TO RW-SCOPE-PTR
001801     MOVE 0      TO RW-SCOPE-COUNT
001802     MOVE 0      TO RW-SCOPE-TCOUNT
001803     MOVE 'N'    TO RW-SCOPE-MORE-SW
001804     IF RW-SCOPE-KIND = 'O'
001805        STRING 'DATA SCOPE (SUPERVISOR OVERRIDE):'
001806               DELIMITED BY SIZE INTO RW-SCOPE-LINE
001807               WITH POINTER RW-SCOPE-PTR
001808     ELSE
001809        MOVE 'N' TO RW-SCOPE-KIND
001810        STRING 'DATA SCOPE:'
001811               DELIMITED BY SIZE INTO RW-SCOPE-LINE
001812               WITH POINTER RW-SCOPE-PTR
001813     END-IF
001814     IF RW-SCOPE-USER = SPACES
001815        PERFORM 1350-JOB-USER
001816            THRU 1350-JOB-USER-EXIT
001817     END-IF
001818     IF RW-SCOPE-USER = SPACES
001819        GO TO 1390-SCOPE-ALL
001820     END-IF
001821     OPEN INPUT DATASCOP
001822     IF RW-FS-DATASCOP = '00'
001823        MOVE 'N' TO RW-TXT-EOF-SW
001824        PERFORM 1310-SCAN-DATASCOP
001825            THRU 1310-SCAN-DATASCOP-EXIT
001826            UNTIL RW-TXT-AT-EOF
001827        CLOSE DATASCOP
001828     END-IF
001829     IF RW-SCOPE-COUNT = 0 AND RW-SCOPE-KIND = 'N'
001830        OPEN INPUT USRCOMP
001831        IF RW-FS-USRCOMP = '00'
001832           MOVE 'N' TO RW-TXT-EOF-SW
001833           PERFORM 1320-SCAN-USRCOMP
001834               THRU 1320-SCAN-USRCOMP-EXIT
001835               UNTIL RW-TXT-AT-EOF
001836           CLOSE USRCOMP
001837        END-IF
001838     END-IF.
001839 1390-SCOPE-ALL.
001840     IF RW-SCOPE-COUNT = 0
001841        STRING ' ALL COMPANIES AND BRANCHES'
001842               DELIMITED BY SIZE INTO RW-SCOPE-LINE
001843               WITH POINTER RW-SCOPE-PTR
001844     END-IF
001845     MOVE 'Y' TO RW-SCOPE-DONE-SW.
001846 1300-RESOLVE-SCOPE-EXIT.
001847     EXIT.
001848 1310-SCAN-DATASCOP.
001849     READ DATASCOP
001850         AT END
001851            SET RW-TXT-AT-EOF TO TRUE
001852            GO TO 1310-SCAN-DATASCOP-EXIT
001853     END-READ
001854     IF DATASCOP-USER = RW-SCOPE-USER AND
001855        DATASCOP-KIND = RW-SCOPE-KIND
001856        MOVE DATASCOP-BRANCH TO RW-SCOPE-BRANCH
001857        PERFORM 1330-ADD-SCOPE-ENTRY
001858            THRU 1330-ADD-SCOPE-ENTRY-EXIT
001859     END-IF.
001860 1310-SCAN-DATASCOP-EXIT.
001861     EXIT.
001862 1320-SCAN-USRCOMP.
001863     READ USRCOMP
001864         AT END
001865            SET RW-TXT-AT-EOF TO TRUE
001866            GO TO 1320-SCAN-USRCOMP-EXIT
001867     END-READ
001868     IF USRCOMP-USER = RW-SCOPE-USER AND
001869        USRCOMP-COMPANY NOT = SPACES
001870        MOVE USRCOMP-COMPANY TO DATASCOP-COMPANY
001871        MOVE SPACES          TO RW-SCOPE-BRANCH
001872        PERFORM 1330-ADD-SCOPE-ENTRY
001873            THRU 1330-ADD-SCOPE-ENTRY-EXIT
001874        SET RW-TXT-AT-EOF TO TRUE
001875     END-IF.
001876 1320-SCAN-USRCOMP-EXIT.
001877     EXIT.
001878*----------------------------------------------------------*
001879* 1330-ADD-SCOPE-ENTRY - COMPANY/BRANCH ONTO THE LINE;     *
001880*                        ONCE THE LINE IS FULL THE REST    *
001881*                        SHOW AS ...                       *
001882*----------------------------------------------------------*
001883 1330-ADD-SCOPE-ENTRY.
001884     ADD 1 TO RW-SCOPE-COUNT
001885     IF RW-SCOPE-BRANCH = SPACES
001886        MOVE '*ALL' TO RW-SCOPE-BRANCH
001887     END-IF
001888     IF RW-SCOPE-TCOUNT < 50
001889        ADD 1 TO RW-SCOPE-TCOUNT
001890        MOVE DATASCOP-COMPANY
001891          TO RW-SCOPE-T-COMPANY (RW-SCOPE-TCOUNT)
001892        MOVE RW-SCOPE-BRANCH
001893          TO RW-SCOPE-T-BRANCH (RW-SCOPE-TCOUNT)
001894     END-IF
001895     IF RW-SCOPE-PTR < 62
001896        STRING ' ' DATASCOP-COMPANY '/'
001897               DELIMITED BY SIZE
001898               RW-SCOPE-BRANCH DELIMITED BY SPACE
001899               INTO RW-SCOPE-LINE
001900               WITH POINTER RW-SCOPE-PTR
001901     ELSE
001902        IF NOT RW-SCOPE-MORE
001903           STRING ' ...' DELIMITED BY SIZE INTO RW-SCOPE-LINE
001904                  WITH POINTER RW-SCOPE-PTR
001905           SET RW-SCOPE-MORE TO TRUE
001906        END-IF
001907     END-IF.
001908 1330-ADD-SCOPE-ENTRY-EXIT.
001909     EXIT.
001910*----------------------------------------------------------*
001911* 1350-JOB-USER - NOBODY NAMED: THE USER THE JOB RUNS UNDER *
001912*                 - THE SUBMITTER OF A SUBMITTED REPORT, THE*
001913*                 STREAM'S OWN PROFILE IN THE NIGHT RUN     *
001914*----------------------------------------------------------*
001915 1350-JOB-USER.
001916     MOVE SPACES TO RW-JOBI-USER
001917     CALL 'QUSRJOBI' USING RW-JOBI
001918                           RW-JOBI-LEN
001919                           RW-JOBI-FMT
001920                           RW-JOBI-QJOB
001921                           RW-JOBI-INTID
001922                           RW-JOBI-ERR
001923     IF RW-JOBI-ERR-AVAILABLE = 0
001924        MOVE RW-JOBI-USER TO RW-SCOPE-USER
001925     END-IF.
001926 1350-JOB-USER-EXIT.
001927     EXIT.
001928*----------------------------------------------------------*
001929* 2000-DETAIL - REPRINT TITLE AND COLUMN HEADINGS AT EVERY  *
001930*               PAGE OVERFLOW, THEN HAND BACK THE LINE      *
001931*----------------------------------------------------------*
001932 2000-DETAIL.
001933     IF RW-LINE-NBR NOT LESS RW-PAGE-SIZE
001934        ADD 1 TO RW-PAGE-NBR
001935        MOVE RW-TITLE-TEXT TO RW-TTL-TEXT
001936        MOVE RW-RUN-TS     TO RW-TTL-TS
001937        MOVE RW-PAGE-NBR   TO RW-TTL-PAGE
001938        MOVE 1 TO RW-OUT-COUNT
001939        MOVE RW-TITLE-LINE TO RW-OUT-LINE (1)
001940        MOVE 2 TO RW-OUT-COUNT
001941        MOVE RW-SCOPE-LINE TO RW-OUT-LINE (2)
001942        MOVE 3 TO RW-OUT-COUNT
001943        MOVE RW-COLS       TO RW-OUT-LINE (3)
001944        MOVE 3 TO RW-LINE-NBR
001950     END-IF
001960     ADD 1 TO RW-OUT-COUNT
001970     MOVE RW-LINE TO RW-OUT-LINE (RW-OUT-COUNT)
002080            DELIMITED BY SIZE INTO RW-OUT-LINE (1).
002090 3000-CLOSE-REPORT-EXIT.
002100     EXIT.
002110*----------------------------------------------------------*
002120* 4000-CHECK-SCOPE - IS THE DETAIL ROW'S COMPANY/BRANCH     *
002130*                    INSIDE THE SCOPE THE HEADING SHOWS.    *
002140*                    A BLANK COMPANY IS SHARED DATA, AND NO *
002150*                    SCOPE ROWS MEANS EVERY COMPANY - THE   *
002160*                    SAME RULES AS GX-SCOP-CHECK-ROW ONLINE *
002170*----------------------------------------------------------*
002180 4000-CHECK-SCOPE.
002182     IF RW-SCOPE-DONE-SW NOT = 'Y'
002184        PERFORM 1300-RESOLVE-SCOPE
002186            THRU 1300-RESOLVE-SCOPE-EXIT
002188     END-IF
002190     MOVE 0   TO RW-OUT-COUNT
002200     MOVE 'Y' TO RW-OUT-LINE (1)
002210     IF RW-SCOPE-TCOUNT = 0 OR RW-LINE (1:3) = SPACES
002220        GO TO 4000-CHECK-SCOPE-EXIT
002230     END-IF
002240     MOVE 'N' TO RW-OUT-LINE (1)
002250     PERFORM VARYING RW-SCOPE-I FROM 1 BY 1
002260             UNTIL RW-SCOPE-I > RW-SCOPE-TCOUNT OR
002270                   RW-OUT-LINE (1) = 'Y'
002280        IF RW-SCOPE-T-COMPANY (RW-SCOPE-I) = RW-LINE (1:3)
002290           IF RW-SCOPE-T-BRANCH (RW-SCOPE-I) = '*ALL' OR
002300              RW-SCOPE-T-BRANCH (RW-SCOPE-I) = RW-LINE (4:10)
002310              MOVE 'Y' TO RW-OUT-LINE (1)
002320           END-IF
002330        END-IF
002340     END-PERFORM.
002350 4000-CHECK-SCOPE-EXIT.
002360     EXIT.
