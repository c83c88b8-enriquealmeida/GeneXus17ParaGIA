000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FRZNTC.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - CHANGE-FREEZE        *
000100*                   NOTICE.  EVERY FREEZE CALENDAR PERIOD  *
000110*                   STARTING WITHIN THE LEAD OF BUSINESS   *
000120*                   DAYS (THE TICKNTC WORKDAY RULE -       *
000130*                   WEEKENDS AND THE HOLCAL HOLIDAYS OF    *
000140*                   THE INSTALLATION BUSDATE LOCATION DO   *
000150*                   NOT COUNT), OR ALREADY IN FORCE, GETS  *
000160*                   ONE BROADCAST NOTICES ROW IN EFFECT    *
000170*                   FROM TODAY TO ITS LAST FROZEN DAY, SO  *
000180*                   GX-SHOW-NOTICES WARNS EVERY USER AT    *
000190*                   SIGN-ON.  THE PREVIOUS RUN'S ROWS ARE  *
000200*                   DROPPED FIRST, SO A FREEZE TAKEN OFF   *
000210*                   THE CALENDAR TAKES ITS NOTICE WITH IT. *
000220*                   FRZRPT LISTS EACH FREEZE, THROUGH      *
000230*                   GXRPTW                                 *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000280 OBJECT-COMPUTER.   IBM-ISERIES.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FREEZE     ASSIGN TO DATABASE-FREEZE
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE  IS SEQUENTIAL
000340         RECORD KEY   IS FREEZE-KEY
000350         FILE STATUS  IS FN-FS-FREEZE.
000360     SELECT NOTICES    ASSIGN TO DATABASE-NOTICES
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS DYNAMIC
000390         RECORD KEY   IS NOTICES-ID
000400         FILE STATUS  IS FN-FS-NOTICES.
000410     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS RANDOM
000440         RECORD KEY   IS BUSDATE-COMPANY
000450         FILE STATUS  IS FN-FS-BUSDATE.
000460     SELECT HOLCAL     ASSIGN TO DATABASE-HOLCAL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS FN-FS-HOLCAL.
000490     SELECT FRZRPT     ASSIGN TO DATABASE-FRZRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS FN-FS-FRZRPT.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------*
000550* CHANGE-FREEZE CALENDAR - THE GXFFRZW LAYOUT              *
000560*----------------------------------------------------------*
000570 FD  FREEZE.
000580 01  FREEZE-RECORD.
000590     05 FREEZE-KEY.
000600        10 FREEZE-FROM          PIC  9(008).
000610        10 FREEZE-SCOPE         PIC  X(001).
000620           88 FREEZE-ALL                       VALUE 'A'.
000630           88 FREEZE-CONFIG                    VALUE 'C'.
000640           88 FREEZE-STREAM                    VALUE 'S'.
000650           88 FREEZE-SECURITY                  VALUE 'Y'.
000660     05 FREEZE-TO                PIC  9(008).
000670     05 FREEZE-REASON            PIC  X(050).
000680     05 FREEZE-CREATED-BY        PIC  X(010).
000690     05 FREEZE-CREATED-TS        PIC  X(026).
000700*----------------------------------------------------------*
000710* SIGN-ON NOTICES - THE GXFNTCSW LAYOUT.  A FREEZE ROW IS  *
000720* KEYED '!' AND THE FREEZE KEY, WITH A BLANK TARGET GROUP  *
000730*----------------------------------------------------------*
000740 FD  NOTICES.
000750 01  NOTICES-RECORD.
000760     05 NOTICES-ID.
000770        10 NOTICES-ID-MARK       PIC  X(001).
000780        10 NOTICES-ID-FROM       PIC  9(008).
000790        10 NOTICES-ID-SCOPE      PIC  X(001).
000800     05 NOTICES-FROM-DATE        PIC  9(008).
000810     05 NOTICES-TO-DATE          PIC  9(008).
000820     05 NOTICES-SEVERITY         PIC  9(001).
000830     05 NOTICES-GROUP            PIC  X(010).
000840     05 NOTICES-TEXT             PIC  X(074).
000850 FD  BUSDATE.
000860 01  BUSDATE-RECORD.
000870     05 BUSDATE-COMPANY          PIC  X(003).
000880     05 BUSDATE-CURRENT          PIC  9(008).
000890     05 BUSDATE-PREVIOUS         PIC  9(008).
000900     05 BUSDATE-LOC              PIC  X(010).
000910     05 BUSDATE-ROLLED-BY        PIC  X(010).
000920     05 BUSDATE-ROLLED-TS        PIC  X(026).
000930 FD  HOLCAL.
000940 01  HOLCAL-RECORD.
000950     05 HOLCAL-DATE.
000960        10 HOLCAL-YY             PIC  9(004).
000970        10 HOLCAL-MM             PIC  9(002).
000980        10 HOLCAL-DD             PIC  9(002).
000990     05 HOLCAL-LOC               PIC  X(010).
001000     05 HOLCAL-DESC              PIC  X(030).
001010 FD  FRZRPT.
001020 01  FRZRPT-LINE                 PIC  X(080).
001030 WORKING-STORAGE SECTION.
001040 77  FN-FS-FREEZE                PIC  X(002).
001050 77  FN-FS-NOTICES               PIC  X(002).
001060 77  FN-FS-BUSDATE               PIC  X(002).
001070 77  FN-FS-HOLCAL                PIC  X(002).
001080 77  FN-FS-FRZRPT                PIC  X(002).
001090 77  FN-EOF-SW                   PIC  X(001)     VALUE 'N'.
001100     88 FN-AT-EOF                                VALUE 'Y'.
001110 77  FN-I                        PIC S9(004) COMP-3.
001120 77  FN-WORKDAY-SW               PIC  X(001).
001130     88 FN-IS-WORKDAY                            VALUE 'Y'.
001140     88 FN-NOT-WORKDAY                           VALUE 'N'.
001150*----------------------------------------------------------*
001160* A FREEZE IS NOTICED THIS MANY BUSINESS DAYS BEFORE ITS   *
001170* FIRST FROZEN DAY                                         *
001180*----------------------------------------------------------*
001190 77  FN-LEAD-DAYS                PIC S9(003) COMP-3 VALUE 3.
001200*----------------------------------------------------------*
001210* THE CALENDAR WALK STOPS AFTER FIVE YEARS                 *
001220*----------------------------------------------------------*
001230 77  FN-MAX-WALK                 PIC S9(005) COMP-3 VALUE 1830.
001240 77  FN-HOL-COUNT                PIC S9(004) COMP-3 VALUE 0.
001250 77  FN-MAX-HOLS                 PIC S9(004) COMP-3 VALUE 60.
001260 77  FN-AHEAD                    PIC S9(005) COMP-3.
001270 77  FN-FROM-NUM                 PIC S9(009) COMP-3.
001280 77  FN-TODAY-NUM                PIC S9(009) COMP-3.
001290 77  FN-CHK-NUM                  PIC S9(009) COMP-3.
001300 77  FN-WALKED                   PIC S9(005) COMP-3.
001310 77  FN-TOT-READ                 PIC S9(005) COMP-3 VALUE 0.
001320 77  FN-TOT-NOTICES              PIC S9(005) COMP-3 VALUE 0.
001330 77  FN-TOT-DROPPED              PIC S9(005) COMP-3 VALUE 0.
001340 01  FN-LOC                      PIC  X(010) VALUE SPACES.
001350 01  FN-SCOPE-NAME               PIC  X(008).
001360 01  FN-TODAY-DATE.
001370     05 FN-TODAY-YY              PIC  9(004).
001380     05 FN-TODAY-MM              PIC  9(002).
001390     05 FN-TODAY-DD              PIC  9(002).
001400 01  FN-TODAY-N REDEFINES FN-TODAY-DATE
001410                                 PIC  9(008).
001420 01  FN-DTON-DATE.
001430     05 FN-DTON-YY               PIC  9(004).
001440     05 FN-DTON-MM               PIC  9(002).
001450     05 FN-DTON-DD               PIC  9(002).
001460 01  FN-DTON-N REDEFINES FN-DTON-DATE
001470                                 PIC  9(008).
001480 01  FN-DTON-DW.
001490     05 FN-DW-YY                 PIC S9(005) COMP-3.
001500     05 FN-DW-MM                 PIC S9(003) COMP-3.
001510     05 FN-DW-DD                 PIC S9(003) COMP-3.
001520 77  FN-DTON-D                   PIC S9(003) COMP-3.
001530 77  FN-DTON-L4                  PIC S9(005) COMP-3.
001540 77  FN-DTON-L100                PIC S9(005) COMP-3.
001550 77  FN-DTON-L400                PIC S9(005) COMP-3.
001560 77  FN-DTON-NUM                 PIC S9(009) COMP-3.
001570 77  FN-WD-TMP                   PIC S9(009) COMP-3.
001580 77  FN-WD-Q                     PIC S9(009) COMP-3.
001590 77  FN-WD                       PIC S9(003) COMP-3.
001600 01  FN-HOL-TABLE.
001610     05 FN-HOL-ENTRY OCCURS 60.
001620        10 FN-HOL-NUM            PIC S9(009) COMP-3.
001630        10 FN-HOL-LOC            PIC  X(010).
001640 01  FN-EDIT-AHEAD               PIC ZZ9.
001650 01  FN-TITLE-LINE.
001660     05 FILLER                   PIC  X(050)
001670                VALUE 'CHANGE FREEZES NOTICED AHEAD AND IN FORCE'.
001680 01  FN-COLS-LINE.
001690     05 FILLER                   PIC  X(040) VALUE
001700            'FROM      TO        SCOPE     DAYS AHEAD'.
001710     05 FILLER                   PIC  X(040) VALUE
001720            '  NOTICE      REASON'.
001730 01  FN-DTL-LINE.
001740     05 FN-DTL-FROM              PIC  9(008).
001750     05 FILLER                   PIC  X(002) VALUE SPACES.
001760     05 FN-DTL-TO                PIC  9(008).
001770     05 FILLER                   PIC  X(002) VALUE SPACES.
001780     05 FN-DTL-SCOPE             PIC  X(008).
001790     05 FILLER                   PIC  X(002) VALUE SPACES.
001800     05 FN-DTL-AHEAD             PIC  X(010).
001810     05 FILLER                   PIC  X(002) VALUE SPACES.
001820     05 FN-DTL-NOTICE            PIC  X(012).
001830     05 FN-DTL-REASON            PIC  X(026).
001840 01  FN-SUM-LINE.
001850     05 FILLER                   PIC  X(009) VALUE 'FREEZES:'.
001860     05 FN-SUM-READ              PIC ZZ,ZZ9.
001870     05 FILLER                   PIC  X(003) VALUE SPACES.
001880     05 FILLER                   PIC  X(009) VALUE 'NOTICES:'.
001890     05 FN-SUM-NOTICES           PIC ZZ,ZZ9.
001900     05 FILLER                   PIC  X(003) VALUE SPACES.
001910     05 FILLER                   PIC  X(009) VALUE 'DROPPED:'.
001920     05 FN-SUM-DROPPED           PIC ZZ,ZZ9.
001930*----------------------------------------------------------*
001940* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
001950* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
001960*----------------------------------------------------------*
001970 01  RW-CTL.
001980     05 RW-FUNC                  PIC  X(001).
001990     05 RW-TITLE                 PIC  X(050).
002000     05 RW-TITLE-ID              PIC  X(010).
002010     05 RW-LANG                  PIC  X(003).
002020     05 RW-COLS                  PIC  X(080).
002030     05 RW-LINE                  PIC  X(080).
002040     05 RW-PAGE-SIZE             PIC  9(003).
002050 01  RW-OUT.
002060     05 RW-OUT-COUNT             PIC  9(001).
002070     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002080 77  RW-X                        PIC S9(003) COMP-3.
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE
002120         THRU 1000-INITIALIZE-EXIT
002130     PERFORM 4000-DROP-OLD
002140         THRU 4000-DROP-OLD-EXIT
002150     MOVE 'N' TO FN-EOF-SW
002160     IF FN-FS-FREEZE NOT = '00'
002170        SET FN-AT-EOF TO TRUE
002180     END-IF
002190     PERFORM 2000-NOTICE-FREEZE
002200         THRU 2000-NOTICE-FREEZE-EXIT
002210         UNTIL FN-AT-EOF
002220     PERFORM 6000-PRINT-SUMMARY
002230         THRU 6000-PRINT-SUMMARY-EXIT
002240     PERFORM 9000-TERMINATE
002250         THRU 9000-TERMINATE-EXIT
002260     GO TO 9999-EXIT.
002270 1000-INITIALIZE.
002280     OPEN INPUT  FREEZE
002290     OPEN I-O    NOTICES
002300     OPEN INPUT  BUSDATE
002310     OPEN INPUT  HOLCAL
002320     OPEN OUTPUT FRZRPT
002330     ACCEPT FN-TODAY-DATE FROM DATE YYYYMMDD
002340     PERFORM 1050-BUSINESS-DATE
002350         THRU 1050-BUSINESS-DATE-EXIT
002360     MOVE FN-TODAY-DATE TO FN-DTON-DATE
002370     PERFORM 8000-DATE-TO-DAYNUM
002380         THRU 8000-DATE-TO-DAYNUM-EXIT
002390     MOVE FN-DTON-NUM TO FN-TODAY-NUM
002400     PERFORM 1100-LOAD-HOLIDAYS
002410         THRU 1100-LOAD-HOLIDAYS-EXIT
002420     MOVE FN-TITLE-LINE TO RW-TITLE
002430     MOVE 'FRZRPT'     TO RW-TITLE-ID
002440     MOVE SPACES       TO RW-LANG
002450     MOVE FN-COLS-LINE TO RW-COLS
002460     MOVE 60  TO RW-PAGE-SIZE
002470     MOVE 'I' TO RW-FUNC
002480     PERFORM 8900-RW-PUT
002490         THRU 8900-RW-PUT-EXIT.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 1050-BUSINESS-DATE - THE INSTALLATION BUSDATE ROW IS     *
002540*                      TODAY WHEN ON FILE, AND ITS         *
002550*                      LOCATION PICKS THE HOLIDAYS         *
002560*----------------------------------------------------------*
002570 1050-BUSINESS-DATE.
002580     IF FN-FS-BUSDATE NOT = '00'
002590        GO TO 1050-BUSINESS-DATE-EXIT
002600     END-IF
002610     MOVE SPACES TO BUSDATE-COMPANY
002620     READ BUSDATE
002630         INVALID KEY
002640            GO TO 1050-BUSINESS-DATE-EXIT
002650     END-READ
002660     IF BUSDATE-CURRENT NUMERIC AND BUSDATE-CURRENT > 0
002670        MOVE BUSDATE-CURRENT TO FN-TODAY-N
002680     END-IF
002690     MOVE BUSDATE-LOC TO FN-LOC.
002700 1050-BUSINESS-DATE-EXIT.
002710     EXIT.
002720 1100-LOAD-HOLIDAYS.
002730     IF FN-FS-HOLCAL NOT = '00'
002740        GO TO 1100-LOAD-HOLIDAYS-EXIT
002750     END-IF
002760     PERFORM 1110-READ-HOLCAL
002770         THRU 1110-READ-HOLCAL-EXIT
002780     PERFORM 1120-STORE-HOLIDAY
002790         THRU 1120-STORE-HOLIDAY-EXIT
002800         UNTIL FN-AT-EOF.
002810 1100-LOAD-HOLIDAYS-EXIT.
002820     EXIT.
002830 1110-READ-HOLCAL.
002840     READ HOLCAL
002850         AT END
002860            SET FN-AT-EOF TO TRUE
002870     END-READ.
002880 1110-READ-HOLCAL-EXIT.
002890     EXIT.
002900 1120-STORE-HOLIDAY.
002910     IF FN-HOL-COUNT < FN-MAX-HOLS
002920        MOVE HOLCAL-DATE TO FN-DTON-DATE
002930        PERFORM 8000-DATE-TO-DAYNUM
002940            THRU 8000-DATE-TO-DAYNUM-EXIT
002950        ADD 1 TO FN-HOL-COUNT
002960        MOVE FN-DTON-NUM TO FN-HOL-NUM (FN-HOL-COUNT)
002970        MOVE HOLCAL-LOC  TO FN-HOL-LOC (FN-HOL-COUNT)
002980     END-IF
002990     PERFORM 1110-READ-HOLCAL
003000         THRU 1110-READ-HOLCAL-EXIT.
003010 1120-STORE-HOLIDAY-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 2000-NOTICE-FREEZE - A FREEZE ALREADY OVER IS PASSED BY; *
003050*                      ONE IN FORCE IS NOTICED AT SEVERITY *
003060*                      3, ONE STARTING WITHIN THE LEAD AT  *
003070*                      SEVERITY 2, ANY OTHER IS LISTED     *
003080*                      ONLY                                *
003090*----------------------------------------------------------*
003100 2000-NOTICE-FREEZE.
003110     READ FREEZE NEXT RECORD
003120         AT END
003130            SET FN-AT-EOF TO TRUE
003140            GO TO 2000-NOTICE-FREEZE-EXIT
003150     END-READ
003160     IF FREEZE-TO < FN-TODAY-N
003170        GO TO 2000-NOTICE-FREEZE-EXIT
003180     END-IF
003190     ADD 1 TO FN-TOT-READ
003200     EVALUATE TRUE
003210        WHEN FREEZE-ALL      MOVE 'ALL'      TO FN-SCOPE-NAME
003220        WHEN FREEZE-CONFIG   MOVE 'CONFIG'   TO FN-SCOPE-NAME
003230        WHEN FREEZE-STREAM   MOVE 'STREAM'   TO FN-SCOPE-NAME
003240        WHEN FREEZE-SECURITY MOVE 'SECURITY' TO FN-SCOPE-NAME
003250        WHEN OTHER           MOVE FREEZE-SCOPE TO FN-SCOPE-NAME
003260     END-EVALUATE
003270     MOVE FREEZE-FROM   TO FN-DTL-FROM
003280     MOVE FREEZE-TO     TO FN-DTL-TO
003290     MOVE FN-SCOPE-NAME TO FN-DTL-SCOPE
003300     MOVE FREEZE-REASON TO FN-DTL-REASON
003310     MOVE SPACES        TO FN-DTL-NOTICE
003320     MOVE 0 TO FN-AHEAD
003330     IF FREEZE-FROM > FN-TODAY-N
003340        PERFORM 3000-DAYS-AHEAD
003350            THRU 3000-DAYS-AHEAD-EXIT
003360     END-IF
003370     IF FN-AHEAD = 0
003380        MOVE 'IN FORCE' TO FN-DTL-AHEAD
003390     ELSE
003400        MOVE FN-AHEAD TO FN-EDIT-AHEAD
003410        MOVE FN-EDIT-AHEAD TO FN-DTL-AHEAD
003420     END-IF
003430     IF FN-AHEAD > FN-LEAD-DAYS
003440        GO TO 2000-NOTICE-FREEZE-LINE
003450     END-IF
003460     PERFORM 5000-WRITE-NOTICE
003470         THRU 5000-WRITE-NOTICE-EXIT.
003480 2000-NOTICE-FREEZE-LINE.
003490     MOVE FN-DTL-LINE TO RW-LINE
003500     MOVE 'D' TO RW-FUNC
003510     PERFORM 8900-RW-PUT
003520         THRU 8900-RW-PUT-EXIT.
003530 2000-NOTICE-FREEZE-EXIT.
003540     EXIT.
003550*----------------------------------------------------------*
003560* 3000-DAYS-AHEAD - WORKDAYS AFTER TODAY UP TO AND         *
003570*                   INCLUDING THE FIRST FROZEN DAY; THE    *
003580*                   WALK STOPS ONCE PAST THE LEAD          *
003590*----------------------------------------------------------*
003600 3000-DAYS-AHEAD.
003610     MOVE FREEZE-FROM TO FN-DTON-N
003620     PERFORM 8000-DATE-TO-DAYNUM
003630         THRU 8000-DATE-TO-DAYNUM-EXIT
003640     MOVE FN-DTON-NUM TO FN-FROM-NUM
003650     MOVE 0 TO FN-WALKED
003660     COMPUTE FN-CHK-NUM = FN-TODAY-NUM + 1
003670     PERFORM 3200-COUNT-DAY
003680         THRU 3200-COUNT-DAY-EXIT
003690         UNTIL FN-CHK-NUM > FN-FROM-NUM OR
003700               FN-AHEAD > FN-LEAD-DAYS OR
003710               FN-WALKED NOT LESS FN-MAX-WALK.
003720 3000-DAYS-AHEAD-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 3200-COUNT-DAY - A WORKDAY IS NOT SATURDAY, SUNDAY OR A  *
003760*                  HOLCAL DAY OF THE LOCATION (BLANK =     *
003770*                  EVERY LOCATION)                         *
003780*----------------------------------------------------------*
003790 3200-COUNT-DAY.
003800     SET FN-IS-WORKDAY TO TRUE
003810     COMPUTE FN-WD-TMP = FN-CHK-NUM + 1
003820     DIVIDE FN-WD-TMP BY 7 GIVING FN-WD-Q
003830                    REMAINDER FN-WD
003840     IF FN-WD = 5 OR FN-WD = 6
003850        SET FN-NOT-WORKDAY TO TRUE
003860     END-IF
003870     IF FN-IS-WORKDAY
003880        PERFORM VARYING FN-I FROM 1 BY 1
003890                UNTIL FN-I > FN-HOL-COUNT OR FN-NOT-WORKDAY
003900           IF FN-HOL-NUM (FN-I) = FN-CHK-NUM AND
003910              (FN-HOL-LOC (FN-I) = SPACES OR
003920               FN-HOL-LOC (FN-I) = FN-LOC)
003930              SET FN-NOT-WORKDAY TO TRUE
003940           END-IF
003950        END-PERFORM
003960     END-IF
003970     IF FN-IS-WORKDAY
003980        ADD 1 TO FN-AHEAD
003990     END-IF
004000     ADD 1 TO FN-CHK-NUM
004010     ADD 1 TO FN-WALKED.
004020 3200-COUNT-DAY-EXIT.
004030     EXIT.
004040*----------------------------------------------------------*
004050* 4000-DROP-OLD - THE PREVIOUS RUN'S FREEZE NOTICES GO, SO *
004060*                 A FREEZE TAKEN OFF THE CALENDAR OR MOVED *
004070*                 LEAVES NOTHING BEHIND                    *
004080*----------------------------------------------------------*
004090 4000-DROP-OLD.
004100     IF FN-FS-NOTICES NOT = '00'
004110        GO TO 4000-DROP-OLD-EXIT
004120     END-IF
004130     MOVE 'N' TO FN-EOF-SW
004140     MOVE LOW-VALUES TO NOTICES-ID
004150     MOVE '!' TO NOTICES-ID-MARK
004160     START NOTICES KEY NOT LESS NOTICES-ID
004170         INVALID KEY
004180            GO TO 4000-DROP-OLD-EXIT
004190     END-START
004200     PERFORM 4100-DROP-ONE
004210         THRU 4100-DROP-ONE-EXIT
004220         UNTIL FN-AT-EOF.
004230 4000-DROP-OLD-EXIT.
004240     EXIT.
004250 4100-DROP-ONE.
004260     READ NOTICES NEXT RECORD
004270         AT END
004280            SET FN-AT-EOF TO TRUE
004290            GO TO 4100-DROP-ONE-EXIT
004300     END-READ
004310     IF NOTICES-ID-MARK NOT = '!'
004320        SET FN-AT-EOF TO TRUE
004330        GO TO 4100-DROP-ONE-EXIT
004340     END-IF
004350     DELETE NOTICES RECORD
004360         INVALID KEY
004370            CONTINUE
004380         NOT INVALID KEY
004390            ADD 1 TO FN-TOT-DROPPED
004400     END-DELETE.
004410 4100-DROP-ONE-EXIT.
004420     EXIT.
004430*----------------------------------------------------------*
004440* 5000-WRITE-NOTICE - ONE BROADCAST ROW PER FREEZE, IN     *
004450*                     EFFECT FROM TODAY TO THE LAST FROZEN *
004460*                     DAY                                  *
004470*----------------------------------------------------------*
004480 5000-WRITE-NOTICE.
004490     IF FN-FS-NOTICES NOT = '00'
004500        GO TO 5000-WRITE-NOTICE-EXIT
004510     END-IF
004520     MOVE '!'           TO NOTICES-ID-MARK
004530     MOVE FREEZE-FROM   TO NOTICES-ID-FROM
004540     MOVE FREEZE-SCOPE  TO NOTICES-ID-SCOPE
004550     MOVE FN-TODAY-N    TO NOTICES-FROM-DATE
004560     MOVE FREEZE-TO     TO NOTICES-TO-DATE
004570     MOVE SPACES        TO NOTICES-GROUP
004580     MOVE SPACES        TO NOTICES-TEXT
004590     IF FN-AHEAD = 0
004600        MOVE 3 TO NOTICES-SEVERITY
004610        STRING 'FREEZE IN FORCE ' FN-SCOPE-NAME ' TO ' FREEZE-TO
004620               ': ' FREEZE-REASON
004630               DELIMITED BY SIZE INTO NOTICES-TEXT
004640     ELSE
004650        MOVE 2 TO NOTICES-SEVERITY
004660        STRING 'FREEZE ' FN-SCOPE-NAME ' ' FREEZE-FROM '-'
004670               FREEZE-TO ': ' FREEZE-REASON
004680               DELIMITED BY SIZE INTO NOTICES-TEXT
004690     END-IF
004700     WRITE NOTICES-RECORD
004710         INVALID KEY
004720            MOVE 'NOT WRITTEN' TO FN-DTL-NOTICE
004730         NOT INVALID KEY
004740            MOVE 'WRITTEN' TO FN-DTL-NOTICE
004750            ADD 1 TO FN-TOT-NOTICES
004760     END-WRITE.
004770 5000-WRITE-NOTICE-EXIT.
004780     EXIT.
004790 6000-PRINT-SUMMARY.
004800     MOVE FN-TOT-READ    TO FN-SUM-READ
004810     MOVE FN-TOT-NOTICES TO FN-SUM-NOTICES
004820     MOVE FN-TOT-DROPPED TO FN-SUM-DROPPED
004830     MOVE FN-SUM-LINE TO RW-LINE
004840     MOVE 'T' TO RW-FUNC
004850     PERFORM 8900-RW-PUT
004860         THRU 8900-RW-PUT-EXIT.
004870 6000-PRINT-SUMMARY-EXIT.
004880     EXIT.
004890*----------------------------------------------------------*
004900* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS        *
004910*                       GXFDTON                            *
004920*----------------------------------------------------------*
004930 8000-DATE-TO-DAYNUM.
004940     MOVE FN-DTON-YY TO FN-DW-YY
004950     MOVE FN-DTON-MM TO FN-DW-MM
004960     MOVE FN-DTON-DD TO FN-DW-DD
004970     IF FN-DW-MM GREATER 2
004980        SUBTRACT 3 FROM FN-DW-MM
004990     ELSE
005000        ADD 9 TO FN-DW-MM
005010        SUBTRACT 1 FROM FN-DW-YY
005020     END-IF
005030     COMPUTE FN-DTON-D = ((153 * FN-DW-MM) + 2) / 5
005040     COMPUTE FN-DTON-L4 = FN-DW-YY / 4
005050     COMPUTE FN-DTON-L100 = FN-DW-YY / 100
005060     COMPUTE FN-DTON-L400 = FN-DW-YY / 400
005070     COMPUTE FN-DTON-NUM = FN-DW-YY * 365 +
005080                           FN-DTON-L4 -
005090                           FN-DTON-L100 +
005100                           FN-DTON-L400 +
005110                           FN-DTON-D +
005120                           FN-DW-DD.
005130 8000-DATE-TO-DAYNUM-EXIT.
005140     EXIT.
005150 8900-RW-PUT.
005160     CALL 'GXRPTW' USING RW-CTL RW-OUT
005170     PERFORM VARYING RW-X FROM 1 BY 1
005180             UNTIL RW-X > RW-OUT-COUNT
005190        WRITE FRZRPT-LINE FROM RW-OUT-LINE (RW-X)
005200     END-PERFORM.
005210 8900-RW-PUT-EXIT.
005220     EXIT.
005230 9000-TERMINATE.
005240     MOVE 'C' TO RW-FUNC
005250     PERFORM 8900-RW-PUT
005260         THRU 8900-RW-PUT-EXIT
005270     CLOSE FREEZE
005280     CLOSE NOTICES
005290     CLOSE BUSDATE
005300     CLOSE HOLCAL
005310     CLOSE FRZRPT.
005320 9000-TERMINATE-EXIT.
005330     EXIT.
005340 9999-EXIT.
005350     STOP RUN.
