000392*   2026-09-02  RH  THE WATCHDOG ENDJOB NOW ROUTES THROUGH  *
000394*                   THE SHARED GXCMDX SERVICE - ALLOW-      *
000396*                   LISTED AND LOGGED TO CMDLOG             *
000397*   2026-10-15  RH  CALENDAR CONDITIONS ARE JUDGED AGAINST  *
000398*                   THE BUSDATE BUSINESS DATE, NOT THE      *
000399*                   MACHINE DATE - A STREAM STARTED AFTER   *
000400*                   MIDNIGHT STILL RUNS THE STEPS DUE FOR   *
000401*                   THE DAY IT IS CLOSING; TIMESTAMPS STAY  *
000402*                   ON THE MACHINE CLOCK                    *
000403*   2026-10-15  RH  FILE-ARRIVAL TRIGGER: A STEP NAMING AN  *
000404*                   AWAITED PARTNER FILE IS HELD, WITH ITS  *
000405*                   DEPENDENTS, UNTIL INBLOG SHOWS GXINGATE *
000406*                   ACCEPTED THE FILE INTO /GXINBOUND/READY *
000407*                   FOR TONIGHT; INDEPENDENT STEPS CARRY ON *
000408*                   AND THE DRIVER POLLS A MINUTE AT A TIME *
000409*                   ONCE NOTHING ELSE CAN RUN.  PAST THE    *
000410*                   STEP'S CUT-OFF THE ON-FAIL RULE APPLIES *
000411*                   AND AN EVENT IS RAISED.  THE WAIT GOES  *
000412*                   TO RUNSUM AS AN *AWAIT ROW FOR BWFCST   *
000413*   2026-10-15  RH  OPERATOR RUN CHECKLIST: CHKDEF RULES, IN*
000414*                   THE JOBDEP CALENDAR VOCABULARY PLUS     *
000415*                   FIRST-WORKDAY-ONLY, GENERATE THE NIGHT'S*
000416*                   CHKLIST ITEMS PER BUSINESS DATE, EACH   *
000417*                   TIED TO A STEP.  A STEP FLAGGED         *
000418*                   CHECKLIST-GATED WAITS, LIKE A FILE      *
000419*                   WAIT, UNTIL ITS ITEMS ARE SIGNED OFF ON *
000420*                   THE SIGN-OFF SCREEN; PAST ITS CUT-OFF   *
000421*                   THE ON-FAIL RULE APPLIES AND AN EVENT   *
000422*                   IS RAISED                               *
000423*   2026-10-15  RH  A STEP THAT MISSES ITS CUT-OFF COUNTS AS*
000424*                   PROGRESS, SO THE PASS THAT FAILS IT IS  *
000425*                   FOLLOWED BY ANOTHER AND ITS SUCCESSORS  *
000426*                   ARE RELEASED OR FAILED IN TURN          *
000427*   2026-10-15  RH  NO CHKLIST ITEMS FOR A STEP THE CALENDAR*
000428*                   DROPPED TONIGHT (EVEN ONE COUNTED       *
000429*                   COMPLETE BY ITS ON-FAIL RULE) OR A HELD *
000430*                   STEP NOT RELEASED                       *
000431*   2026-10-15  RH  RUNSUM ROWS CARRY THE BUSINESS DATE     *
000432*----------------------------------------------------------*
000433 ENVIRONMENT DIVISION.
000434 CONFIGURATION SECTION.
000435 SOURCE-COMPUTER.   IBM-ISERIES.
000436 OBJECT-COMPUTER.   IBM-ISERIES.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT JOBDEP     ASSIGN TO DATABASE-JOBDEP
000580     SELECT RUNSUMI    ASSIGN TO DATABASE-RUNSUM
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS  IS BD-FS-RUNSUMI.
000602     SELECT INBLOG     ASSIGN TO DATABASE-INBLOG
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS  IS BD-FS-INBLOG.
000610     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS  IS BD-FS-AUDITLOG.
000682         ACCESS MODE  IS RANDOM
000684         RECORD KEY   IS EVTQ-KEY
000690         FILE STATUS  IS BD-FS-EVTQ.
000691     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE  IS RANDOM
000694         RECORD KEY   IS BUSDATE-COMPANY
000695         FILE STATUS  IS BD-FS-BUSDATE.
000696     SELECT CHKDEF     ASSIGN TO DATABASE-CHKDEF
000697         ORGANIZATION IS SEQUENTIAL
000698         FILE STATUS  IS BD-FS-CHKDEF.
000699     SELECT CHKLIST    ASSIGN TO DATABASE-CHKLIST
000700         ORGANIZATION IS INDEXED
000701         ACCESS MODE  IS DYNAMIC
000702         RECORD KEY   IS CHKLIST-KEY
000703         FILE STATUS  IS BD-FS-CHKLIST.
000704 DATA DIVISION.
000710 FILE SECTION.
000720 FD  JOBDEP.
000730 01  JOBDEP-RECORD.
001050* A STEPREL ROW FOR ITS JOB                                 *
001060*----------------------------------------------------------*
001070     05 JOBDEP-HOLD              PIC  X(001).
001071*----------------------------------------------------------*
001072* FILE-ARRIVAL TRIGGER: AWAIT-FILE NAMES THE PARTNER FILE  *
001073* THE STEP CONSUMES FROM /GXINBOUND/READY (BLANK = NONE);  *
001074* THE STEP WAITS UNTIL GXINGATE HAS ACCEPTED IT FOR THE    *
001075* BUSINESS DATE.  CUTOFF IS THE LATEST CLOCK TIME (HHMM)   *
001076* WORTH WAITING FOR - PAST IT THE ON-FAIL RULE APPLIES;    *
001077* ZERO MEANS THE END OF THE BATCH WINDOW                   *
001078*----------------------------------------------------------*
001079     05 JOBDEP-AWAIT-FILE        PIC  X(010).
001080     05 JOBDEP-CUTOFF            PIC  9(004).
001081*----------------------------------------------------------*
001082* Y = CHECKLIST-GATED: THE STEP DOES NOT START UNTIL EVERY  *
001083* CHKLIST ITEM TIED TO ITS JOB FOR THE BUSINESS DATE IS     *
001084* SIGNED OFF.  THE WAIT HONOURS THE SAME CUT-OFF            *
001085*----------------------------------------------------------*
001086     05 JOBDEP-CHKGATE           PIC  X(001).
001087 FD  RUNSUM.
001090 01  RUNSUM-RECORD.
001100     05 RUNSUM-TIMESTAMP         PIC  X(026).
001110     05 RUNSUM-JOB               PIC  X(010).
001160     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
001170     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
001180     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
001184     05 RUNSUM-BUSDATE           PIC  9(008).
001190*----------------------------------------------------------*
001200* RUNSUMI IS RUNSUM OPENED A SECOND TIME FOR INPUT - THE    *
001210* WATCHDOG POLLS IT FOR THE SUBMITTED STEP'S COMPLETION ROW *
001310     05 RUNSUMI-DISPLAYED        PIC S9(007) COMP-3.
001320     05 RUNSUMI-PROCESSED        PIC S9(007) COMP-3.
001330     05 RUNSUMI-ELAPSED          PIC S9(007) COMP-3.
001334     05 RUNSUMI-BUSDATE          PIC  9(008).
001340 FD  STEPREL.
001350 01  STEPREL-RECORD.
001360     05 STEPREL-JOB              PIC  X(010).
001370     05 STEPREL-USER             PIC  X(010).
001380     05 STEPREL-TS               PIC  X(026).
001381*----------------------------------------------------------*
001382* GXINGATE'S VERDICT LOG - AN A ROW FOR THE AWAITED FILE,  *
001383* STAMPED ON OR AFTER THE BUSINESS DATE, MEANS THE FILE IS *
001384* IN /GXINBOUND/READY                                      *
001385*----------------------------------------------------------*
001386 FD  INBLOG.
001387 01  INBLOG-RECORD.
001388     05 INBLOG-TIMESTAMP         PIC  X(026).
001389     05 INBLOG-FILE              PIC  X(010).
001390     05 INBLOG-RECCOUNT          PIC  9(009).
001391     05 INBLOG-HASHTOT           PIC  9(013).
001392     05 INBLOG-VERDICT           PIC  X(001).
001393 FD  AUDITLOG.
001400 01  AUDITLOG-RECORD.
001410     05 AUDITLOG-TIMESTAMP       PIC  X(026).
001420     05 AUDITLOG-JOB             PIC  X(010).
001576     05 EVTQ-TRIES               PIC  9(003).
001577     05 EVTQ-LAST-TS             PIC  X(026).
001578     05 EVTQ-PAYLOAD             PIC  X(290).
001579*----------------------------------------------------------*
001580* BUSINESS DATE CONTROL - THE INSTALLATION (BLANK COMPANY)  *
001581* ROW DATES THE STREAM'S CALENDAR DECISIONS                 *
001582*----------------------------------------------------------*
001583 FD  BUSDATE.
001584 01  BUSDATE-RECORD.
001585     05 BUSDATE-COMPANY          PIC  X(003).
001586     05 BUSDATE-CURRENT          PIC  9(008).
001587     05 BUSDATE-PREVIOUS         PIC  9(008).
001588     05 BUSDATE-LOC              PIC  X(010).
001589     05 BUSDATE-ROLLED-BY        PIC  X(010).
001590     05 BUSDATE-ROLLED-TS        PIC  X(026).
001591*----------------------------------------------------------*
001592* CHECKLIST RULES - ONE ROW PER MANUAL ITEM, TIED TO THE    *
001593* STEP IT GUARDS.  THE CALENDAR FLAGS READ AS ON JOBDEP;    *
001594* FIRSTWD-ONLY KEEPS THE ITEM TO THE FIRST WORKDAY OF THE   *
001595* MONTH                                                     *
001596*----------------------------------------------------------*
001597 FD  CHKDEF.
001598 01  CHKDEF-RECORD.
001599     05 CHKDEF-ITEM              PIC  X(010).
001600     05 CHKDEF-JOB               PIC  X(010).
001601     05 CHKDEF-DESC              PIC  X(050).
001602     05 CHKDEF-RUNDAYS           PIC  X(007).
001603     05 CHKDEF-WORKDAY-ONLY      PIC  X(001).
001604     05 CHKDEF-MONTHEND-ONLY     PIC  X(001).
001605     05 CHKDEF-FIRSTWD-ONLY      PIC  X(001).
001606*----------------------------------------------------------*
001607* THE NIGHT'S ITEMS, ONE ROW PER BUSINESS DATE AND ITEM.    *
001608* STATUS O = OPEN, S = SIGNED OFF ON THE SIGN-OFF SCREEN    *
001609*----------------------------------------------------------*
001610 FD  CHKLIST.
001611 01  CHKLIST-RECORD.
001612     05 CHKLIST-KEY.
001613        10 CHKLIST-BUSDATE       PIC  9(008).
001614        10 CHKLIST-ITEM          PIC  X(010).
001615     05 CHKLIST-JOB              PIC  X(010).
001616     05 CHKLIST-DESC             PIC  X(050).
001617     05 CHKLIST-STATUS           PIC  X(001).
001618        88 CHKLIST-SIGNED                        VALUE 'S'.
001619     05 CHKLIST-CREATED-TS       PIC  X(026).
001620     05 CHKLIST-SIGNED-BY        PIC  X(010).
001621     05 CHKLIST-SIGNED-TS        PIC  X(026).
001622     05 CHKLIST-COMMENT          PIC  X(060).
001623 WORKING-STORAGE SECTION.
001624 77  BD-FS-JOBDEP                PIC  X(002).
001625 77  BD-FS-RUNSUM                PIC  X(002).
001626 77  BD-FS-EVTQ                  PIC  X(002).
001627 77  BD-FS-RUNSUMI               PIC  X(002).
001630 77  BD-FS-STEPREL               PIC  X(002).
001640 77  BD-FS-AUDITLOG              PIC  X(002).
001650 77  BD-FS-HOLCAL                PIC  X(002).
001655 77  BD-FS-BUSDATE               PIC  X(002).
001657 77  BD-FS-INBLOG                PIC  X(002).
001658 77  BD-FS-CHKDEF                PIC  X(002).
001659 77  BD-FS-CHKLIST               PIC  X(002).
001660 77  BD-EOF-SW                   PIC  X(001)     VALUE 'N'.
001670     88 BD-AT-EOF                                VALUE 'Y'.
001680 77  BD-I                        PIC S9(004) COMP-3.
001930        10 BD-STP-PRED2          PIC  X(010).
001940        10 BD-STP-ONFAIL         PIC  X(001).
001950        10 BD-STP-STATUS         PIC  X(001).
001952           88 BD-STP-HELD                        VALUE 'K'.
001954        10 BD-STP-DROP-SW        PIC  X(001).
001956           88 BD-STP-DROPPED                     VALUE 'Y'.
001960        10 BD-STP-RUNDAYS        PIC  X(007).
001970        10 BD-STP-WDONLY         PIC  X(001).
001980        10 BD-STP-MEONLY         PIC  X(001).
001990        10 BD-STP-MAXRUN         PIC  9(004).
002000        10 BD-STP-ONTMO          PIC  X(001).
002010        10 BD-STP-HOLD           PIC  X(001).
002011        10 BD-STP-AWAIT          PIC  X(010).
002012        10 BD-STP-CUTOFF         PIC  9(004).
002013        10 BD-STP-ARRIVED        PIC  X(001).
002014        10 BD-STP-WAIT-FROM      PIC S9(007) COMP-3.
002015        10 BD-STP-CHKGATE        PIC  X(001).
002016        10 BD-STP-SIGNED         PIC  X(001).
002017        10 BD-STP-SIGN-FROM      PIC S9(007) COMP-3.
002018*----------------------------------------------------------*
002019* FILE-ARRIVAL WAIT - SECONDS ARE COUNTED FROM THE STREAM  *
002020* START SO A WAIT ACROSS MIDNIGHT STILL COMPARES.  THE     *
002021* DEFAULT CUT-OFF IS THE BATCH WINDOW END BWFCST JUDGES BY *
002022*----------------------------------------------------------*
002023 77  BD-DEFAULT-CUTOFF           PIC  9(004) VALUE 0600.
002024 77  BD-START-SEC                PIC S9(007) COMP-3.
002025 77  BD-NOW-OFF                  PIC S9(007) COMP-3.
002026 77  BD-CUT-OFF                  PIC S9(007) COMP-3.
002027 77  BD-CUT-HHMM                 PIC  9(004).
002028 77  BD-CUT-HH                   PIC S9(003) COMP-3.
002029 77  BD-CUT-MM                   PIC S9(003) COMP-3.
002030 77  BD-FILE-WAIT-SW             PIC  X(001)     VALUE 'N'.
002031     88 BD-FILE-WAITING                          VALUE 'Y'.
002032     88 BD-NO-FILE-WAITING                        VALUE 'N'.
002033 77  BD-ARRIVED-SW               PIC  X(001).
002034     88 BD-FILE-ARRIVED                          VALUE 'Y'.
002035     88 BD-FILE-NOT-ARRIVED                       VALUE 'N'.
002036 77  BD-INB-EOF-SW               PIC  X(001).
002037     88 BD-INB-AT-EOF                            VALUE 'Y'.
002038 77  BD-SIGN-WAIT-SW             PIC  X(001)     VALUE 'N'.
002039     88 BD-SIGN-WAITING                          VALUE 'Y'.
002040     88 BD-NO-SIGN-WAITING                        VALUE 'N'.
002041 77  BD-SIGNED-SW                PIC  X(001).
002042     88 BD-ALL-SIGNED                            VALUE 'Y'.
002043     88 BD-NOT-ALL-SIGNED                         VALUE 'N'.
002044 77  BD-CKL-EOF-SW               PIC  X(001).
002045     88 BD-CKL-AT-EOF                            VALUE 'Y'.
002046 77  BD-STEP-FOUND-SW            PIC  X(001).
002047     88 BD-STEP-FOUND                            VALUE 'Y'.
002048     88 BD-STEP-NOT-FOUND                         VALUE 'N'.
002049*----------------------------------------------------------*
002050* THE CALENDAR RULE BEING JUDGED - A STEP'S OR A CHECKLIST  *
002051* ITEM'S                                                    *
002052*----------------------------------------------------------*
002053 77  BD-RULE-RUNDAYS             PIC  X(007).
002054 77  BD-RULE-WDONLY              PIC  X(001).
002055 77  BD-RULE-MEONLY              PIC  X(001).
002056 77  BD-RULE-FWONLY              PIC  X(001).
002057 01  BD-ARRIVE-FROM-TS           PIC  X(026).
002058 01  BD-TODAY-DATE.
002059     05 BD-TODAY-YY              PIC  9(004).
002060     05 BD-TODAY-MM              PIC  9(002).
002061     05 BD-TODAY-DD              PIC  9(002).
002062*----------------------------------------------------------*
002063* THE DATE THE CALENDAR CONDITIONS ARE JUDGED FOR - THE     *
002064* BUSINESS DATE WHEN BUSDATE HAS ONE, ELSE THE MACHINE DATE *
002065*----------------------------------------------------------*
002066 01  BD-CAL-DATE.
002067     05 BD-CAL-YY                PIC  9(004).
002068     05 BD-CAL-MM                PIC  9(002).
002069     05 BD-CAL-DD                PIC  9(002).
002070 01  BD-CAL-DATE-N REDEFINES BD-CAL-DATE
002071                                 PIC  9(008).
002072 01  BD-NOW-TIME.
002073     05 BD-NOW-HH                PIC  9(002).
002080     05 BD-NOW-MIN               PIC  9(002).
002090     05 BD-NOW-SS                PIC  9(002).
002100     05 BD-NOW-HS                PIC  9(002).
002420 77  BD-LASTWD-SW                PIC  X(001).
002430     88 BD-IS-LAST-WORKDAY                       VALUE 'Y'.
002440     88 BD-NOT-LAST-WORKDAY                       VALUE 'N'.
002442 77  BD-FIRSTWD-SW               PIC  X(001).
002444     88 BD-IS-FIRST-WORKDAY                      VALUE 'Y'.
002446     88 BD-NOT-FIRST-WORKDAY                      VALUE 'N'.
002450*----------------------------------------------------------*
002460* DAY-NUMBER WORK FIELDS - SAME CALENDAR ARITHMETIC AS THE  *
002470* RUNTIME'S GXFDTON AND AS SCHEDCHK, SO A STEP'S CALENDAR   *
002990         THRU 2000-LOAD-JOBDEP-EXIT
003000     PERFORM 2500-APPLY-CALENDAR
003010         THRU 2500-APPLY-CALENDAR-EXIT
003012     PERFORM 2700-BUILD-CHECKLIST
003014         THRU 2700-BUILD-CHECKLIST-EXIT
003020     PERFORM 3000-RUN-STREAM
003030         THRU 3000-RUN-STREAM-EXIT
003040     PERFORM 5000-MARK-UNREACHED
003160     OPEN I-O    STEPREL
003170     OPEN EXTEND RUNSUM
003180     OPEN I-O    EVTQ
003185     OPEN INPUT  BUSDATE
003187     OPEN INPUT  CHKDEF
003189     OPEN I-O    CHKLIST
003190     ACCEPT BD-TODAY-DATE FROM DATE YYYYMMDD
003200     ACCEPT BD-NOW-TIME   FROM TIME
003210     MOVE SPACES TO BD-NOW-TS
003220     STRING BD-TODAY-YY '-' BD-TODAY-MM '-' BD-TODAY-DD '-'
003230            BD-NOW-HH '.' BD-NOW-MIN '.' BD-NOW-SS '.000000'
003240            DELIMITED BY SIZE INTO BD-NOW-TS
003241     MOVE BD-TODAY-DATE TO BD-CAL-DATE
003242     MOVE SPACES        TO BUSDATE-COMPANY
003243     READ BUSDATE
003244         INVALID KEY
003245            CONTINUE
003246         NOT INVALID KEY
003247            IF BUSDATE-CURRENT NOT = 0
003248               MOVE BUSDATE-CURRENT TO BD-CAL-DATE-N
003249            END-IF
003250     END-READ
003251     MOVE BD-CAL-DATE   TO BD-DTON-DATE
003260     PERFORM 8000-DATE-TO-DAYNUM
003270         THRU 8000-DATE-TO-DAYNUM-EXIT
003280     MOVE BD-DTON-NUM TO BD-TODAY-NUM
003290     MOVE BD-WD       TO BD-TODAY-WD
003291     COMPUTE BD-START-SEC = (BD-NOW-HH * 3600) +
003292             (BD-NOW-MIN * 60) + BD-NOW-SS
003293     MOVE SPACES TO BD-ARRIVE-FROM-TS
003294     STRING BD-CAL-YY '-' BD-CAL-MM '-' BD-CAL-DD
003295            '-00.00.00.000000'
003296            DELIMITED BY SIZE INTO BD-ARRIVE-FROM-TS
003300     PERFORM 1500-LOAD-HOLCAL
003310         THRU 1500-LOAD-HOLCAL-EXIT.
003320 1000-INITIALIZE-EXIT.
004010        MOVE JOBDEP-ONTIMEOUT
004020                           TO BD-STP-ONTMO (BD-STEP-COUNT)
004030        MOVE JOBDEP-HOLD   TO BD-STP-HOLD (BD-STEP-COUNT)
004031        MOVE JOBDEP-AWAIT-FILE
004032                           TO BD-STP-AWAIT (BD-STEP-COUNT)
004033        MOVE JOBDEP-CUTOFF TO BD-STP-CUTOFF (BD-STEP-COUNT)
004034        MOVE 'N'           TO BD-STP-ARRIVED (BD-STEP-COUNT)
004035        MOVE -1            TO BD-STP-WAIT-FROM (BD-STEP-COUNT)
004036        MOVE JOBDEP-CHKGATE
004037                           TO BD-STP-CHKGATE (BD-STEP-COUNT)
004038        MOVE 'N'           TO BD-STP-SIGNED (BD-STEP-COUNT)
004039        MOVE -1            TO BD-STP-SIGN-FROM (BD-STEP-COUNT)
004040        MOVE 'P'           TO BD-STP-STATUS (BD-STEP-COUNT)
004045        MOVE 'N'           TO BD-STP-DROP-SW (BD-STEP-COUNT)
004050     END-IF
004060     PERFORM 2100-READ-JOBDEP
004070         THRU 2100-READ-JOBDEP-EXIT.
004320        END-IF
004330        IF BD-NOT-EXPECTED
004340           MOVE 'D' TO BD-STP-STATUS (BD-I)
004345           SET BD-STP-DROPPED (BD-I) TO TRUE
004350           MOVE 0   TO BD-STEP-ELAPSED
004360           PERFORM 3400-RECORD-STEP
004370               THRU 3400-RECORD-STEP-EXIT
004710 2550-CHECK-RELEASE-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
004740* 2600-IS-STEP-DUE - JUDGE THE STEP'S OWN CALENDAR RULE     *
004780*----------------------------------------------------------*
004790 2600-IS-STEP-DUE.
004791     MOVE BD-STP-RUNDAYS (BD-I) TO BD-RULE-RUNDAYS
004792     MOVE BD-STP-WDONLY (BD-I)  TO BD-RULE-WDONLY
004793     MOVE BD-STP-MEONLY (BD-I)  TO BD-RULE-MEONLY
004794     MOVE 'N'                   TO BD-RULE-FWONLY
004795     PERFORM 2610-IS-RULE-DUE
004796         THRU 2610-IS-RULE-DUE-EXIT.
004797 2600-IS-STEP-DUE-EXIT.
004798     EXIT.
004799*----------------------------------------------------------*
004800* 2610-IS-RULE-DUE - APPLY THE DAY FLAGS (ALL BLANK MEANS   *
004801*                    EVERY NIGHT), THEN THE WORKDAY,        *
004802*                    MONTH-END AND FIRST-WORKDAY RULES, THE *
004805*                    SAME ORDER SCHEDCHK JUDGES A JOBSCHED  *
004810*                    ROW                                    *
004815*----------------------------------------------------------*
004816 2610-IS-RULE-DUE.
004817     SET BD-EXPECTED TO TRUE
004818     IF BD-RULE-RUNDAYS NOT = SPACES
004820        COMPUTE BD-K = BD-TODAY-WD + 1
004829        IF BD-RULE-RUNDAYS (BD-K:1) NOT = 'Y'
004840           SET BD-NOT-EXPECTED TO TRUE
004850        END-IF
004860     END-IF
004869     IF BD-EXPECTED AND BD-RULE-WDONLY = 'Y'
004880        MOVE BD-TODAY-NUM TO BD-CHK-NUM
004890        MOVE BD-TODAY-WD  TO BD-WD
004900        PERFORM 8100-IS-WORKDAY
004930           SET BD-NOT-EXPECTED TO TRUE
004940        END-IF
004950     END-IF
004959     IF BD-EXPECTED AND BD-RULE-MEONLY = 'Y'
004970        PERFORM 2650-CHECK-LAST-WORKDAY
004980            THRU 2650-CHECK-LAST-WORKDAY-EXIT
004990        IF BD-NOT-LAST-WORKDAY
005000           SET BD-NOT-EXPECTED TO TRUE
005010        END-IF
005011     END-IF
005012     IF BD-EXPECTED AND BD-RULE-FWONLY = 'Y'
005013        PERFORM 2660-CHECK-FIRST-WORKDAY
005014            THRU 2660-CHECK-FIRST-WORKDAY-EXIT
005015        IF BD-NOT-FIRST-WORKDAY
005016           SET BD-NOT-EXPECTED TO TRUE
005017        END-IF
005020     END-IF.
005029 2610-IS-RULE-DUE-EXIT.
005040     EXIT.
005050*----------------------------------------------------------*
005060* 2650-CHECK-LAST-WORKDAY - TODAY IS THE MONTH'S LAST       *
005160     IF BD-NOT-WORKDAY
005170        SET BD-NOT-LAST-WORKDAY TO TRUE
005180     END-IF
005190     MOVE BD-MONTH-DAY (BD-CAL-MM) TO BD-MONTH-LEN
005200     IF BD-CAL-MM = 2
005210        DIVIDE BD-CAL-YY BY 4 GIVING BD-WD-Q
005220                       REMAINDER BD-R4
005230        DIVIDE BD-CAL-YY BY 100 GIVING BD-WD-Q
005240                       REMAINDER BD-R100
005250        DIVIDE BD-CAL-YY BY 400 GIVING BD-WD-Q
005260                       REMAINDER BD-R400
005270        IF (BD-R4 = 0 AND BD-R100 NOT = 0) OR BD-R400 = 0
005280           ADD 1 TO BD-MONTH-LEN
005290        END-IF
005300     END-IF
005310     MOVE BD-TODAY-NUM TO BD-CHK-NUM
005320     PERFORM VARYING BD-CHK-DD FROM BD-CAL-DD BY 1
005330             UNTIL BD-CHK-DD NOT LESS BD-MONTH-LEN OR
005340                   BD-NOT-LAST-WORKDAY
005350        ADD 1 TO BD-CHK-NUM
005430        END-IF
005440     END-PERFORM.
005450 2650-CHECK-LAST-WORKDAY-EXIT.
005451     EXIT.
005452*----------------------------------------------------------*
005453* 2660-CHECK-FIRST-WORKDAY - TODAY IS THE MONTH'S FIRST     *
005454*                            WORKDAY WHEN IT IS A WORKDAY   *
005455*                            AND NO EARLIER DAY THIS MONTH  *
005456*                            IS ONE                         *
005457*----------------------------------------------------------*
005458 2660-CHECK-FIRST-WORKDAY.
005459     SET BD-IS-FIRST-WORKDAY TO TRUE
005460     MOVE BD-TODAY-NUM TO BD-CHK-NUM
005461     MOVE BD-TODAY-WD  TO BD-WD
005462     PERFORM 8100-IS-WORKDAY
005463         THRU 8100-IS-WORKDAY-EXIT
005464     IF BD-NOT-WORKDAY
005465        SET BD-NOT-FIRST-WORKDAY TO TRUE
005466     END-IF
005467     PERFORM VARYING BD-CHK-DD FROM BD-CAL-DD BY -1
005468             UNTIL BD-CHK-DD NOT GREATER 1 OR
005469                   BD-NOT-FIRST-WORKDAY
005470        SUBTRACT 1 FROM BD-CHK-NUM
005471        COMPUTE BD-WD-TMP = BD-CHK-NUM + 1
005472        DIVIDE BD-WD-TMP BY 7 GIVING BD-WD-Q
005473                       REMAINDER BD-WD
005474        PERFORM 8100-IS-WORKDAY
005475            THRU 8100-IS-WORKDAY-EXIT
005476        IF BD-IS-WORKDAY
005477           SET BD-NOT-FIRST-WORKDAY TO TRUE
005478        END-IF
005479     END-PERFORM.
005480 2660-CHECK-FIRST-WORKDAY-EXIT.
005481     EXIT.
005482*----------------------------------------------------------*
005483* 2700-BUILD-CHECKLIST - GENERATE THE BUSINESS DATE'S       *
005484*                        CHKLIST ITEMS FROM THE CHKDEF      *
005485*                        RULES.  AN ITEM IS DUE WHEN ITS    *
005486*                        OWN CALENDAR RULE IS DUE AND ITS   *
005487*                        STEP IS IN TONIGHT'S STREAM AND    *
005488*                        NOT DROPPED BY ITS CALENDAR.  AN   *
005489*                        ITEM ALREADY ON FILE IS LEFT AS IT *
005490*                        IS, SO A RERUN FOR THE SAME DATE   *
005491*                        NEVER REOPENS A SIGNED ITEM        *
005492*----------------------------------------------------------*
005493 2700-BUILD-CHECKLIST.
005494     IF BD-FS-CHKDEF NOT = '00'
005495        GO TO 2700-BUILD-CHECKLIST-EXIT
005496     END-IF
005497     MOVE 'N' TO BD-EOF-SW
005498     PERFORM 2710-READ-CHKDEF
005499         THRU 2710-READ-CHKDEF-EXIT
005500     PERFORM 2750-GENERATE-ITEM
005501         THRU 2750-GENERATE-ITEM-EXIT
005502         UNTIL BD-AT-EOF.
005503 2700-BUILD-CHECKLIST-EXIT.
005504     EXIT.
005505 2710-READ-CHKDEF.
005506     READ CHKDEF
005507         AT END
005508            SET BD-AT-EOF TO TRUE
005509     END-READ.
005510 2710-READ-CHKDEF-EXIT.
005511     EXIT.
005512 2750-GENERATE-ITEM.
005513     SET BD-STEP-NOT-FOUND TO TRUE
005514     PERFORM VARYING BD-J FROM 1 BY 1
005515             UNTIL BD-J > BD-STEP-COUNT OR BD-STEP-FOUND
005516        IF BD-STP-JOB (BD-J) = CHKDEF-JOB AND
005517           NOT BD-STP-DROPPED (BD-J) AND NOT BD-STP-HELD (BD-J)
005518           SET BD-STEP-FOUND TO TRUE
005519        END-IF
005520     END-PERFORM
005521     IF BD-STEP-NOT-FOUND
005522        GO TO 2750-NEXT-RULE
005523     END-IF
005524     MOVE CHKDEF-RUNDAYS       TO BD-RULE-RUNDAYS
005525     MOVE CHKDEF-WORKDAY-ONLY  TO BD-RULE-WDONLY
005526     MOVE CHKDEF-MONTHEND-ONLY TO BD-RULE-MEONLY
005527     MOVE CHKDEF-FIRSTWD-ONLY  TO BD-RULE-FWONLY
005528     PERFORM 2610-IS-RULE-DUE
005529         THRU 2610-IS-RULE-DUE-EXIT
005530     IF BD-NOT-EXPECTED
005531        GO TO 2750-NEXT-RULE
005532     END-IF
005533     MOVE BD-CAL-DATE-N TO CHKLIST-BUSDATE
005534     MOVE CHKDEF-ITEM   TO CHKLIST-ITEM
005535     READ CHKLIST RECORD
005536         INVALID KEY
005537            MOVE CHKDEF-JOB    TO CHKLIST-JOB
005538            MOVE CHKDEF-DESC   TO CHKLIST-DESC
005539            MOVE 'O'           TO CHKLIST-STATUS
005540            MOVE BD-NOW-TS     TO CHKLIST-CREATED-TS
005541            MOVE SPACES        TO CHKLIST-SIGNED-BY
005542            MOVE SPACES        TO CHKLIST-SIGNED-TS
005543            MOVE SPACES        TO CHKLIST-COMMENT
005544            WRITE CHKLIST-RECORD
005545               INVALID KEY
005546                  CONTINUE
005547            END-WRITE
005548     END-READ.
005549 2750-NEXT-RULE.
005550     PERFORM 2710-READ-CHKDEF
005551         THRU 2710-READ-CHKDEF-EXIT.
005552 2750-GENERATE-ITEM-EXIT.
005553     EXIT.
005554*----------------------------------------------------------*
005555* 3000-RUN-STREAM - PASS OVER THE TABLE RUNNING EVERY STEP  *
005556*                   WHOSE PREDECESSORS ARE DONE, UNTIL A    *
005557*                   PASS MAKES NO PROGRESS OR THE STREAM    *
005558*                   HALTS                                   *
005559*----------------------------------------------------------*
005560 3000-RUN-STREAM.
005561     SET BD-PROGRESS TO TRUE
005562     PERFORM 3100-ONE-PASS
005563         THRU 3100-ONE-PASS-EXIT
005570         UNTIL BD-NO-PROGRESS OR BD-STREAM-HALTED.
005580 3000-RUN-STREAM-EXIT.
005590     EXIT.
005600 3100-ONE-PASS.
005610     SET BD-NO-PROGRESS TO TRUE
005615     SET BD-NO-FILE-WAITING TO TRUE
005617     SET BD-NO-SIGN-WAITING TO TRUE
005620     PERFORM VARYING BD-I FROM 1 BY 1
005630             UNTIL BD-I > BD-STEP-COUNT OR BD-STREAM-HALTED
005640        IF BD-STP-STATUS (BD-I) = 'P'
005700                  THRU 3300-RUN-STEP-EXIT
005710           END-IF
005720        END-IF
005722     END-PERFORM
005723     IF BD-NO-PROGRESS AND
005724        (BD-FILE-WAITING OR BD-SIGN-WAITING) AND
005725        NOT BD-STREAM-HALTED
005728        PERFORM 3600-WAIT-A-MINUTE
005730            THRU 3600-WAIT-A-MINUTE-EXIT
005732        SET BD-PROGRESS TO TRUE
005734     END-IF.
005740 3100-ONE-PASS-EXIT.
005750     EXIT.
005760*----------------------------------------------------------*
005765* 3200-CHECK-READY - BOTH PREDECESSORS BLANK OR COMPLETED, *
005770*                    ANY AWAITED FILE ARRIVED AND, ON A    *
005775*                    CHECKLIST-GATED STEP, ITS ITEMS SIGNED*
005780*----------------------------------------------------------*
005790 3200-CHECK-READY.
005800     SET BD-STEP-READY TO TRUE
005870        MOVE BD-STP-PRED2 (BD-I) TO BD-PRED-WORK
005880        PERFORM 3250-CHECK-ONE-PRED
005890            THRU 3250-CHECK-ONE-PRED-EXIT
005892     END-IF
005894     IF BD-STEP-READY AND BD-STP-AWAIT (BD-I) NOT = SPACES AND
005896        BD-STP-ARRIVED (BD-I) NOT = 'Y'
005898        PERFORM 3500-CHECK-ARRIVAL
005900            THRU 3500-CHECK-ARRIVAL-EXIT
005901     END-IF
005902     IF BD-STEP-READY AND BD-STP-CHKGATE (BD-I) = 'Y' AND
005903        BD-STP-SIGNED (BD-I) NOT = 'Y'
005904        PERFORM 3700-CHECK-SIGNOFF
005905            THRU 3700-CHECK-SIGNOFF-EXIT
005906     END-IF.
005910 3200-CHECK-READY-EXIT.
005920     EXIT.
005930 3250-CHECK-ONE-PRED.
007740     END-IF.
007742 3380-END-HUNG-STEP-EXIT.
007744     EXIT.
007745*----------------------------------------------------------*
007746* 3390-LOG-TIMEOUT - THE TIMEOUT IS EVIDENCE: ONE AUDITLOG  *
007747*                    ROW (*WATCHDOG MARKER, EJ = JOB ENDED, *
007748*                    AL = ALERTED AND STILL WAITING) AND A  *
007749*                    /GXEVENTS EVENT FOR THE PAGER BRIDGE   *
007750*----------------------------------------------------------*
007751 3390-LOG-TIMEOUT.
007752     ACCEPT BD-NOW-TIME FROM TIME
007753     MOVE SPACES TO BD-NOW-TS
007754     STRING BD-TODAY-YY '-' BD-TODAY-MM '-' BD-TODAY-DD '-'
007755            BD-NOW-HH '.' BD-NOW-MIN '.' BD-NOW-SS '.000000'
007756            DELIMITED BY SIZE INTO BD-NOW-TS
007757     MOVE BD-NOW-TS          TO AUDITLOG-TIMESTAMP
007758     MOVE BD-STP-JOB (BD-I)  TO AUDITLOG-JOB
007759     MOVE 'BATCHDRV'         TO AUDITLOG-PGM
007760     MOVE '*WATCHDOG'        TO AUDITLOG-FILE
007761     MOVE 'TIMOUT'           TO AUDITLOG-OPER
007762     MOVE BD-TMO-STATUS      TO AUDITLOG-STATUS
007763     PERFORM 8600-SET-AUDIT-CHECK
007764         THRU 8600-SET-AUDIT-CHECK-EXIT
007765     WRITE AUDITLOG-RECORD
007766     PERFORM 4600-RAISE-TIMEOUT-EVENT
007767         THRU 4600-RAISE-TIMEOUT-EVENT-EXIT.
007768 3390-LOG-TIMEOUT-EXIT.
007769     EXIT.
007770*----------------------------------------------------------*
007771* 3500-CHECK-ARRIVAL - THE STEP IS OTHERWISE READY.  THE   *
007772*                      WAIT IS TIMED FROM THE FIRST PASS   *
007773*                      THAT FOUND IT SO; AN ACCEPTED INBLOG*
007774*                      ROW RELEASES IT, AND THE WAIT IS    *
007775*                      RECORDED.  PAST THE CUT-OFF THE STEP*
007776*                      FOLLOWS ITS ON-FAIL RULE AS IF IT   *
007777*                      HAD FAILED: H HALTS THE STREAM, C   *
007778*                      COUNTS IT COMPLETE SO ITS DEPENDENTS*
007779*                      RUN, ANYTHING ELSE FAILS IT AND ITS *
007780*                      DEPENDENTS ARE SKIPPED              *
007781*----------------------------------------------------------*
007782 3500-CHECK-ARRIVAL.
007783     PERFORM 3590-SET-NOW-OFFSET
007784         THRU 3590-SET-NOW-OFFSET-EXIT
007785     IF BD-STP-WAIT-FROM (BD-I) LESS ZERO
007786        MOVE BD-NOW-OFF TO BD-STP-WAIT-FROM (BD-I)
007787     END-IF
007788     PERFORM 3520-SCAN-INBLOG
007789         THRU 3520-SCAN-INBLOG-EXIT
007790     COMPUTE BD-STEP-ELAPSED =
007791             BD-NOW-OFF - BD-STP-WAIT-FROM (BD-I)
007792     IF BD-FILE-ARRIVED
007793        MOVE 'Y' TO BD-STP-ARRIVED (BD-I)
007794        MOVE 3   TO RUNSUM-PROCESSED
007795        PERFORM 3550-RECORD-WAIT
007796            THRU 3550-RECORD-WAIT-EXIT
007797        GO TO 3500-CHECK-ARRIVAL-EXIT
007798     END-IF
007799     SET BD-STEP-NOT-READY TO TRUE
007800     PERFORM 3580-SET-CUT-OFF
007801         THRU 3580-SET-CUT-OFF-EXIT
007802     IF BD-NOW-OFF LESS BD-CUT-OFF
007803        SET BD-FILE-WAITING TO TRUE
007804        GO TO 3500-CHECK-ARRIVAL-EXIT
007805     END-IF
007806     MOVE 4 TO RUNSUM-PROCESSED
007807     PERFORM 3550-RECORD-WAIT
007808         THRU 3550-RECORD-WAIT-EXIT
007809     PERFORM 4700-RAISE-ARRIVAL-EVENT
007810         THRU 4700-RAISE-ARRIVAL-EVENT-EXIT
007811     PERFORM 3560-MISSED-CUT-OFF
007812         THRU 3560-MISSED-CUT-OFF-EXIT.
007813 3500-CHECK-ARRIVAL-EXIT.
007814     EXIT.
007815*----------------------------------------------------------*
007816* 3520-SCAN-INBLOG - INBLOG IS RE-READ ON EVERY CHECK, THE *
007817*                    WAY THE WATCHDOG RE-READS RUNSUM      *
007818*----------------------------------------------------------*
007819 3520-SCAN-INBLOG.
007820     SET BD-FILE-NOT-ARRIVED TO TRUE
007821     OPEN INPUT INBLOG
007822     IF BD-FS-INBLOG NOT = '00'
007823        GO TO 3520-SCAN-CLOSE
007824     END-IF
007825     MOVE 'N' TO BD-INB-EOF-SW
007826     PERFORM 3525-READ-INBLOG
007827         THRU 3525-READ-INBLOG-EXIT
007828         UNTIL BD-INB-AT-EOF OR BD-FILE-ARRIVED.
007829 3520-SCAN-CLOSE.
007830     CLOSE INBLOG.
007831 3520-SCAN-INBLOG-EXIT.
007832     EXIT.
007833 3525-READ-INBLOG.
007834     READ INBLOG
007835         AT END
007836            SET BD-INB-AT-EOF TO TRUE
007837            GO TO 3525-READ-INBLOG-EXIT
007838     END-READ
007839     IF INBLOG-FILE = BD-STP-AWAIT (BD-I) AND
007840        INBLOG-VERDICT = 'A' AND
007841        INBLOG-TIMESTAMP NOT LESS BD-ARRIVE-FROM-TS
007842        SET BD-FILE-ARRIVED TO TRUE
007843     END-IF.
007844 3525-READ-INBLOG-EXIT.
007845     EXIT.
007846*----------------------------------------------------------*
007847* 3550-RECORD-WAIT - ONE RUNSUM ROW UNDER THE STEP'S JOB   *
007848*                    WITH PROGRAM *AWAIT AND THE SECONDS   *
007849*                    WAITED; PROCESSED 3 MEANS THE FILE    *
007850*                    ARRIVED, 4 THAT THE CUT-OFF PASSED    *
007851*                    WITHOUT IT; 5 THAT A GATED STEP'S     *
007852*                    CHECKLIST WAS SIGNED OFF, 6 THAT THE  *
007853*                    CUT-OFF PASSED WITH ITEMS UNSIGNED    *
007854*----------------------------------------------------------*
007855 3550-RECORD-WAIT.
007856     ACCEPT BD-NOW-TIME FROM TIME
007857     MOVE SPACES TO BD-NOW-TS
007858     STRING BD-TODAY-YY '-' BD-TODAY-MM '-' BD-TODAY-DD '-'
007859            BD-NOW-HH '.' BD-NOW-MIN '.' BD-NOW-SS '.000000'
007860            DELIMITED BY SIZE INTO BD-NOW-TS
007861     MOVE BD-NOW-TS          TO RUNSUM-TIMESTAMP
007862     MOVE BD-STP-JOB (BD-I)  TO RUNSUM-JOB
007863     MOVE '*AWAIT'           TO RUNSUM-PGM
007864     MOVE 0                  TO RUNSUM-INSERTED
007865     MOVE 0                  TO RUNSUM-UPDATED
007866     MOVE 0                  TO RUNSUM-DELETED
007867     MOVE 0                  TO RUNSUM-DISPLAYED
007868     MOVE BD-STEP-ELAPSED    TO RUNSUM-ELAPSED
007869     MOVE BD-CAL-DATE-N      TO RUNSUM-BUSDATE
007870     WRITE RUNSUM-RECORD.
007871 3550-RECORD-WAIT-EXIT.
007872     EXIT.
007873*----------------------------------------------------------*
007874* 3560-MISSED-CUT-OFF - THE STEP'S CUT-OFF PASSED WITH ITS *
007875*                       FILE OR ITS SIGN-OFF STILL OWED -  *
007876*                       ITS ON-FAIL RULE APPLIES AS IF IT  *
007877*                       HAD FAILED                         *
007878*----------------------------------------------------------*
007879 3560-MISSED-CUT-OFF.
007880     MOVE 0 TO BD-STEP-ELAPSED
007881     EVALUATE BD-STP-ONFAIL (BD-I)
007882        WHEN 'H'
007883           MOVE 'F' TO BD-STP-STATUS (BD-I)
007884           SET BD-STREAM-HALTED TO TRUE
007885           PERFORM 4000-RAISE-HALT-EVENT
007886               THRU 4000-RAISE-HALT-EVENT-EXIT
007887        WHEN 'C'
007888           MOVE 'R' TO BD-STP-STATUS (BD-I)
007889        WHEN OTHER
007890           MOVE 'F' TO BD-STP-STATUS (BD-I)
007891     END-EVALUATE
007892     SET BD-PROGRESS TO TRUE
007893     PERFORM 3400-RECORD-STEP
007894         THRU 3400-RECORD-STEP-EXIT.
007895 3560-MISSED-CUT-OFF-EXIT.
007896     EXIT.
007897*----------------------------------------------------------*
007898* 3580-SET-CUT-OFF - THE STEP'S CUT-OFF (HHMM, ZERO = THE  *
007899*                    BATCH WINDOW END) AS SECONDS FROM THE *
007900*                    STREAM START                          *
007901*----------------------------------------------------------*
007902 3580-SET-CUT-OFF.
007903     MOVE BD-STP-CUTOFF (BD-I) TO BD-CUT-HHMM
007904     IF BD-CUT-HHMM = 0
007905        MOVE BD-DEFAULT-CUTOFF TO BD-CUT-HHMM
007906     END-IF
007907     DIVIDE BD-CUT-HHMM BY 100 GIVING BD-CUT-HH
007908            REMAINDER BD-CUT-MM
007909     COMPUTE BD-CUT-OFF = (BD-CUT-HH * 3600) + (BD-CUT-MM * 60)
007910                        - BD-START-SEC
007911     IF BD-CUT-OFF LESS ZERO
007912        ADD 86400 TO BD-CUT-OFF
007913     END-IF.
007914 3580-SET-CUT-OFF-EXIT.
007915     EXIT.
007916 3590-SET-NOW-OFFSET.
007917     ACCEPT BD-NOW-TIME FROM TIME
007918     COMPUTE BD-NOW-OFF = (BD-NOW-HH * 3600) +
007919             (BD-NOW-MIN * 60) + BD-NOW-SS - BD-START-SEC
007920     IF BD-NOW-OFF LESS ZERO
007921        ADD 86400 TO BD-NOW-OFF
007922     END-IF.
007923 3590-SET-NOW-OFFSET-EXIT.
007924     EXIT.
007925*----------------------------------------------------------*
007926* 3600-WAIT-A-MINUTE - NOTHING ELSE CAN RUN AND A STEP IS  *
007927*                      STILL WAITING ON ITS FILE OR ITS    *
007928*                      CHECKLIST SIGN-OFF - SLEEP A        *
007929*                      MINUTE, THE WATCHDOG'S POLLING      *
007930*                      INTERVAL, AND LOOK AGAIN            *
007931*----------------------------------------------------------*
007932 3600-WAIT-A-MINUTE.
007933     MOVE 1 TO BD-CMD-PTR
007934     MOVE SPACES TO BD-CMD
007935     STRING 'DLYJOB DLY(60)'
007936            DELIMITED BY SIZE INTO BD-CMD
007937            POINTER BD-CMD-PTR
007938     COMPUTE BD-CMDLEN = BD-CMD-PTR - 1
007939     CALL 'QCMDEXC' USING BD-CMD BD-CMDLEN
007940         ON EXCEPTION
007941            CONTINUE
007942     END-CALL.
007943 3600-WAIT-A-MINUTE-EXIT.
007944     EXIT.
007945*----------------------------------------------------------*
007946* 3700-CHECK-SIGNOFF - THE STEP IS OTHERWISE READY BUT IS  *
007947*                      CHECKLIST-GATED.  IT WAITS, TIMED   *
007948*                      FROM THE FIRST PASS THAT FOUND IT   *
007949*                      SO, UNTIL NO CHKLIST ITEM FOR ITS   *
007950*                      JOB AND THE BUSINESS DATE IS OPEN - *
007951*                      A GATED STEP WITH NO ITEMS TONIGHT  *
007952*                      HAS NOTHING TO WAIT FOR.  THE WAIT  *
007953*                      GOES TO RUNSUM AS AN *AWAIT ROW AND *
007954*                      THE CUT-OFF IS HANDLED AS FOR A     *
007955*                      FILE THAT NEVER ARRIVED             *
007956*----------------------------------------------------------*
007957 3700-CHECK-SIGNOFF.
007958     PERFORM 3590-SET-NOW-OFFSET
007959         THRU 3590-SET-NOW-OFFSET-EXIT
007960     IF BD-STP-SIGN-FROM (BD-I) LESS ZERO
007961        MOVE BD-NOW-OFF TO BD-STP-SIGN-FROM (BD-I)
007962     END-IF
007963     PERFORM 3720-SCAN-CHKLIST
007964         THRU 3720-SCAN-CHKLIST-EXIT
007965     COMPUTE BD-STEP-ELAPSED =
007966             BD-NOW-OFF - BD-STP-SIGN-FROM (BD-I)
007967     IF BD-ALL-SIGNED
007968        MOVE 'Y' TO BD-STP-SIGNED (BD-I)
007969        MOVE 5   TO RUNSUM-PROCESSED
007970        PERFORM 3550-RECORD-WAIT
007971            THRU 3550-RECORD-WAIT-EXIT
007972        GO TO 3700-CHECK-SIGNOFF-EXIT
007973     END-IF
007974     SET BD-STEP-NOT-READY TO TRUE
007975     PERFORM 3580-SET-CUT-OFF
007976         THRU 3580-SET-CUT-OFF-EXIT
007977     IF BD-NOW-OFF LESS BD-CUT-OFF
007978        SET BD-SIGN-WAITING TO TRUE
007979        GO TO 3700-CHECK-SIGNOFF-EXIT
007980     END-IF
007981     MOVE 6 TO RUNSUM-PROCESSED
007982     PERFORM 3550-RECORD-WAIT
007983         THRU 3550-RECORD-WAIT-EXIT
007984     PERFORM 4800-RAISE-SIGNOFF-EVENT
007985         THRU 4800-RAISE-SIGNOFF-EVENT-EXIT
007986     PERFORM 3560-MISSED-CUT-OFF
007987         THRU 3560-MISSED-CUT-OFF-EXIT.
007988 3700-CHECK-SIGNOFF-EXIT.
007989     EXIT.
007990*----------------------------------------------------------*
007991* 3720-SCAN-CHKLIST - THE BUSINESS DATE'S ITEMS ARE RE-READ*
007992*                     ON EVERY CHECK; THE OPERATOR SIGNS   *
007993*                     THEM OFF WHILE THE STREAM WAITS      *
007994*----------------------------------------------------------*
007995 3720-SCAN-CHKLIST.
007996     SET BD-ALL-SIGNED TO TRUE
007997     MOVE BD-CAL-DATE-N TO CHKLIST-BUSDATE
007998     MOVE LOW-VALUES    TO CHKLIST-ITEM
007999     START CHKLIST KEY NOT LESS CHKLIST-KEY
008000         INVALID KEY
008001            GO TO 3720-SCAN-CHKLIST-EXIT
008002     END-START
008003     MOVE 'N' TO BD-CKL-EOF-SW
008004     PERFORM 3725-READ-CHKLIST
008005         THRU 3725-READ-CHKLIST-EXIT
008006         UNTIL BD-CKL-AT-EOF OR BD-NOT-ALL-SIGNED.
008007 3720-SCAN-CHKLIST-EXIT.
008008     EXIT.
008009 3725-READ-CHKLIST.
008010     READ CHKLIST NEXT RECORD
008011         AT END
008012            SET BD-CKL-AT-EOF TO TRUE
008013            GO TO 3725-READ-CHKLIST-EXIT
008014     END-READ
008015     IF CHKLIST-BUSDATE NOT = BD-CAL-DATE-N
008016        SET BD-CKL-AT-EOF TO TRUE
008017        GO TO 3725-READ-CHKLIST-EXIT
008018     END-IF
008019     IF CHKLIST-JOB = BD-STP-JOB (BD-I) AND
008020        NOT CHKLIST-SIGNED
008021        SET BD-NOT-ALL-SIGNED TO TRUE
008022     END-IF.
008023 3725-READ-CHKLIST-EXIT.
008024     EXIT.
008025*----------------------------------------------------------*
008026* 3400-RECORD-STEP - ONE RUNSUM ROW PER DRIVEN STEP;        *
008030*                    PROCESSED 1 MEANS THE STEP COMPLETED,  *
008040*                    0 MEANS IT FAILED, 2 MEANS ITS         *
008050*                    CALENDAR CONDITION DROPPED IT TONIGHT  *
008210           MOVE 0            TO RUNSUM-PROCESSED
008220     END-EVALUATE
008230     MOVE BD-STEP-ELAPSED    TO RUNSUM-ELAPSED
008234     MOVE BD-CAL-DATE-N      TO RUNSUM-BUSDATE
008240     WRITE RUNSUM-RECORD.
008250 3400-RECORD-STEP-EXIT.
008260     EXIT.
008870     MOVE SPACES      TO EVTQ-LAST-TS
008880     PERFORM 4900-STAGE-EVENT
008890         THRU 4900-STAGE-EVENT-EXIT.
008892 4600-RAISE-TIMEOUT-EVENT-EXIT.
008894     EXIT.
008896*----------------------------------------------------------*
008898* 4700-RAISE-ARRIVAL-EVENT - STAGED TO THE EVTQ DELIVERY   *
008900*                            QUEUE LIKE THE HALT EVENT     *
008902*----------------------------------------------------------*
008904 4700-RAISE-ARRIVAL-EVENT.
008906     MOVE SPACES TO EVTQ-PAYLOAD
008908     STRING '{"timestamp":"' BD-NOW-TS
008910            '","type":"BATCHDRV","event":"FILE NOT ARRIVED"'
008912            ',"job":"' BD-STP-JOB (BD-I)
008914            '","file":"' BD-STP-AWAIT (BD-I)
008916            '","cutoff":"' BD-CUT-HHMM
008918            '"}'
008920            DELIMITED BY SIZE
008922            INTO EVTQ-PAYLOAD
008924            ON OVERFLOW
008926               MOVE '{"timestamp":"TRUNCATED"}'
008928                 TO EVTQ-PAYLOAD
008930     END-STRING
008932     MOVE BD-NOW-TS   TO EVTQ-TS
008934     MOVE 'BDAWAIT'   TO EVTQ-SUFFIX
008936     MOVE 0           TO EVTQ-SEQ
008938     SET  EVTQ-STATE-NEW TO TRUE
008940     MOVE 0           TO EVTQ-TRIES
008942     MOVE SPACES      TO EVTQ-LAST-TS
008944     PERFORM 4900-STAGE-EVENT
008946         THRU 4900-STAGE-EVENT-EXIT.
008948 4700-RAISE-ARRIVAL-EVENT-EXIT.
008950     EXIT.
008952*----------------------------------------------------------*
008954* 4800-RAISE-SIGNOFF-EVENT - STAGED TO THE EVTQ DELIVERY   *
008956*                            QUEUE LIKE THE HALT EVENT     *
008958*----------------------------------------------------------*
008960 4800-RAISE-SIGNOFF-EVENT.
008962     MOVE SPACES TO EVTQ-PAYLOAD
008964     STRING '{"timestamp":"' BD-NOW-TS
008966            '","type":"BATCHDRV","event":"CHECKLIST NOT SIGNED"'
008968            ',"job":"' BD-STP-JOB (BD-I)
008970            '","busdate":"' BD-CAL-DATE
008972            '","cutoff":"' BD-CUT-HHMM
008974            '"}'
008976            DELIMITED BY SIZE
008978            INTO EVTQ-PAYLOAD
008980            ON OVERFLOW
008982               MOVE '{"timestamp":"TRUNCATED"}'
008984                 TO EVTQ-PAYLOAD
008986     END-STRING
008988     MOVE BD-NOW-TS   TO EVTQ-TS
008990     MOVE 'BDCHKLST'  TO EVTQ-SUFFIX
008992     MOVE 0           TO EVTQ-SEQ
008994     SET  EVTQ-STATE-NEW TO TRUE
008996     MOVE 0           TO EVTQ-TRIES
008998     MOVE SPACES      TO EVTQ-LAST-TS
009000     PERFORM 4900-STAGE-EVENT
009002         THRU 4900-STAGE-EVENT-EXIT.
009004 4800-RAISE-SIGNOFF-EVENT-EXIT.
009010     EXIT.
009012*----------------------------------------------------------*
009014* 4900-STAGE-EVENT - TWO EVENTS IN THE SAME INSTANT JUST    *
009890     CLOSE AUDITLOG
009900     CLOSE STEPREL
009910     CLOSE RUNSUM
009920     CLOSE EVTQ
009922     CLOSE BUSDATE
009924     CLOSE CHKDEF
009926     CLOSE CHKLIST.
009930 9000-TERMINATE-EXIT.
009940     EXIT.
009950 9999-EXIT.
