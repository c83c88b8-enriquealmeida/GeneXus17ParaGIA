000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRTWAIT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - DAILY REPORT OF      *
000100*                   SPOOLED FILES SITTING UNPRINTED ON AN  *
000110*                   OUTPUT QUEUE WITH NO ACTIVE WRITER.    *
000120*                   EVERY QUEUE NAMED IN PRTROUTE (PRIMARY *
000130*                   AND FALLBACK) OR USED BY A PRTLOG      *
000140*                   PRINT OF THE REPORT DAY IS ASKED FOR   *
000150*                   ITS WRITER AND FILE COUNT THROUGH      *
000160*                   QSPROUTQ; A QUEUE WITH FILES AND NO    *
000170*                   WRITER IS LISTED WITH THE DAY'S ROUTED *
000180*                   PRINTS THAT WENT TO IT.  PRTWRPT IS    *
000190*                   WRITTEN THROUGH GXRPTW                 *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-ISERIES.
000240 OBJECT-COMPUTER.   IBM-ISERIES.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PRTROUTE   ASSIGN TO DATABASE-PRTROUTE
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE  IS SEQUENTIAL
000300         RECORD KEY   IS PRTROUTE-KEY
000310         FILE STATUS  IS PW-FS-PRTROUTE.
000320     SELECT PRTLOG     ASSIGN TO DATABASE-PRTLOG
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS  IS PW-FS-PRTLOG.
000350     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS BUSDATE-COMPANY
000390         FILE STATUS  IS PW-FS-BUSDATE.
000400     SELECT PRTWRPT    ASSIGN TO DATABASE-PRTWRPT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS PW-FS-PRTWRPT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------*
000460* PRINTER ROUTING AND ROUTED-PRINT LOG - THE GXFPRTRW      *
000470* LAYOUTS                                                  *
000480*----------------------------------------------------------*
000490 FD  PRTROUTE.
000500 01  PRTROUTE-RECORD.
000510     05 PRTROUTE-KEY.
000520        10 PRTROUTE-KIND         PIC  X(001).
000530        10 PRTROUTE-ID           PIC  X(010).
000540        10 PRTROUTE-REPORT       PIC  X(010).
000550     05 PRTROUTE-OUTQ            PIC  X(010).
000560     05 PRTROUTE-OUTQ-LIB        PIC  X(010).
000570     05 PRTROUTE-FORMTYPE        PIC  X(010).
000580     05 PRTROUTE-COPIES          PIC  9(003).
000590     05 PRTROUTE-FALLBACK        PIC  X(010).
000600     05 PRTROUTE-FALLBACK-LIB    PIC  X(010).
000610     05 PRTROUTE-CHANGED-BY      PIC  X(010).
000620     05 PRTROUTE-CHANGED-TS      PIC  X(026).
000630 FD  PRTLOG.
000640 01  PRTLOG-RECORD.
000650     05 PRTLOG-TIMESTAMP         PIC  X(026).
000660     05 PRTLOG-USER              PIC  X(010).
000670     05 PRTLOG-JOB               PIC  X(010).
000680     05 PRTLOG-PGM               PIC  X(010).
000690     05 PRTLOG-REPORT            PIC  X(010).
000700     05 PRTLOG-OUTQ              PIC  X(010).
000710     05 PRTLOG-OUTQ-LIB          PIC  X(010).
000720     05 PRTLOG-WRITER            PIC  X(001).
000730     05 PRTLOG-FALLBACK          PIC  X(001).
000740 FD  BUSDATE.
000750 01  BUSDATE-RECORD.
000760     05 BUSDATE-COMPANY          PIC  X(003).
000770     05 BUSDATE-CURRENT          PIC  9(008).
000780     05 BUSDATE-PREVIOUS         PIC  9(008).
000790     05 BUSDATE-LOC              PIC  X(010).
000800     05 BUSDATE-ROLLED-BY        PIC  X(010).
000810     05 BUSDATE-ROLLED-TS        PIC  X(026).
000820 FD  PRTWRPT.
000830 01  PRTWRPT-LINE                PIC  X(080).
000840 WORKING-STORAGE SECTION.
000850 77  PW-FS-PRTROUTE              PIC  X(002).
000860 77  PW-FS-PRTLOG                PIC  X(002).
000870 77  PW-FS-BUSDATE               PIC  X(002).
000880 77  PW-FS-PRTWRPT               PIC  X(002).
000890 77  PW-EOF-SW                   PIC  X(001)     VALUE 'N'.
000900     88 PW-AT-EOF                                VALUE 'Y'.
000910 77  PW-I                        PIC S9(005) COMP-3.
000920 77  PW-Q                        PIC S9(005) COMP-3.
000930 77  PW-X                        PIC S9(005) COMP-3.
000940*----------------------------------------------------------*
000950* TABLE LIMITS - A QUEUE OR PRINT PAST THE TABLE IS LEFT   *
000960* OUT AND THE SUMMARY SAYS HOW MANY                        *
000970*----------------------------------------------------------*
000980 77  PW-MAX-QUEUES               PIC S9(005) COMP-3 VALUE 300.
000990 77  PW-MAX-PRINTS               PIC S9(005) COMP-3 VALUE 3000.
001000 77  PW-QUEUE-COUNT              PIC S9(005) COMP-3 VALUE 0.
001010 77  PW-PRINT-COUNT              PIC S9(005) COMP-3 VALUE 0.
001020 77  PW-TOT-PRINTS               PIC S9(007) COMP-3 VALUE 0.
001030 77  PW-TOT-FALLBACK             PIC S9(007) COMP-3 VALUE 0.
001040 77  PW-TOT-WAITING              PIC S9(007) COMP-3 VALUE 0.
001050 77  PW-TOT-FILES                PIC S9(009) COMP-3 VALUE 0.
001060 77  PW-TOT-OVER                 PIC S9(007) COMP-3 VALUE 0.
001070 77  PW-REP-DATE                 PIC  9(008).
001080 77  PW-ROW-DATE                 PIC  9(008).
001090 01  PW-TODAY-DATE               PIC  9(008).
001100 01  PW-FIND-OUTQ                PIC  X(010).
001110 01  PW-FIND-LIB                 PIC  X(010).
001120*----------------------------------------------------------*
001130* A LOG STAMP TAKEN APART - YYYY-MM-DD-HH.MM.SS.NNNNNN     *
001140*----------------------------------------------------------*
001150 01  PW-TS-WORK.
001160     05 PW-TS-YY                 PIC  9(004).
001170     05 FILLER                   PIC  X(001).
001180     05 PW-TS-MM                 PIC  9(002).
001190     05 FILLER                   PIC  X(001).
001200     05 PW-TS-DD                 PIC  9(002).
001210     05 FILLER                   PIC  X(001).
001220     05 PW-TS-TIME               PIC  X(008).
001230     05 FILLER                   PIC  X(007).
001240 01  PW-QUEUE-TABLE.
001250     05 PW-QUEUE-ENTRY OCCURS 300 TIMES.
001260        10 PW-QT-OUTQ            PIC  X(010).
001270        10 PW-QT-LIB             PIC  X(010).
001280        10 PW-QT-PRINTS          PIC S9(007) COMP-3.
001290 01  PW-PRINT-TABLE.
001300     05 PW-PRINT-ENTRY OCCURS 3000 TIMES.
001310        10 PW-PT-QX              PIC S9(005) COMP-3.
001320        10 PW-PT-TIME            PIC  X(008).
001330        10 PW-PT-USER            PIC  X(010).
001340        10 PW-PT-REPORT          PIC  X(010).
001350        10 PW-PT-PGM             PIC  X(010).
001360        10 PW-PT-JOB             PIC  X(010).
001370        10 PW-PT-FALLBACK        PIC  X(001).
001380*----------------------------------------------------------*
001390* QSPROUTQ INTERFACE - THE QUALIFIED QUEUE, THE OUTQ0100   *
001400* RECEIVER (ONLY THE FIELDS USED ARE NAMED) AND AN ERROR   *
001410* CODE THAT ASKS FOR NO EXCEPTION                          *
001420*----------------------------------------------------------*
001430 01  PW-QQUAL.
001440     05 PW-QQ-NAME               PIC  X(010).
001450     05 PW-QQ-LIB                PIC  X(010).
001460 01  PW-RCV.
001470     05 PW-RCV-RETURNED          PIC S9(009) COMP-4.
001480     05 PW-RCV-AVAIL             PIC S9(009) COMP-4.
001490     05 FILLER                   PIC  X(040).
001500     05 FILLER                   PIC S9(009) COMP-4.
001510     05 FILLER                   PIC  X(040).
001520     05 PW-RCV-FILES             PIC S9(009) COMP-4.
001530     05 PW-RCV-QSTATUS           PIC  X(010).
001540     05 PW-RCV-WTR-JOB           PIC  X(010).
001550     05 PW-RCV-WTR-USER          PIC  X(010).
001560     05 PW-RCV-WTR-NBR           PIC  X(006).
001570     05 PW-RCV-WTR-STATUS        PIC  X(010).
001580     05 FILLER                   PIC  X(130).
001590 01  PW-RCV-LEN                  PIC S9(009) COMP-4 VALUE 272.
001600 01  PW-FORMAT                   PIC  X(008) VALUE 'OUTQ0100'.
001610 01  PW-ERRCODE.
001620     05 PW-ERR-PROVIDED          PIC S9(009) COMP-4 VALUE 16.
001630     05 PW-ERR-AVAIL             PIC S9(009) COMP-4 VALUE 0.
001640     05 PW-ERR-MSGID             PIC  X(007).
001650     05 FILLER                   PIC  X(001).
001660 01  PW-TITLE-LINE.
001670     05 FILLER                   PIC  X(030) VALUE
001680            'UNPRINTED SPOOL - NO WRITER '.
001690     05 PW-TTL-DATE              PIC  9(008).
001700 01  PW-COLS.
001710     05 FILLER                   PIC  X(023) VALUE 'OUTPUT QUEUE'.
001720     05 FILLER                   PIC  X(009) VALUE '  FILES'.
001730     05 FILLER                   PIC  X(012) VALUE '  STATUS'.
001740     05 FILLER                   PIC  X(036) VALUE
001750            'PRINTS ROUTED TODAY'.
001760 01  PW-QUEUE-LINE.
001770     05 PW-QL-QUEUE              PIC  X(021).
001780     05 FILLER                   PIC  X(002) VALUE SPACES.
001790     05 PW-QL-FILES              PIC ZZZ,ZZ9.
001800     05 FILLER                   PIC  X(004) VALUE SPACES.
001810     05 PW-QL-STATUS             PIC  X(010).
001820     05 FILLER                   PIC  X(002) VALUE SPACES.
001830     05 PW-QL-PRINTS             PIC ZZZ,ZZ9.
001840     05 FILLER                   PIC  X(027) VALUE SPACES.
001850 01  PW-PRINT-LINE.
001860     05 FILLER                   PIC  X(004) VALUE SPACES.
001870     05 PW-PL-TIME               PIC  X(008).
001880     05 FILLER                   PIC  X(002) VALUE SPACES.
001890     05 PW-PL-USER               PIC  X(010).
001900     05 FILLER                   PIC  X(002) VALUE SPACES.
001910     05 PW-PL-REPORT             PIC  X(010).
001920     05 FILLER                   PIC  X(002) VALUE SPACES.
001930     05 PW-PL-PGM                PIC  X(010).
001940     05 FILLER                   PIC  X(002) VALUE SPACES.
001950     05 PW-PL-JOB                PIC  X(010).
001960     05 FILLER                   PIC  X(002) VALUE SPACES.
001970     05 PW-PL-NOTE               PIC  X(016).
001980 01  PW-SUM-LINE-1.
001990     05 FILLER                   PIC  X(016)
002000                                 VALUE 'QUEUES CHECKED:'.
002010     05 PW-SUM-QUEUES            PIC ZZ,ZZ9.
002020     05 FILLER                   PIC  X(018)
002030                                 VALUE '  WITH NO WRITER:'.
002040     05 PW-SUM-WAITING           PIC ZZ,ZZ9.
002050     05 FILLER                   PIC  X(017)
002060                                 VALUE '  FILES WAITING:'.
002070     05 PW-SUM-FILES             PIC ZZZ,ZZ9.
002080     05 FILLER                   PIC  X(010) VALUE SPACES.
002090 01  PW-SUM-LINE-2.
002100     05 FILLER                   PIC  X(016)
002110                                 VALUE 'PRINTS ROUTED:'.
002120     05 PW-SUM-PRINTS            PIC ZZZ,ZZ9.
002130     05 FILLER                   PIC  X(015)
002140                                 VALUE '  TO FALLBACK:'.
002150     05 PW-SUM-FALLBACK          PIC ZZZ,ZZ9.
002160     05 FILLER                   PIC  X(014)
002170                                 VALUE '  PAST TABLE:'.
002180     05 PW-SUM-OVER              PIC ZZZ,ZZ9.
002190     05 FILLER                   PIC  X(014) VALUE SPACES.
002200*----------------------------------------------------------*
002210* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
002220* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
002230*----------------------------------------------------------*
002240 01  RW-CTL.
002250     05 RW-FUNC                  PIC  X(001).
002260     05 RW-TITLE                 PIC  X(050).
002270     05 RW-TITLE-ID              PIC  X(010).
002280     05 RW-LANG                  PIC  X(003).
002290     05 RW-COLS                  PIC  X(080).
002300     05 RW-LINE                  PIC  X(080).
002310     05 RW-PAGE-SIZE             PIC  9(003).
002320 01  RW-OUT.
002330     05 RW-OUT-COUNT             PIC  9(001).
002340     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002350 77  RW-X                        PIC S9(003) COMP-3.
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE
002390         THRU 1000-INITIALIZE-EXIT
002400     PERFORM 2000-LOAD-ROUTE
002410         THRU 2000-LOAD-ROUTE-EXIT
002420         UNTIL PW-AT-EOF
002430     MOVE 'N' TO PW-EOF-SW
002440     IF PW-FS-PRTLOG NOT = '00'
002450        SET PW-AT-EOF TO TRUE
002460     END-IF
002470     PERFORM 3000-LOAD-PRINT
002480         THRU 3000-LOAD-PRINT-EXIT
002490         UNTIL PW-AT-EOF
002500     PERFORM 4000-CHECK-QUEUE
002510         THRU 4000-CHECK-QUEUE-EXIT
002520         VARYING PW-Q FROM 1 BY 1
002530         UNTIL PW-Q > PW-QUEUE-COUNT
002540     PERFORM 6900-PRINT-SUMMARY
002550         THRU 6900-PRINT-SUMMARY-EXIT
002560     PERFORM 9000-TERMINATE
002570         THRU 9000-TERMINATE-EXIT
002580     GO TO 9999-EXIT.
002590 1000-INITIALIZE.
002600     OPEN INPUT  PRTROUTE
002610     OPEN INPUT  PRTLOG
002620     OPEN INPUT  BUSDATE
002630     OPEN OUTPUT PRTWRPT
002640     ACCEPT PW-TODAY-DATE FROM DATE YYYYMMDD
002650     MOVE PW-TODAY-DATE TO PW-REP-DATE
002660     PERFORM 1050-BUSINESS-DATE
002670         THRU 1050-BUSINESS-DATE-EXIT
002680     MOVE PW-REP-DATE   TO PW-TTL-DATE
002690     MOVE PW-TITLE-LINE TO RW-TITLE
002700     MOVE 'PRTWAIT'     TO RW-TITLE-ID
002710     MOVE SPACES        TO RW-LANG
002720     MOVE PW-COLS       TO RW-COLS
002730     MOVE 60  TO RW-PAGE-SIZE
002740     MOVE 'I' TO RW-FUNC
002750     PERFORM 8900-RW-PUT
002760         THRU 8900-RW-PUT-EXIT
002770     IF PW-FS-PRTROUTE NOT = '00'
002780        SET PW-AT-EOF TO TRUE
002790     END-IF.
002800 1000-INITIALIZE-EXIT.
002810     EXIT.
002820*----------------------------------------------------------*
002830* 1050-BUSINESS-DATE - THE INSTALLATION BUSDATE ROW IS THE *
002840*                      REPORT DAY WHEN ON FILE, SO A       *
002850*                      STREAM RUNNING PAST MIDNIGHT STILL  *
002860*                      REPORTS THE DAY IT IS CLOSING       *
002870*----------------------------------------------------------*
002880 1050-BUSINESS-DATE.
002890     IF PW-FS-BUSDATE NOT = '00'
002900        GO TO 1050-BUSINESS-DATE-EXIT
002910     END-IF
002920     MOVE SPACES TO BUSDATE-COMPANY
002930     READ BUSDATE
002940         INVALID KEY
002950            GO TO 1050-BUSINESS-DATE-EXIT
002960     END-READ
002970     IF BUSDATE-CURRENT NUMERIC AND BUSDATE-CURRENT > 0
002980        MOVE BUSDATE-CURRENT TO PW-REP-DATE
002990     END-IF.
003000 1050-BUSINESS-DATE-EXIT.
003010     EXIT.
003020*----------------------------------------------------------*
003030* 2000-LOAD-ROUTE - EVERY PRIMARY AND FALLBACK QUEUE IN    *
003040*                   THE ROUTING FILE IS CHECKED, PRINTED   *
003050*                   TO TODAY OR NOT                        *
003060*----------------------------------------------------------*
003070 2000-LOAD-ROUTE.
003080     READ PRTROUTE NEXT RECORD
003090         AT END
003100            SET PW-AT-EOF TO TRUE
003110            GO TO 2000-LOAD-ROUTE-EXIT
003120     END-READ
003130     MOVE PRTROUTE-OUTQ     TO PW-FIND-OUTQ
003140     MOVE PRTROUTE-OUTQ-LIB TO PW-FIND-LIB
003150     PERFORM 5000-FIND-QUEUE
003160         THRU 5000-FIND-QUEUE-EXIT
003170     MOVE PRTROUTE-FALLBACK     TO PW-FIND-OUTQ
003180     MOVE PRTROUTE-FALLBACK-LIB TO PW-FIND-LIB
003190     PERFORM 5000-FIND-QUEUE
003200         THRU 5000-FIND-QUEUE-EXIT.
003210 2000-LOAD-ROUTE-EXIT.
003220     EXIT.
003230*----------------------------------------------------------*
003240* 3000-LOAD-PRINT - A ROUTED PRINT OF THE REPORT DAY IS    *
003250*                   COUNTED TO ITS QUEUE AND KEPT FOR THE  *
003260*                   DETAIL UNDER IT                        *
003270*----------------------------------------------------------*
003280 3000-LOAD-PRINT.
003290     READ PRTLOG
003300         AT END
003310            SET PW-AT-EOF TO TRUE
003320            GO TO 3000-LOAD-PRINT-EXIT
003330     END-READ
003340     MOVE PRTLOG-TIMESTAMP TO PW-TS-WORK
003350     IF PW-TS-YY NOT NUMERIC OR PW-TS-MM NOT NUMERIC OR
003360        PW-TS-DD NOT NUMERIC
003370        GO TO 3000-LOAD-PRINT-EXIT
003380     END-IF
003390     COMPUTE PW-ROW-DATE = PW-TS-YY * 10000 + PW-TS-MM * 100 +
003400                           PW-TS-DD
003410     IF PW-ROW-DATE NOT = PW-REP-DATE
003420        GO TO 3000-LOAD-PRINT-EXIT
003430     END-IF
003440     ADD 1 TO PW-TOT-PRINTS
003450     IF PRTLOG-FALLBACK = 'Y'
003460        ADD 1 TO PW-TOT-FALLBACK
003470     END-IF
003480     MOVE PRTLOG-OUTQ     TO PW-FIND-OUTQ
003490     MOVE PRTLOG-OUTQ-LIB TO PW-FIND-LIB
003500     PERFORM 5000-FIND-QUEUE
003510         THRU 5000-FIND-QUEUE-EXIT
003520     IF PW-Q = 0 OR PW-PRINT-COUNT NOT LESS PW-MAX-PRINTS
003530        ADD 1 TO PW-TOT-OVER
003540        GO TO 3000-LOAD-PRINT-EXIT
003550     END-IF
003560     ADD 1 TO PW-QT-PRINTS (PW-Q)
003570     ADD 1 TO PW-PRINT-COUNT
003580     MOVE PW-Q            TO PW-PT-QX (PW-PRINT-COUNT)
003590     MOVE PW-TS-TIME      TO PW-PT-TIME (PW-PRINT-COUNT)
003600     MOVE PRTLOG-USER     TO PW-PT-USER (PW-PRINT-COUNT)
003610     MOVE PRTLOG-REPORT   TO PW-PT-REPORT (PW-PRINT-COUNT)
003620     MOVE PRTLOG-PGM      TO PW-PT-PGM (PW-PRINT-COUNT)
003630     MOVE PRTLOG-JOB      TO PW-PT-JOB (PW-PRINT-COUNT)
003640     MOVE PRTLOG-FALLBACK TO PW-PT-FALLBACK (PW-PRINT-COUNT).
003650 3000-LOAD-PRINT-EXIT.
003660     EXIT.
003670*----------------------------------------------------------*
003680* 4000-CHECK-QUEUE - ASK THE SYSTEM FOR THE QUEUE'S WRITER *
003690*                    AND FILE COUNT.  A QUEUE WITH NO      *
003700*                    ACTIVE WRITER AND FILES ON IT IS      *
003710*                    LISTED; ONE THAT CANNOT BE FOUND IS   *
003720*                    LISTED AS MISSING WHEN PRINTS WERE    *
003730*                    ROUTED TO IT                          *
003740*----------------------------------------------------------*
003750 4000-CHECK-QUEUE.
003760     MOVE PW-QT-OUTQ (PW-Q) TO PW-QQ-NAME
003770     MOVE PW-QT-LIB (PW-Q)  TO PW-QQ-LIB
003780     IF PW-QQ-LIB = SPACES
003790        MOVE '*LIBL' TO PW-QQ-LIB
003800     END-IF
003810     MOVE 0      TO PW-ERR-AVAIL
003820     MOVE 0      TO PW-RCV-FILES
003830     MOVE SPACES TO PW-RCV-QSTATUS
003840     MOVE SPACES TO PW-RCV-WTR-JOB
003850     MOVE SPACES TO PW-RCV-WTR-STATUS
003860     CALL 'QSPROUTQ' USING PW-RCV
003870                           PW-RCV-LEN
003880                           PW-FORMAT
003890                           PW-QQUAL
003900                           PW-ERRCODE
003910     IF PW-ERR-AVAIL NOT = 0
003920        IF PW-QT-PRINTS (PW-Q) = 0
003930           GO TO 4000-CHECK-QUEUE-EXIT
003940        END-IF
003950        MOVE 0         TO PW-RCV-FILES
003960        MOVE 'MISSING' TO PW-RCV-QSTATUS
003970     ELSE
003980        IF PW-RCV-WTR-JOB NOT = SPACES AND
003990           PW-RCV-WTR-STATUS NOT = 'END'
004000           GO TO 4000-CHECK-QUEUE-EXIT
004010        END-IF
004020        IF PW-RCV-FILES NOT > 0
004030           GO TO 4000-CHECK-QUEUE-EXIT
004040        END-IF
004050     END-IF
004060     ADD 1 TO PW-TOT-WAITING
004070     ADD PW-RCV-FILES TO PW-TOT-FILES
004080     MOVE SPACES TO PW-QL-QUEUE
004090     STRING PW-QQ-LIB DELIMITED BY SPACE
004100            '/'       DELIMITED BY SIZE
004110            PW-QQ-NAME DELIMITED BY SPACE
004120            INTO PW-QL-QUEUE
004130     MOVE PW-RCV-FILES        TO PW-QL-FILES
004140     MOVE PW-RCV-QSTATUS      TO PW-QL-STATUS
004150     MOVE PW-QT-PRINTS (PW-Q) TO PW-QL-PRINTS
004160     MOVE PW-QUEUE-LINE TO RW-LINE
004170     MOVE 'D' TO RW-FUNC
004180     PERFORM 8900-RW-PUT
004190         THRU 8900-RW-PUT-EXIT
004200     PERFORM 4100-PRINT-ONE
004210         THRU 4100-PRINT-ONE-EXIT
004220         VARYING PW-I FROM 1 BY 1
004230         UNTIL PW-I > PW-PRINT-COUNT.
004240 4000-CHECK-QUEUE-EXIT.
004250     EXIT.
004260 4100-PRINT-ONE.
004270     IF PW-PT-QX (PW-I) NOT = PW-Q
004280        GO TO 4100-PRINT-ONE-EXIT
004290     END-IF
004300     MOVE PW-PT-TIME (PW-I)   TO PW-PL-TIME
004310     MOVE PW-PT-USER (PW-I)   TO PW-PL-USER
004320     MOVE PW-PT-REPORT (PW-I) TO PW-PL-REPORT
004330     MOVE PW-PT-PGM (PW-I)    TO PW-PL-PGM
004340     MOVE PW-PT-JOB (PW-I)    TO PW-PL-JOB
004350     IF PW-PT-FALLBACK (PW-I) = 'Y'
004360        MOVE 'FALLBACK' TO PW-PL-NOTE
004370     ELSE
004380        MOVE SPACES     TO PW-PL-NOTE
004390     END-IF
004400     MOVE PW-PRINT-LINE TO RW-LINE
004410     MOVE 'D' TO RW-FUNC
004420     PERFORM 8900-RW-PUT
004430         THRU 8900-RW-PUT-EXIT.
004440 4100-PRINT-ONE-EXIT.
004450     EXIT.
004460*----------------------------------------------------------*
004470* 5000-FIND-QUEUE - THE TABLE SLOT FOR PW-FIND-OUTQ IN     *
004480*                   PW-FIND-LIB, ADDED WHEN NEW; PW-Q IS 0 *
004490*                   FOR A BLANK QUEUE OR A FULL TABLE      *
004500*----------------------------------------------------------*
004510 5000-FIND-QUEUE.
004520     MOVE 0 TO PW-Q
004530     IF PW-FIND-OUTQ = SPACES
004540        GO TO 5000-FIND-QUEUE-EXIT
004550     END-IF
004560     PERFORM VARYING PW-X FROM 1 BY 1
004570             UNTIL PW-X > PW-QUEUE-COUNT OR PW-Q > 0
004580        IF PW-QT-OUTQ (PW-X) = PW-FIND-OUTQ AND
004590           PW-QT-LIB (PW-X) = PW-FIND-LIB
004600           MOVE PW-X TO PW-Q
004610        END-IF
004620     END-PERFORM
004630     IF PW-Q = 0 AND PW-QUEUE-COUNT < PW-MAX-QUEUES
004640        ADD 1 TO PW-QUEUE-COUNT
004650        MOVE PW-QUEUE-COUNT TO PW-Q
004660        MOVE PW-FIND-OUTQ   TO PW-QT-OUTQ (PW-Q)
004670        MOVE PW-FIND-LIB    TO PW-QT-LIB (PW-Q)
004680        MOVE 0              TO PW-QT-PRINTS (PW-Q)
004690     END-IF.
004700 5000-FIND-QUEUE-EXIT.
004710     EXIT.
004720 6900-PRINT-SUMMARY.
004730     MOVE PW-QUEUE-COUNT  TO PW-SUM-QUEUES
004740     MOVE PW-TOT-WAITING  TO PW-SUM-WAITING
004750     MOVE PW-TOT-FILES    TO PW-SUM-FILES
004760     MOVE PW-SUM-LINE-1 TO RW-LINE
004770     MOVE 'T' TO RW-FUNC
004780     PERFORM 8900-RW-PUT
004790         THRU 8900-RW-PUT-EXIT
004800     MOVE PW-TOT-PRINTS   TO PW-SUM-PRINTS
004810     MOVE PW-TOT-FALLBACK TO PW-SUM-FALLBACK
004820     MOVE PW-TOT-OVER     TO PW-SUM-OVER
004830     MOVE PW-SUM-LINE-2 TO RW-LINE
004840     MOVE 'T' TO RW-FUNC
004850     PERFORM 8900-RW-PUT
004860         THRU 8900-RW-PUT-EXIT.
004870 6900-PRINT-SUMMARY-EXIT.
004880     EXIT.
004890 8900-RW-PUT.
004900     CALL 'GXRPTW' USING RW-CTL RW-OUT
004910     PERFORM VARYING RW-X FROM 1 BY 1
004920             UNTIL RW-X > RW-OUT-COUNT
004930        WRITE PRTWRPT-LINE FROM RW-OUT-LINE (RW-X)
004940     END-PERFORM.
004950 8900-RW-PUT-EXIT.
004960     EXIT.
004970 9000-TERMINATE.
004980     MOVE 'C' TO RW-FUNC
004990     PERFORM 8900-RW-PUT
005000         THRU 8900-RW-PUT-EXIT
005010     CLOSE PRTROUTE
005020     CLOSE PRTLOG
005030     CLOSE BUSDATE
005040     CLOSE PRTWRPT.
005050 9000-TERMINATE-EXIT.
005060     EXIT.
005070 9999-EXIT.
005080     STOP RUN.
