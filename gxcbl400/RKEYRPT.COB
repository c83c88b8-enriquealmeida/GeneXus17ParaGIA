000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RKEYRPT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - WEEKLY RE-KEY        *
000100*                   MISMATCH REPORT.  EVERY BLIND SECOND   *
000110*                   KEYING LOGGED TO RKEYLOG IN THE SEVEN  *
000120*                   DAYS BEFORE THE RUN DATE IS COUNTED    *
000130*                   UNDER ITS USER - ATTEMPTS, MISMATCHES  *
000140*                   AND THE MISMATCH RATE - WITH THE       *
000150*                   FIELDS MISKEYED LISTED UNDER THE       *
000160*                   USER.  A USER AT OR OVER THE REPEAT    *
000170*                   LIMIT IS FLAGGED FOR THE SUPERVISOR.   *
000180*                   ONE RKEYRPT REPORT THROUGH THE SHARED  *
000190*                   WRITER                                 *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-ISERIES.
000240 OBJECT-COMPUTER.   IBM-ISERIES.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RKEYLOG    ASSIGN TO DATABASE-RKEYLOG
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS  IS RK-FS-RKEYLOG.
000300     SELECT RKEYRPT    ASSIGN TO DATABASE-RKEYRPT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS RK-FS-RKEYRPT.
000330 DATA DIVISION.
000340 FILE SECTION.
000350*----------------------------------------------------------*
000360* RKEYLOG - SAME LAYOUT AS GXFRKEYW                        *
000370*----------------------------------------------------------*
000380 FD  RKEYLOG.
000390 01  RKEYLOG-RECORD.
000400     05 RKEYLOG-TIMESTAMP        PIC  X(026).
000410     05 RKEYLOG-USER             PIC  X(010).
000420     05 RKEYLOG-PGM              PIC  X(010).
000430     05 RKEYLOG-FILE             PIC  X(010).
000440     05 RKEYLOG-FIELD            PIC  X(010).
000450     05 RKEYLOG-KEY              PIC  X(030).
000460     05 RKEYLOG-ACTION           PIC  X(001).
000470        88 RKEYLOG-ADD                          VALUE 'A'.
000480        88 RKEYLOG-CHANGE                       VALUE 'U'.
000490     05 RKEYLOG-RESULT           PIC  X(001).
000500        88 RKEYLOG-VERIFIED                     VALUE 'V'.
000510        88 RKEYLOG-MISMATCH                     VALUE 'M'.
000520 FD  RKEYRPT.
000530 01  RKEYRPT-LINE                PIC  X(080).
000540 WORKING-STORAGE SECTION.
000550 77  RK-FS-RKEYLOG              PIC  X(002).
000560 77  RK-FS-RKEYRPT              PIC  X(002).
000570 77  RK-EOF-SW                  PIC  X(001)     VALUE 'N'.
000580     88 RK-AT-EOF                               VALUE 'Y'.
000590 77  RK-FOUND-SW                PIC  X(001)     VALUE 'N'.
000600     88 RK-FOUND                                VALUE 'Y'.
000610 77  RK-I                       PIC S9(005) COMP-3.
000620 77  RK-J                       PIC S9(005) COMP-3.
000630 77  RK-K                       PIC S9(005) COMP-3.
000640*----------------------------------------------------------*
000650* A USER WITH THIS MANY MISMATCHES IN THE WEEK IS FLAGGED  *
000660*----------------------------------------------------------*
000670 77  RK-REPEAT-LIMIT            PIC S9(005) COMP-3 VALUE 3.
000680 77  RK-TODAY-NUM               PIC S9(009) COMP-3.
000690 77  RK-FROM-NUM                PIC S9(009) COMP-3.
000700 77  RK-THRU-NUM                PIC S9(009) COMP-3.
000710 77  RK-USER                    PIC  X(010).
000720 77  RK-USR-LOST                PIC S9(007) COMP-3 VALUE 0.
000730 77  RK-FLD-LOST                PIC S9(007) COMP-3 VALUE 0.
000740 77  RK-SKIPPED                 PIC S9(007) COMP-3 VALUE 0.
000750 77  RK-RATE                    PIC S9(003)V9 COMP-3.
000760 01  RK-TODAY-DATE.
000770     05 RK-TODAY-YY             PIC  9(004).
000780     05 RK-TODAY-MM             PIC  9(002).
000790     05 RK-TODAY-DD             PIC  9(002).
000800 01  RK-WALK-DATE.
000810     05 RK-WALK-YY              PIC  9(004).
000820     05 RK-WALK-MM              PIC  9(002).
000830     05 RK-WALK-DD              PIC  9(002).
000840 01  RK-FROM-DATE               PIC  X(010).
000850 01  RK-THRU-DATE               PIC  X(010).
000860 01  RK-ML-MM                   PIC  9(002).
000870 77  RK-MLEN-CUR                PIC S9(003) COMP-3.
000880 77  RK-LEAP-Q                  PIC S9(005) COMP-3.
000890 77  RK-LEAP-R4                 PIC S9(003) COMP-3.
000900 77  RK-LEAP-R100               PIC S9(003) COMP-3.
000910 77  RK-LEAP-R400               PIC S9(003) COMP-3.
000920 01  RK-MLEN-VALUES             PIC  X(024)
000930                VALUE '312831303130313130313031'.
000940 01  RK-MLEN-TABLE REDEFINES RK-MLEN-VALUES.
000950     05 RK-MLEN OCCURS 12       PIC  9(002).
000960 01  RK-DN-DATE.
000970     05 RK-DN-YY                PIC  9(004).
000980     05 RK-DN-MM                PIC  9(002).
000990     05 RK-DN-DD                PIC  9(002).
001000 01  RK-DN-N REDEFINES RK-DN-DATE
001010                                PIC  9(008).
001020 01  RK-DN-DW.
001030     05 RK-DW-YY                PIC S9(005) COMP-3.
001040     05 RK-DW-MM                PIC S9(003) COMP-3.
001050     05 RK-DW-DD                PIC S9(003) COMP-3.
001060 77  RK-DN-D                    PIC S9(003) COMP-3.
001070 77  RK-DN-L4                   PIC S9(005) COMP-3.
001080 77  RK-DN-L100                 PIC S9(005) COMP-3.
001090 77  RK-DN-L400                 PIC S9(005) COMP-3.
001100 77  RK-DN-NUM                  PIC S9(009) COMP-3.
001110*----------------------------------------------------------*
001120* ONE ENTRY PER USER, KEPT IN USER ORDER AS IT IS BUILT.   *
001130* RK-USR-TOTAL CARRIES THE GRAND TOTALS IN THE SAME SHAPE  *
001140*----------------------------------------------------------*
001150 77  RK-USR-MAX                 PIC S9(005) COMP-3 VALUE 500.
001160 77  RK-USR-COUNT               PIC S9(005) COMP-3 VALUE 0.
001170 01  RK-USR-TABLE.
001180     05 RK-USR-ENTRY OCCURS 501.
001190        10 RK-USR-ID            PIC  X(010).
001200        10 RK-USR-TRIES         PIC S9(007) COMP-3.
001210        10 RK-USR-MISSES        PIC S9(007) COMP-3.
001220 01  RK-USR-TOTAL.
001230     05 RK-TOT-ID               PIC  X(010).
001240     05 RK-TOT-TRIES            PIC S9(007) COMP-3.
001250     05 RK-TOT-MISSES           PIC S9(007) COMP-3.
001260 77  RK-TOT-FLAGGED             PIC S9(005) COMP-3 VALUE 0.
001270*----------------------------------------------------------*
001280* ONE ENTRY PER USER AND FIELD MISKEYED, LISTED UNDER THE  *
001290* USER'S COUNTS.  PAST THE TABLE'S CAPACITY A MISMATCH IS  *
001300* STILL COUNTED BUT ITS FIELD IS NOT LISTED                *
001310*----------------------------------------------------------*
001320 77  RK-FLD-MAX                 PIC S9(005) COMP-3 VALUE 2000.
001330 77  RK-FLD-COUNT               PIC S9(005) COMP-3 VALUE 0.
001340 01  RK-FLD-TABLE.
001350     05 RK-FLD-ENTRY OCCURS 2000.
001360        10 RK-FLD-USER          PIC  X(010).
001370        10 RK-FLD-FILE          PIC  X(010).
001380        10 RK-FLD-FIELD         PIC  X(010).
001390        10 RK-FLD-MISSES        PIC S9(007) COMP-3.
001400        10 RK-FLD-PGM           PIC  X(010).
001410        10 RK-FLD-LAST-TS       PIC  X(026).
001420 01  RK-COLS-LINE.
001430     05 FILLER                  PIC  X(012) VALUE 'USER'.
001440     05 FILLER                  PIC  X(030) VALUE
001450                                'ATTEMPTS  MISMATCHES   RATE %'.
001460     05 FILLER                  PIC  X(038) VALUE SPACES.
001470 01  RK-WEEK-LINE.
001480     05 FILLER                  PIC  X(017) VALUE
001490                                'WEEK FROM'.
001500     05 RK-WEEK-FROM            PIC  X(010).
001510     05 FILLER                  PIC  X(004) VALUE ' TO '.
001520     05 RK-WEEK-THRU            PIC  X(010).
001530     05 FILLER                  PIC  X(019) VALUE
001540                                '   REPEAT LIMIT'.
001550     05 RK-WEEK-LIMIT           PIC  ZZZZ9.
001560     05 FILLER                  PIC  X(015) VALUE SPACES.
001570 01  RK-SUM-LINE.
001580     05 RK-SUM-USER             PIC  X(010).
001590     05 FILLER                  PIC  X(002) VALUE SPACES.
001600     05 RK-SUM-TRIES            PIC  ZZZZZZ9.
001610     05 FILLER                  PIC  X(005) VALUE SPACES.
001620     05 RK-SUM-MISSES           PIC  ZZZZZZ9.
001630     05 FILLER                  PIC  X(004) VALUE SPACES.
001640     05 RK-SUM-RATE             PIC  ZZ9.9.
001650     05 FILLER                  PIC  X(003) VALUE SPACES.
001660     05 RK-SUM-FLAG             PIC  X(020).
001670     05 FILLER                  PIC  X(017) VALUE SPACES.
001680 01  RK-DTL-LINE.
001690     05 FILLER                  PIC  X(004) VALUE SPACES.
001700     05 RK-DTL-FILE             PIC  X(010).
001710     05 FILLER                  PIC  X(001) VALUE SPACE.
001720     05 RK-DTL-FIELD            PIC  X(010).
001730     05 FILLER                  PIC  X(001) VALUE SPACE.
001740     05 RK-DTL-MISSES           PIC  ZZZZ9.
001750     05 FILLER                  PIC  X(011) VALUE ' MISSED IN '.
001760     05 RK-DTL-PGM              PIC  X(010).
001770     05 FILLER                  PIC  X(006) VALUE ' LAST '.
001780     05 RK-DTL-LAST             PIC  X(019).
001790     05 FILLER                  PIC  X(003) VALUE SPACES.
001800 01  RK-NOTE-LINE.
001810     05 RK-NOTE-TEXT            PIC  X(040).
001820     05 RK-NOTE-COUNT           PIC  Z,ZZZ,ZZ9.
001830     05 FILLER                  PIC  X(031) VALUE SPACES.
001840 01  RW-CTL.
001850     05 RW-FUNC                  PIC  X(001).
001860     05 RW-TITLE                 PIC  X(050).
001870     05 RW-TITLE-ID              PIC  X(010).
001880     05 RW-LANG                  PIC  X(003).
001890     05 RW-COLS                  PIC  X(080).
001900     05 RW-LINE                  PIC  X(080).
001910     05 RW-PAGE-SIZE             PIC  9(003).
001920 01  RW-OUT.
001930     05 RW-OUT-COUNT             PIC  9(001).
001940     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
001950 77  RW-X                        PIC S9(003) COMP-3.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE
001990         THRU 1000-INITIALIZE-EXIT
002000     PERFORM 2000-READ-RKEYLOG
002010         THRU 2000-READ-RKEYLOG-EXIT
002020     PERFORM 3000-COUNT-ATTEMPT
002030         THRU 3000-COUNT-ATTEMPT-EXIT
002040         UNTIL RK-AT-EOF
002050     PERFORM 5000-PRINT-USERS
002060         THRU 5000-PRINT-USERS-EXIT
002070     PERFORM 6000-PRINT-TOTALS
002080         THRU 6000-PRINT-TOTALS-EXIT
002090     PERFORM 9000-TERMINATE
002100         THRU 9000-TERMINATE-EXIT
002110     GO TO 9999-EXIT.
002120*----------------------------------------------------------*
002130* 1000-INITIALIZE - THE WEEK IS THE SEVEN DAYS BEFORE THE  *
002140*                   RUN DATE                               *
002150*----------------------------------------------------------*
002160 1000-INITIALIZE.
002170     OPEN OUTPUT RKEYRPT
002180     OPEN INPUT  RKEYLOG
002190     IF RK-FS-RKEYLOG NOT = '00'
002200        SET RK-AT-EOF TO TRUE
002210     END-IF
002220     ACCEPT RK-TODAY-DATE FROM DATE YYYYMMDD
002230     MOVE RK-TODAY-DATE TO RK-DN-DATE
002240     PERFORM 8000-DATE-TO-DAYNUM
002250         THRU 8000-DATE-TO-DAYNUM-EXIT
002260     MOVE RK-DN-NUM TO RK-TODAY-NUM
002270     COMPUTE RK-FROM-NUM = RK-TODAY-NUM - 7
002280     COMPUTE RK-THRU-NUM = RK-TODAY-NUM - 1
002290     MOVE RK-TODAY-DATE TO RK-WALK-DATE
002300     PERFORM 8100-PRIOR-DAY
002310         THRU 8100-PRIOR-DAY-EXIT
002320     MOVE SPACES TO RK-THRU-DATE
002330     STRING RK-WALK-YY '-' RK-WALK-MM '-' RK-WALK-DD
002340            DELIMITED BY SIZE INTO RK-THRU-DATE
002350     PERFORM 8100-PRIOR-DAY
002360         THRU 8100-PRIOR-DAY-EXIT
002370         6 TIMES
002380     MOVE SPACES TO RK-FROM-DATE
002390     STRING RK-WALK-YY '-' RK-WALK-MM '-' RK-WALK-DD
002400            DELIMITED BY SIZE INTO RK-FROM-DATE
002410     INITIALIZE RK-USR-TOTAL
002420     MOVE '*TOTAL' TO RK-TOT-ID
002430     MOVE 'RE-KEY VERIFICATION - WEEKLY MISMATCHES BY USER'
002440       TO RW-TITLE
002450     MOVE 'RKEYRPT'    TO RW-TITLE-ID
002460     MOVE SPACES       TO RW-LANG
002470     MOVE RK-COLS-LINE TO RW-COLS
002480     MOVE 60           TO RW-PAGE-SIZE
002490     MOVE 'I'          TO RW-FUNC
002500     PERFORM 8900-RW-PUT
002510         THRU 8900-RW-PUT-EXIT
002520     MOVE RK-FROM-DATE    TO RK-WEEK-FROM
002530     MOVE RK-THRU-DATE    TO RK-WEEK-THRU
002540     MOVE RK-REPEAT-LIMIT TO RK-WEEK-LIMIT
002550     MOVE RK-WEEK-LINE TO RW-LINE
002560     MOVE 'D' TO RW-FUNC
002570     PERFORM 8900-RW-PUT
002580         THRU 8900-RW-PUT-EXIT.
002590 1000-INITIALIZE-EXIT.
002600     EXIT.
002610 2000-READ-RKEYLOG.
002620     IF RK-AT-EOF
002630        GO TO 2000-READ-RKEYLOG-EXIT
002640     END-IF
002650     READ RKEYLOG
002660         AT END
002670            SET RK-AT-EOF TO TRUE
002680     END-READ.
002690 2000-READ-RKEYLOG-EXIT.
002700     EXIT.
002710*----------------------------------------------------------*
002720* 3000-COUNT-ATTEMPT - AN ATTEMPT IN THE WEEK COUNTS UNDER *
002730*                      ITS USER; A MISMATCH ALSO UNDER THE *
002740*                      USER'S FIELD                        *
002750*----------------------------------------------------------*
002760 3000-COUNT-ATTEMPT.
002770     MOVE RKEYLOG-TIMESTAMP (1:4) TO RK-DN-YY
002780     MOVE RKEYLOG-TIMESTAMP (6:2) TO RK-DN-MM
002790     MOVE RKEYLOG-TIMESTAMP (9:2) TO RK-DN-DD
002800     IF RK-DN-N NOT NUMERIC
002810        ADD 1 TO RK-SKIPPED
002820        GO TO 3000-COUNT-ATTEMPT-NEXT
002830     END-IF
002840     PERFORM 8000-DATE-TO-DAYNUM
002850         THRU 8000-DATE-TO-DAYNUM-EXIT
002860     IF RK-DN-NUM < RK-FROM-NUM OR RK-DN-NUM > RK-THRU-NUM
002870        GO TO 3000-COUNT-ATTEMPT-NEXT
002880     END-IF
002890     MOVE RKEYLOG-USER TO RK-USER
002900     IF RK-USER = SPACES
002910        MOVE '*NONE' TO RK-USER
002920     END-IF
002930     PERFORM 3100-FIND-USER
002940         THRU 3100-FIND-USER-EXIT
002950     IF RK-FOUND
002960        ADD 1 TO RK-USR-TRIES (RK-I)
002970        IF RKEYLOG-MISMATCH
002980           ADD 1 TO RK-USR-MISSES (RK-I)
002990        END-IF
003000     ELSE
003010        ADD 1 TO RK-USR-LOST
003020     END-IF
003030     ADD 1 TO RK-TOT-TRIES
003040     IF RKEYLOG-MISMATCH
003050        ADD 1 TO RK-TOT-MISSES
003060        PERFORM 3200-COUNT-FIELD
003070            THRU 3200-COUNT-FIELD-EXIT
003080     END-IF.
003090 3000-COUNT-ATTEMPT-NEXT.
003100     PERFORM 2000-READ-RKEYLOG
003110         THRU 2000-READ-RKEYLOG-EXIT.
003120 3000-COUNT-ATTEMPT-EXIT.
003130     EXIT.
003140*----------------------------------------------------------*
003150* 3100-FIND-USER - RK-I COMES BACK AT THE USER'S ENTRY.  A *
003160*                  NEW USER IS SLOTTED IN AT ITS PLACE IN  *
003170*                  USER ORDER, THE ENTRIES AFTER IT MOVED  *
003180*                  DOWN ONE                                *
003190*----------------------------------------------------------*
003200 3100-FIND-USER.
003210     MOVE 'N' TO RK-FOUND-SW
003220     PERFORM VARYING RK-I FROM 1 BY 1
003230             UNTIL RK-I > RK-USR-COUNT OR
003240                   RK-USR-ID (RK-I) NOT LESS RK-USER
003250        CONTINUE
003260     END-PERFORM
003270     IF RK-I NOT > RK-USR-COUNT AND RK-USR-ID (RK-I) = RK-USER
003280        SET RK-FOUND TO TRUE
003290        GO TO 3100-FIND-USER-EXIT
003300     END-IF
003310     IF RK-USR-COUNT NOT LESS RK-USR-MAX
003320        GO TO 3100-FIND-USER-EXIT
003330     END-IF
003340     PERFORM VARYING RK-J FROM RK-USR-COUNT BY -1
003350             UNTIL RK-J < RK-I
003360        MOVE RK-USR-ENTRY (RK-J) TO RK-USR-ENTRY (RK-J + 1)
003370     END-PERFORM
003380     ADD 1 TO RK-USR-COUNT
003390     INITIALIZE RK-USR-ENTRY (RK-I)
003400     MOVE RK-USER TO RK-USR-ID (RK-I)
003410     SET RK-FOUND TO TRUE.
003420 3100-FIND-USER-EXIT.
003430     EXIT.
003440 3200-COUNT-FIELD.
003450     MOVE 'N' TO RK-FOUND-SW
003460     PERFORM VARYING RK-K FROM 1 BY 1
003470             UNTIL RK-K > RK-FLD-COUNT OR RK-FOUND
003480        IF RK-FLD-USER (RK-K)  = RK-USER AND
003490           RK-FLD-FILE (RK-K)  = RKEYLOG-FILE AND
003500           RK-FLD-FIELD (RK-K) = RKEYLOG-FIELD
003510           SET RK-FOUND TO TRUE
003520        END-IF
003530     END-PERFORM
003540     IF RK-FOUND
003550        SUBTRACT 1 FROM RK-K
003560     ELSE
003570        IF RK-FLD-COUNT NOT LESS RK-FLD-MAX
003580           ADD 1 TO RK-FLD-LOST
003590           GO TO 3200-COUNT-FIELD-EXIT
003600        END-IF
003610        ADD 1 TO RK-FLD-COUNT
003620        MOVE RK-FLD-COUNT  TO RK-K
003630        MOVE RK-USER       TO RK-FLD-USER (RK-K)
003640        MOVE RKEYLOG-FILE  TO RK-FLD-FILE (RK-K)
003650        MOVE RKEYLOG-FIELD TO RK-FLD-FIELD (RK-K)
003660        MOVE 0             TO RK-FLD-MISSES (RK-K)
003670     END-IF
003680     ADD 1 TO RK-FLD-MISSES (RK-K)
003690     MOVE RKEYLOG-PGM       TO RK-FLD-PGM (RK-K)
003700     MOVE RKEYLOG-TIMESTAMP TO RK-FLD-LAST-TS (RK-K).
003710 3200-COUNT-FIELD-EXIT.
003720     EXIT.
003730*----------------------------------------------------------*
003740* 5000-PRINT-USERS - ONE COUNT LINE PER USER, THE FIELDS   *
003750*                    THE USER MISKEYED UNDER IT            *
003760*----------------------------------------------------------*
003770 5000-PRINT-USERS.
003780     PERFORM 5100-PRINT-ONE-USER
003790         THRU 5100-PRINT-ONE-USER-EXIT
003800         VARYING RK-I FROM 1 BY 1
003810         UNTIL RK-I > RK-USR-COUNT.
003820 5000-PRINT-USERS-EXIT.
003830     EXIT.
003840 5100-PRINT-ONE-USER.
003850     MOVE SPACES TO RW-LINE
003860     MOVE 'D' TO RW-FUNC
003870     PERFORM 8900-RW-PUT
003880         THRU 8900-RW-PUT-EXIT
003890     MOVE RK-USR-ID (RK-I)     TO RK-SUM-USER
003900     MOVE RK-USR-TRIES (RK-I)  TO RK-SUM-TRIES
003910     MOVE RK-USR-MISSES (RK-I) TO RK-SUM-MISSES
003920     MOVE 0 TO RK-RATE
003930     IF RK-USR-TRIES (RK-I) > 0
003940        COMPUTE RK-RATE ROUNDED = RK-USR-MISSES (RK-I) * 100
003950                                / RK-USR-TRIES (RK-I)
003960     END-IF
003970     MOVE RK-RATE TO RK-SUM-RATE
003980     MOVE SPACES TO RK-SUM-FLAG
003990     IF RK-USR-MISSES (RK-I) NOT LESS RK-REPEAT-LIMIT
004000        MOVE '** REPEATED **' TO RK-SUM-FLAG
004010        ADD 1 TO RK-TOT-FLAGGED
004020     END-IF
004030     MOVE RK-SUM-LINE TO RW-LINE
004040     MOVE 'D' TO RW-FUNC
004050     PERFORM 8900-RW-PUT
004060         THRU 8900-RW-PUT-EXIT
004070     PERFORM 5200-PRINT-ONE-FIELD
004080         THRU 5200-PRINT-ONE-FIELD-EXIT
004090         VARYING RK-K FROM 1 BY 1
004100         UNTIL RK-K > RK-FLD-COUNT.
004110 5100-PRINT-ONE-USER-EXIT.
004120     EXIT.
004130 5200-PRINT-ONE-FIELD.
004140     IF RK-FLD-USER (RK-K) NOT = RK-USR-ID (RK-I)
004150        GO TO 5200-PRINT-ONE-FIELD-EXIT
004160     END-IF
004170     MOVE RK-FLD-FILE (RK-K)           TO RK-DTL-FILE
004180     MOVE RK-FLD-FIELD (RK-K)          TO RK-DTL-FIELD
004190     MOVE RK-FLD-MISSES (RK-K)         TO RK-DTL-MISSES
004200     MOVE RK-FLD-PGM (RK-K)            TO RK-DTL-PGM
004210     MOVE RK-FLD-LAST-TS (RK-K) (1:19) TO RK-DTL-LAST
004220     MOVE RK-DTL-LINE TO RW-LINE
004230     MOVE 'D' TO RW-FUNC
004240     PERFORM 8900-RW-PUT
004250         THRU 8900-RW-PUT-EXIT.
004260 5200-PRINT-ONE-FIELD-EXIT.
004270     EXIT.
004280 6000-PRINT-TOTALS.
004290     MOVE SPACES TO RW-LINE
004300     MOVE 'D' TO RW-FUNC
004310     PERFORM 8900-RW-PUT
004320         THRU 8900-RW-PUT-EXIT
004330     MOVE RK-TOT-ID     TO RK-SUM-USER
004340     MOVE RK-TOT-TRIES  TO RK-SUM-TRIES
004350     MOVE RK-TOT-MISSES TO RK-SUM-MISSES
004360     MOVE 0 TO RK-RATE
004370     IF RK-TOT-TRIES > 0
004380        COMPUTE RK-RATE ROUNDED = RK-TOT-MISSES * 100
004390                                / RK-TOT-TRIES
004400     END-IF
004410     MOVE RK-RATE TO RK-SUM-RATE
004420     MOVE SPACES TO RK-SUM-FLAG
004430     MOVE RK-SUM-LINE TO RW-LINE
004440     MOVE 'T' TO RW-FUNC
004450     PERFORM 8900-RW-PUT
004460         THRU 8900-RW-PUT-EXIT
004470     MOVE 'USERS AT OR OVER THE REPEAT LIMIT' TO RK-NOTE-TEXT
004480     MOVE RK-TOT-FLAGGED TO RK-NOTE-COUNT
004490     MOVE RK-NOTE-LINE TO RW-LINE
004500     MOVE 'T' TO RW-FUNC
004510     PERFORM 8900-RW-PUT
004520         THRU 8900-RW-PUT-EXIT
004530     IF RK-USR-LOST > 0
004540        MOVE 'ATTEMPTS NOT LISTED - USER TABLE FULL'
004550          TO RK-NOTE-TEXT
004560        MOVE RK-USR-LOST TO RK-NOTE-COUNT
004570        MOVE RK-NOTE-LINE TO RW-LINE
004580        MOVE 'T' TO RW-FUNC
004590        PERFORM 8900-RW-PUT
004600            THRU 8900-RW-PUT-EXIT
004610     END-IF
004620     IF RK-FLD-LOST > 0
004630        MOVE 'MISMATCHES NOT LISTED - FIELD TABLE FULL'
004640          TO RK-NOTE-TEXT
004650        MOVE RK-FLD-LOST TO RK-NOTE-COUNT
004660        MOVE RK-NOTE-LINE TO RW-LINE
004670        MOVE 'T' TO RW-FUNC
004680        PERFORM 8900-RW-PUT
004690            THRU 8900-RW-PUT-EXIT
004700     END-IF
004710     IF RK-SKIPPED > 0
004720        MOVE 'LOG ROWS WITH NO READABLE DATE' TO RK-NOTE-TEXT
004730        MOVE RK-SKIPPED TO RK-NOTE-COUNT
004740        MOVE RK-NOTE-LINE TO RW-LINE
004750        MOVE 'T' TO RW-FUNC
004760        PERFORM 8900-RW-PUT
004770            THRU 8900-RW-PUT-EXIT
004780     END-IF.
004790 6000-PRINT-TOTALS-EXIT.
004800     EXIT.
004810 8000-DATE-TO-DAYNUM.
004820     MOVE RK-DN-YY TO RK-DW-YY
004830     MOVE RK-DN-MM TO RK-DW-MM
004840     MOVE RK-DN-DD TO RK-DW-DD
004850     IF RK-DW-MM GREATER 2
004860        SUBTRACT 3 FROM RK-DW-MM
004870     ELSE
004880        ADD 9 TO RK-DW-MM
004890        SUBTRACT 1 FROM RK-DW-YY
004900     END-IF
004910     COMPUTE RK-DN-D = ((153 * RK-DW-MM) + 2) / 5
004920     COMPUTE RK-DN-L4 = RK-DW-YY / 4
004930     COMPUTE RK-DN-L100 = RK-DW-YY / 100
004940     COMPUTE RK-DN-L400 = RK-DW-YY / 400
004950     COMPUTE RK-DN-NUM = RK-DW-YY * 365 +
004960                         RK-DN-L4 -
004970                         RK-DN-L100 +
004980                         RK-DN-L400 +
004990                         RK-DN-D +
005000                         RK-DW-DD.
005010 8000-DATE-TO-DAYNUM-EXIT.
005020     EXIT.
005030 8100-PRIOR-DAY.
005040     IF RK-WALK-DD > 1
005050        SUBTRACT 1 FROM RK-WALK-DD
005060        GO TO 8100-PRIOR-DAY-EXIT
005070     END-IF
005080     IF RK-WALK-MM = 1
005090        MOVE 12 TO RK-WALK-MM
005100        SUBTRACT 1 FROM RK-WALK-YY
005110     ELSE
005120        SUBTRACT 1 FROM RK-WALK-MM
005130     END-IF
005140     MOVE RK-WALK-MM TO RK-ML-MM
005150     MOVE RK-MLEN (RK-ML-MM) TO RK-MLEN-CUR
005160     IF RK-ML-MM = 2
005170        DIVIDE RK-WALK-YY BY 4   GIVING RK-LEAP-Q
005180                                 REMAINDER RK-LEAP-R4
005190        DIVIDE RK-WALK-YY BY 100 GIVING RK-LEAP-Q
005200                                 REMAINDER RK-LEAP-R100
005210        DIVIDE RK-WALK-YY BY 400 GIVING RK-LEAP-Q
005220                                 REMAINDER RK-LEAP-R400
005230        IF RK-LEAP-R4 = 0 AND
005240           (RK-LEAP-R100 NOT = 0 OR RK-LEAP-R400 = 0)
005250           MOVE 29 TO RK-MLEN-CUR
005260        END-IF
005270     END-IF
005280     MOVE RK-MLEN-CUR TO RK-WALK-DD.
005290 8100-PRIOR-DAY-EXIT.
005300     EXIT.
005310 8900-RW-PUT.
005320     CALL 'GXRPTW' USING RW-CTL RW-OUT
005330     PERFORM VARYING RW-X FROM 1 BY 1
005340             UNTIL RW-X > RW-OUT-COUNT
005350        WRITE RKEYRPT-LINE FROM RW-OUT-LINE (RW-X)
005360     END-PERFORM.
005370 8900-RW-PUT-EXIT.
005380     EXIT.
005390 9000-TERMINATE.
005400     MOVE 'C' TO RW-FUNC
005410     PERFORM 8900-RW-PUT
005420         THRU 8900-RW-PUT-EXIT
005430     CLOSE RKEYLOG
005440     CLOSE RKEYRPT.
005450 9000-TERMINATE-EXIT.
005460     EXIT.
005470 9999-EXIT.
005480     STOP RUN.
