000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUMBUILD.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - NIGHTLY REBUILD OF   *
000100*                   THE SUMMARY FILE THE HEAVY INQUIRIES   *
000110*                   READ INSTEAD OF TOTALLING THE DETAIL.  *
000120*                   EACH ACTIVE SUMDEF ROW NAMES A DETAIL  *
000130*                   FILE AND, BY FLDDICT NAME, ITS         *
000140*                   COMPANY, DATE, CONTROL-BREAK LINE,     *
000150*                   AMOUNT AND OPTIONAL DEBIT/CREDIT       *
000160*                   FIELDS.  THE FILE'S SUMMARY ROWS ARE   *
000170*                   CLEARED, THE DETAIL IS READ THROUGH    *
000180*                   THE SUMSRC OVERRIDE AND TOTALLED BY    *
000190*                   COMPANY, PERIOD AND LINE - THE CC400   *
000200*                   CONTROL BREAK - AND A *BUILT MARKER    *
000210*                   ROW IS LEFT SO THE INSERT/UPDATE CHAIN *
000220*                   KNOWS IT MAY MAINTAIN THE TOTALS       *
000230*                   THROUGH THE DAY.  RUN AS THE LAST STEP *
000240*                   OF THE NIGHT STREAM, AFTER EVERY BATCH *
000250*                   POSTING AND AFTER SUMPROOF             *
000252*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY  *
000254*                   VERIFICATION FLAG                      *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-ISERIES.
000300 OBJECT-COMPUTER.   IBM-ISERIES.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SUMDEF     ASSIGN TO DATABASE-SUMDEF
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS SB-FS-SUMDEF.
000360     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS SB-FS-FLDDICT.
000390     SELECT SUMSRC     ASSIGN TO DATABASE-SUMSRC
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS SB-FS-SUMSRC.
000420     SELECT SUMMARY    ASSIGN TO DATABASE-SUMMARY
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS DYNAMIC
000450         RECORD KEY   IS SUMMARY-KEY
000460         FILE STATUS  IS SB-FS-SUMMARY.
000470     SELECT SUMRPT     ASSIGN TO DATABASE-SUMRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS SB-FS-SUMRPT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------*
000530* ONE ROW PER SUMMARISED DETAIL FILE.  THE FIELDS ARE      *
000540* FLDDICT NAMES; THE DATE MAY BE YYYYMMDD OR A TIMESTAMP,  *
000550* THE AMOUNT PACKED (P) OR ZONED WITH TWO DECIMALS.  A     *
000560* DEBIT/CREDIT FIELD HOLDING C TURNS THE AMOUNT NEGATIVE   *
000570*----------------------------------------------------------*
000580 FD  SUMDEF.
000590 01  SUMDEF-RECORD.
000600     05 SUMDEF-FILE              PIC  X(010).
000610     05 SUMDEF-COMPANY-FLD       PIC  X(010).
000620     05 SUMDEF-DATE-FLD          PIC  X(010).
000630     05 SUMDEF-LINE-FLD          PIC  X(010).
000640     05 SUMDEF-AMOUNT-FLD        PIC  X(010).
000650     05 SUMDEF-DC-FLD            PIC  X(010).
000660     05 SUMDEF-ACTIVE            PIC  X(001).
000670     05 SUMDEF-DESC              PIC  X(030).
000680 FD  FLDDICT.
000690 01  FLDDICT-RECORD.
000700     05 FLDDICT-KEY.
000710        10 FLDDICT-FILE          PIC  X(010).
000720        10 FLDDICT-FIELD         PIC  X(010).
000730     05 FLDDICT-POS              PIC  9(003).
000740     05 FLDDICT-LEN              PIC  9(003).
000750     05 FLDDICT-TYPE             PIC  X(001).
000760     05 FLDDICT-DESC             PIC  X(030).
000770     05 FLDDICT-DOMAIN           PIC  X(020).
000780     05 FLDDICT-MASK             PIC  X(001).
000790     05 FLDDICT-PERSONAL         PIC  X(001).
000800     05 FLDDICT-OWNER            PIC  X(010).
000805     05 FLDDICT-REKEY            PIC  X(001).
000810 FD  SUMSRC.
000820 01  SUMSRC-RECORD               PIC  X(512).
000830 FD  SUMMARY.
000840 01  SUMMARY-RECORD.
000850     05 SUMMARY-KEY.
000860        10 SUMMARY-FILE          PIC  X(010).
000870        10 SUMMARY-COMPANY       PIC  X(003).
000880        10 SUMMARY-PERIOD        PIC  9(006).
000890        10 SUMMARY-LINE          PIC  X(010).
000900     05 SUMMARY-AMOUNT           PIC S9(013)V9(002) COMP-3.
000910     05 SUMMARY-COUNT            PIC S9(009) COMP-3.
000920     05 SUMMARY-BUILT-TS         PIC  X(026).
000930     05 SUMMARY-DAY-CHANGES      PIC S9(007) COMP-3.
000940     05 SUMMARY-CHANGED-TS       PIC  X(026).
000950 FD  SUMRPT.
000960 01  SUMRPT-LINE                 PIC  X(080).
000970 WORKING-STORAGE SECTION.
000980 77  SB-FS-SUMDEF                PIC  X(002).
000990 77  SB-FS-FLDDICT               PIC  X(002).
001000 77  SB-FS-SUMSRC                PIC  X(002).
001010 77  SB-FS-SUMMARY               PIC  X(002).
001020 77  SB-FS-SUMRPT                PIC  X(002).
001030 77  SB-DEF-EOF-SW               PIC  X(001)     VALUE 'N'.
001040     88 SB-DEF-AT-EOF                            VALUE 'Y'.
001050 77  SB-EOF-SW                   PIC  X(001).
001060     88 SB-AT-EOF                                VALUE 'Y'.
001070 77  SB-I                        PIC S9(004) COMP-3.
001080 77  SB-FILE-COUNT               PIC S9(005) COMP-3 VALUE 0.
001090 77  SB-DTL-COUNT                PIC S9(009) COMP-3.
001100 77  SB-BREAK-COUNT              PIC S9(007) COMP-3.
001110 77  SB-BAD-COUNT                PIC S9(007) COMP-3.
001120 01  SB-BUILT-LINE               PIC  X(010) VALUE '*BUILT'.
001130*----------------------------------------------------------*
001140* RESOLVED FIELD SLOTS: 1 COMPANY, 2 DATE, 3 LINE, 4       *
001150* AMOUNT, 5 DEBIT/CREDIT                                   *
001160*----------------------------------------------------------*
001170 01  SB-FLD-TABLE.
001180     05 SB-FLD-ENTRY OCCURS 5 TIMES.
001190        10 SB-FL-NAME            PIC  X(010).
001200        10 SB-FL-POS             PIC  9(003).
001210        10 SB-FL-LEN             PIC  9(003).
001220        10 SB-FL-TYPE            PIC  X(001).
001230*----------------------------------------------------------*
001240* THE CONTROL BREAK AND AMOUNT OF THE DETAIL ROW IN HAND   *
001250*----------------------------------------------------------*
001260 01  SB-ROW-COMPANY              PIC  X(003).
001270 01  SB-ROW-PERIOD-X             PIC  X(006).
001280 01  SB-ROW-PERIOD REDEFINES SB-ROW-PERIOD-X
001290                                 PIC  9(006).
001300 01  SB-ROW-LINE                 PIC  X(010).
001310 01  SB-ROW-AMOUNT               PIC S9(013)V9(002).
001320 01  SB-ROW-SW                   PIC  X(001).
001330     88 SB-ROW-GOOD                              VALUE 'Y'.
001340     88 SB-ROW-BAD                               VALUE 'N'.
001350*----------------------------------------------------------*
001360* AMOUNT DECODING - THE FIELD'S BYTES RIGHT-ALIGNED IN A   *
001370* 17-DIGIT PACKED OR ZONED VIEW                            *
001380*----------------------------------------------------------*
001390 01  SB-PACK-X                   PIC  X(009).
001400 01  SB-PACK-N REDEFINES SB-PACK-X
001410                                 PIC S9(015)V9(002) COMP-3.
001420 01  SB-ZONE-X                   PIC  X(017).
001430 01  SB-ZONE-N REDEFINES SB-ZONE-X
001440                                 PIC S9(015)V9(002).
001450 77  SB-AMT-LEN                  PIC S9(004) COMP-3.
001460 77  SB-AMT-AT                   PIC S9(004) COMP-3.
001470 01  SB-TODAY-DATE.
001480     05 SB-TODAY-YY              PIC  9(004).
001490     05 SB-TODAY-MM              PIC  9(002).
001500     05 SB-TODAY-DD              PIC  9(002).
001510 01  SB-NOW-TIME.
001520     05 SB-NOW-HH                PIC  9(002).
001530     05 SB-NOW-MIN               PIC  9(002).
001540     05 SB-NOW-SS                PIC  9(002).
001550     05 SB-NOW-HS                PIC  9(002).
001560 01  SB-NOW-TS                   PIC  X(026).
001570 01  SB-CMD                      PIC  X(512).
001580 77  SB-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001590 77  SB-CMD-PTR                  PIC S9(004) COMP-3.
001600 01  SB-HDG-LINE-1.
001610     05 FILLER                   PIC  X(034)
001620            VALUE 'CONTROL-BREAK SUMMARY REBUILD'.
001630     05 FILLER                   PIC  X(046) VALUE SPACES.
001640 01  SB-HDG-LINE-2.
001650     05 FILLER                   PIC  X(012) VALUE 'FILE'.
001660     05 FILLER                   PIC  X(014)
001670            VALUE '   DETAIL ROWS'.
001680     05 FILLER                   PIC  X(009) VALUE '   BREAKS'.
001690     05 FILLER                   PIC  X(010) VALUE '   BAD AMT'.
001700     05 FILLER                   PIC  X(005) VALUE SPACES.
001710     05 FILLER                   PIC  X(030) VALUE 'RESULT'.
001720 01  SB-DTL-LINE.
001730     05 SB-DTL-FILE              PIC  X(010).
001740     05 FILLER                   PIC  X(002) VALUE SPACES.
001750     05 SB-DTL-ROWS              PIC ZZ,ZZZ,ZZZ,ZZ9.
001760     05 FILLER                   PIC  X(002) VALUE SPACES.
001770     05 SB-DTL-BREAKS            PIC ZZZ,ZZ9.
001780     05 FILLER                   PIC  X(003) VALUE SPACES.
001790     05 SB-DTL-BAD               PIC ZZZ,ZZ9.
001800     05 FILLER                   PIC  X(004) VALUE SPACES.
001810     05 SB-DTL-RESULT            PIC  X(031).
001820 01  SB-SUM-LINE.
001830     05 FILLER           PIC X(024) VALUE 'DETAIL FILES REBUILT:'.
001840     05 SB-SUM-COUNT             PIC ZZ,ZZ9.
001850     05 FILLER                   PIC  X(050) VALUE SPACES.
001860*----------------------------------------------------------*
001870* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
001880* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
001890*----------------------------------------------------------*
001900 01  RW-CTL.
001910     05 RW-FUNC                  PIC  X(001).
001920     05 RW-TITLE                 PIC  X(050).
001930     05 RW-TITLE-ID              PIC  X(010).
001940     05 RW-LANG                  PIC  X(003).
001950     05 RW-COLS                  PIC  X(080).
001960     05 RW-LINE                  PIC  X(080).
001970     05 RW-PAGE-SIZE             PIC  9(003).
001980 01  RW-OUT.
001990     05 RW-OUT-COUNT             PIC  9(001).
002000     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002010 77  RW-X                        PIC S9(003) COMP-3.
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE
002050         THRU 1000-INITIALIZE-EXIT
002060     PERFORM 2000-BUILD-FILE
002070         THRU 2000-BUILD-FILE-EXIT
002080         UNTIL SB-DEF-AT-EOF
002090     PERFORM 6000-PRINT-SUMMARY
002100         THRU 6000-PRINT-SUMMARY-EXIT
002110     PERFORM 9000-TERMINATE
002120         THRU 9000-TERMINATE-EXIT
002130     GO TO 9999-EXIT.
002140*----------------------------------------------------------*
002150* 1000-INITIALIZE - OPEN FILES, FIX THE RUN STAMP          *
002160*----------------------------------------------------------*
002170 1000-INITIALIZE.
002180     OPEN INPUT  SUMDEF
002190     OPEN I-O    SUMMARY
002200     OPEN OUTPUT SUMRPT
002210     ACCEPT SB-TODAY-DATE FROM DATE YYYYMMDD
002220     ACCEPT SB-NOW-TIME   FROM TIME
002230     MOVE SPACES TO SB-NOW-TS
002240     STRING SB-TODAY-YY '-' SB-TODAY-MM '-' SB-TODAY-DD '-'
002250            SB-NOW-HH '.' SB-NOW-MIN '.' SB-NOW-SS '.000000'
002260            DELIMITED BY SIZE INTO SB-NOW-TS
002270     MOVE SB-HDG-LINE-1 TO RW-TITLE
002280     MOVE 'SUMRPT' TO RW-TITLE-ID
002290     MOVE SPACES TO RW-LANG
002300     MOVE SB-HDG-LINE-2 TO RW-COLS
002310     MOVE 60 TO RW-PAGE-SIZE
002320     MOVE 'I' TO RW-FUNC
002330     PERFORM 8900-RW-PUT
002340         THRU 8900-RW-PUT-EXIT.
002350 1000-INITIALIZE-EXIT.
002360     EXIT.
002370*----------------------------------------------------------*
002380* 2000-BUILD-FILE - ONE SUMDEF ROW: CLEAR THE FILE'S       *
002390*                   SUMMARY, TOTAL THE DETAIL AFRESH,      *
002400*                   LEAVE THE MARKER                       *
002410*----------------------------------------------------------*
002420 2000-BUILD-FILE.
002430     READ SUMDEF
002440         AT END
002450            SET SB-DEF-AT-EOF TO TRUE
002460            GO TO 2000-BUILD-FILE-EXIT
002470     END-READ
002480     IF SUMDEF-ACTIVE = 'N'
002490        GO TO 2000-BUILD-FILE-EXIT
002500     END-IF
002510     MOVE SUMDEF-FILE TO SB-DTL-FILE
002520     MOVE 0 TO SB-DTL-COUNT
002530     MOVE 0 TO SB-BREAK-COUNT
002540     MOVE 0 TO SB-BAD-COUNT
002550     PERFORM 2100-RESOLVE-FIELDS
002560         THRU 2100-RESOLVE-FIELDS-EXIT
002570     IF SB-FL-LEN (1) = 0 OR SB-FL-LEN (2) = 0 OR
002580        SB-FL-LEN (3) = 0 OR SB-FL-LEN (4) = 0
002590        MOVE 'FIELDS NOT IN FLDDICT - SKIPPED' TO SB-DTL-RESULT
002600        GO TO 2000-BUILD-FILE-REPORT
002610     END-IF
002620     PERFORM 4200-OVERRIDE-SOURCE
002630         THRU 4200-OVERRIDE-SOURCE-EXIT
002640     OPEN INPUT SUMSRC
002650     IF SB-FS-SUMSRC NOT = '00'
002660        PERFORM 4800-DROP-OVERRIDE
002670            THRU 4800-DROP-OVERRIDE-EXIT
002680        MOVE 'FILE NOT FOUND - SKIPPED' TO SB-DTL-RESULT
002690        GO TO 2000-BUILD-FILE-REPORT
002700     END-IF
002710     PERFORM 2200-CLEAR-SUMMARY
002720         THRU 2200-CLEAR-SUMMARY-EXIT
002730     MOVE 'N' TO SB-EOF-SW
002740     PERFORM 2300-ADD-DETAIL
002750         THRU 2300-ADD-DETAIL-EXIT
002760         UNTIL SB-AT-EOF
002770     CLOSE SUMSRC
002780     PERFORM 4800-DROP-OVERRIDE
002790         THRU 4800-DROP-OVERRIDE-EXIT
002800     PERFORM 2500-WRITE-MARKER
002810         THRU 2500-WRITE-MARKER-EXIT
002820     ADD 1 TO SB-FILE-COUNT
002830     MOVE 'REBUILT' TO SB-DTL-RESULT.
002840 2000-BUILD-FILE-REPORT.
002850     MOVE SB-DTL-COUNT   TO SB-DTL-ROWS
002860     MOVE SB-BREAK-COUNT TO SB-DTL-BREAKS
002870     MOVE SB-BAD-COUNT   TO SB-DTL-BAD
002880     MOVE SB-DTL-LINE TO RW-LINE
002890     MOVE 'D' TO RW-FUNC
002900     PERFORM 8900-RW-PUT
002910         THRU 8900-RW-PUT-EXIT.
002920 2000-BUILD-FILE-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 2100-RESOLVE-FIELDS - ONE DICTIONARY PASS FOR THE FIVE   *
002960*                       NAMED FIELDS                       *
002970*----------------------------------------------------------*
002980 2100-RESOLVE-FIELDS.
002990     MOVE SUMDEF-COMPANY-FLD TO SB-FL-NAME (1)
003000     MOVE SUMDEF-DATE-FLD    TO SB-FL-NAME (2)
003010     MOVE SUMDEF-LINE-FLD    TO SB-FL-NAME (3)
003020     MOVE SUMDEF-AMOUNT-FLD  TO SB-FL-NAME (4)
003030     MOVE SUMDEF-DC-FLD      TO SB-FL-NAME (5)
003040     PERFORM VARYING SB-I FROM 1 BY 1 UNTIL SB-I > 5
003050        MOVE 0      TO SB-FL-POS (SB-I)
003060        MOVE 0      TO SB-FL-LEN (SB-I)
003070        MOVE SPACES TO SB-FL-TYPE (SB-I)
003080     END-PERFORM
003090     OPEN INPUT FLDDICT
003100     MOVE 'N' TO SB-EOF-SW
003110     PERFORM 2110-MATCH-FIELD
003120         THRU 2110-MATCH-FIELD-EXIT
003130         UNTIL SB-AT-EOF
003140     CLOSE FLDDICT.
003150 2100-RESOLVE-FIELDS-EXIT.
003160     EXIT.
003170 2110-MATCH-FIELD.
003180     READ FLDDICT
003190         AT END
003200            SET SB-AT-EOF TO TRUE
003210            GO TO 2110-MATCH-FIELD-EXIT
003220     END-READ
003230     IF FLDDICT-FILE NOT = SUMDEF-FILE
003240        GO TO 2110-MATCH-FIELD-EXIT
003250     END-IF
003260     PERFORM VARYING SB-I FROM 1 BY 1 UNTIL SB-I > 5
003270        IF SB-FL-NAME (SB-I) = FLDDICT-FIELD AND
003280           SB-FL-NAME (SB-I) NOT = SPACES
003290           MOVE FLDDICT-POS  TO SB-FL-POS (SB-I)
003300           MOVE FLDDICT-LEN  TO SB-FL-LEN (SB-I)
003310           MOVE FLDDICT-TYPE TO SB-FL-TYPE (SB-I)
003320        END-IF
003330     END-PERFORM.
003340 2110-MATCH-FIELD-EXIT.
003350     EXIT.
003360*----------------------------------------------------------*
003370* 2200-CLEAR-SUMMARY - THE FILE'S ROWS, MARKER INCLUDED,   *
003380*                      GO BEFORE THE REBUILD               *
003390*----------------------------------------------------------*
003400 2200-CLEAR-SUMMARY.
003410     MOVE SUMDEF-FILE TO SUMMARY-FILE
003420     MOVE LOW-VALUES  TO SUMMARY-COMPANY
003430     MOVE 0           TO SUMMARY-PERIOD
003440     MOVE LOW-VALUES  TO SUMMARY-LINE
003450     MOVE 'N' TO SB-EOF-SW
003460     START SUMMARY KEY NOT LESS SUMMARY-KEY
003470        INVALID KEY
003480           SET SB-AT-EOF TO TRUE
003490     END-START
003500     PERFORM 2210-DELETE-ROW
003510         THRU 2210-DELETE-ROW-EXIT
003520         UNTIL SB-AT-EOF
003530     MOVE 'N' TO SB-EOF-SW.
003540 2200-CLEAR-SUMMARY-EXIT.
003550     EXIT.
003560 2210-DELETE-ROW.
003570     READ SUMMARY NEXT RECORD
003580        AT END
003590           SET SB-AT-EOF TO TRUE
003600           GO TO 2210-DELETE-ROW-EXIT
003610     END-READ
003620     IF SUMMARY-FILE NOT = SUMDEF-FILE
003630        SET SB-AT-EOF TO TRUE
003640        GO TO 2210-DELETE-ROW-EXIT
003650     END-IF
003660     DELETE SUMMARY RECORD
003670        INVALID KEY
003680           CONTINUE
003690     END-DELETE.
003700 2210-DELETE-ROW-EXIT.
003710     EXIT.
003720 2300-ADD-DETAIL.
003730     READ SUMSRC
003740         AT END
003750            SET SB-AT-EOF TO TRUE
003760            GO TO 2300-ADD-DETAIL-EXIT
003770     END-READ
003780     ADD 1 TO SB-DTL-COUNT
003790     PERFORM 8200-EXTRACT-ROW
003800         THRU 8200-EXTRACT-ROW-EXIT
003810     IF SB-ROW-BAD
003820        ADD 1 TO SB-BAD-COUNT
003830     END-IF
003840     MOVE SUMDEF-FILE    TO SUMMARY-FILE
003850     MOVE SB-ROW-COMPANY TO SUMMARY-COMPANY
003860     MOVE SB-ROW-PERIOD  TO SUMMARY-PERIOD
003870     MOVE SB-ROW-LINE    TO SUMMARY-LINE
003880     READ SUMMARY RECORD
003890        INVALID KEY
003900           MOVE SB-ROW-AMOUNT TO SUMMARY-AMOUNT
003910           MOVE 1             TO SUMMARY-COUNT
003920           MOVE SB-NOW-TS     TO SUMMARY-BUILT-TS
003930           MOVE 0             TO SUMMARY-DAY-CHANGES
003940           MOVE SPACES        TO SUMMARY-CHANGED-TS
003950           WRITE SUMMARY-RECORD
003960              INVALID KEY
003970                 CONTINUE
003980              NOT INVALID KEY
003990                 ADD 1 TO SB-BREAK-COUNT
004000           END-WRITE
004010           GO TO 2300-ADD-DETAIL-EXIT
004020     END-READ
004030     ADD SB-ROW-AMOUNT TO SUMMARY-AMOUNT
004040     ADD 1             TO SUMMARY-COUNT
004050     REWRITE SUMMARY-RECORD
004060        INVALID KEY
004070           CONTINUE
004080     END-REWRITE.
004090 2300-ADD-DETAIL-EXIT.
004100     EXIT.
004110*----------------------------------------------------------*
004120* 2500-WRITE-MARKER - FROM HERE ON THE INSERT/UPDATE CHAIN *
004130*                     MAINTAINS THE FILE'S TOTALS AND THE  *
004140*                     INQUIRIES TRUST THEM                 *
004150*----------------------------------------------------------*
004160 2500-WRITE-MARKER.
004170     MOVE SUMDEF-FILE   TO SUMMARY-FILE
004180     MOVE SPACES        TO SUMMARY-COMPANY
004190     MOVE 0             TO SUMMARY-PERIOD
004200     MOVE SB-BUILT-LINE TO SUMMARY-LINE
004210     MOVE 0             TO SUMMARY-AMOUNT
004220     MOVE SB-DTL-COUNT  TO SUMMARY-COUNT
004230     MOVE SB-NOW-TS     TO SUMMARY-BUILT-TS
004240     MOVE 0             TO SUMMARY-DAY-CHANGES
004250     MOVE SPACES        TO SUMMARY-CHANGED-TS
004260     WRITE SUMMARY-RECORD
004270        INVALID KEY
004280           REWRITE SUMMARY-RECORD
004290              INVALID KEY
004300                 CONTINUE
004310           END-REWRITE
004320     END-WRITE.
004330 2500-WRITE-MARKER-EXIT.
004340     EXIT.
004350*----------------------------------------------------------*
004360* 4200-OVERRIDE-SOURCE - SUMSRC IS POINTED AT THE DETAIL   *
004370*                        FILE THE SUMDEF ROW NAMES         *
004380*----------------------------------------------------------*
004390 4200-OVERRIDE-SOURCE.
004400     MOVE 1 TO SB-CMD-PTR
004410     MOVE SPACES TO SB-CMD
004420     STRING 'OVRDBF FILE(SUMSRC) TOFILE(*LIBL/'
004430            DELIMITED BY SIZE
004440            SUMDEF-FILE DELIMITED BY SPACE
004450            ')' DELIMITED BY SIZE
004460            INTO SB-CMD
004470            POINTER SB-CMD-PTR
004480     COMPUTE SB-CMDLEN = SB-CMD-PTR - 1
004490     CALL 'QCMDEXC' USING SB-CMD SB-CMDLEN
004500         ON EXCEPTION
004510            CONTINUE
004520     END-CALL.
004530 4200-OVERRIDE-SOURCE-EXIT.
004540     EXIT.
004550 4800-DROP-OVERRIDE.
004560     MOVE 1 TO SB-CMD-PTR
004570     MOVE SPACES TO SB-CMD
004580     STRING 'DLTOVR FILE(SUMSRC)'
004590            DELIMITED BY SIZE INTO SB-CMD
004600            POINTER SB-CMD-PTR
004610     COMPUTE SB-CMDLEN = SB-CMD-PTR - 1
004620     CALL 'QCMDEXC' USING SB-CMD SB-CMDLEN
004630         ON EXCEPTION
004640            CONTINUE
004650     END-CALL.
004660 4800-DROP-OVERRIDE-EXIT.
004670     EXIT.
004680 6000-PRINT-SUMMARY.
004690     MOVE SB-FILE-COUNT TO SB-SUM-COUNT
004700     MOVE SB-SUM-LINE TO RW-LINE
004710     MOVE 'T' TO RW-FUNC
004720     PERFORM 8900-RW-PUT
004730         THRU 8900-RW-PUT-EXIT.
004740 6000-PRINT-SUMMARY-EXIT.
004750     EXIT.
004760*----------------------------------------------------------*
004770* 8200-EXTRACT-ROW - THE CONTROL BREAK AND SIGNED AMOUNT   *
004780*                    OF THE DETAIL ROW; AN AMOUNT THAT     *
004790*                    WILL NOT DECODE COUNTS AS ZERO AND IS *
004800*                    REPORTED                              *
004810*----------------------------------------------------------*
004820 8200-EXTRACT-ROW.
004830     SET  SB-ROW-GOOD TO TRUE
004840     MOVE SPACES TO SB-ROW-COMPANY
004850     MOVE SPACES TO SB-ROW-LINE
004860     MOVE 0      TO SB-ROW-AMOUNT
004870     IF SB-FL-LEN (1) GREATER 3
004880        MOVE SUMSRC-RECORD (SB-FL-POS (1):3) TO SB-ROW-COMPANY
004890     ELSE
004900        MOVE SUMSRC-RECORD (SB-FL-POS (1):SB-FL-LEN (1))
004910          TO SB-ROW-COMPANY
004920     END-IF
004930     IF SB-FL-LEN (3) GREATER 10
004940        MOVE SUMSRC-RECORD (SB-FL-POS (3):10) TO SB-ROW-LINE
004950     ELSE
004960        MOVE SUMSRC-RECORD (SB-FL-POS (3):SB-FL-LEN (3))
004970          TO SB-ROW-LINE
004980     END-IF
004990*----------------------------------------------------------*
005000*    A TIMESTAMP DATE IS YYYY-MM-..., A PLAIN ONE YYYYMMDD *
005010*----------------------------------------------------------*
005020     IF SUMSRC-RECORD (SB-FL-POS (2) + 4:1) = '-'
005030        MOVE SUMSRC-RECORD (SB-FL-POS (2):4)
005040          TO SB-ROW-PERIOD-X (1:4)
005050        MOVE SUMSRC-RECORD (SB-FL-POS (2) + 5:2)
005060          TO SB-ROW-PERIOD-X (5:2)
005070     ELSE
005080        MOVE SUMSRC-RECORD (SB-FL-POS (2):6) TO SB-ROW-PERIOD-X
005090     END-IF
005100     IF SB-ROW-PERIOD-X NOT NUMERIC
005110        MOVE 0 TO SB-ROW-PERIOD
005120     END-IF
005130     MOVE SB-FL-LEN (4) TO SB-AMT-LEN
005140     IF SB-FL-TYPE (4) = 'P'
005150        IF SB-AMT-LEN GREATER 9
005160           MOVE 9 TO SB-AMT-LEN
005170        END-IF
005180        COMPUTE SB-AMT-AT = SB-FL-POS (4) + SB-FL-LEN (4)
005190                          - SB-AMT-LEN
005200        MOVE LOW-VALUES TO SB-PACK-X
005210        MOVE SUMSRC-RECORD (SB-AMT-AT:SB-AMT-LEN)
005220          TO SB-PACK-X (10 - SB-AMT-LEN:SB-AMT-LEN)
005230        IF SB-PACK-N NUMERIC
005240           MOVE SB-PACK-N TO SB-ROW-AMOUNT
005250        ELSE
005260           SET SB-ROW-BAD TO TRUE
005270        END-IF
005280     ELSE
005290        IF SB-AMT-LEN GREATER 17
005300           MOVE 17 TO SB-AMT-LEN
005310        END-IF
005320        COMPUTE SB-AMT-AT = SB-FL-POS (4) + SB-FL-LEN (4)
005330                          - SB-AMT-LEN
005340        MOVE ALL '0' TO SB-ZONE-X
005350        MOVE SUMSRC-RECORD (SB-AMT-AT:SB-AMT-LEN)
005360          TO SB-ZONE-X (18 - SB-AMT-LEN:SB-AMT-LEN)
005370        IF SB-ZONE-N NUMERIC
005380           MOVE SB-ZONE-N TO SB-ROW-AMOUNT
005390        ELSE
005400           SET SB-ROW-BAD TO TRUE
005410        END-IF
005420     END-IF
005430     IF SB-FL-LEN (5) GREATER 0
005440        IF SUMSRC-RECORD (SB-FL-POS (5):1) = 'C'
005450           COMPUTE SB-ROW-AMOUNT = 0 - SB-ROW-AMOUNT
005460        END-IF
005470     END-IF.
005480 8200-EXTRACT-ROW-EXIT.
005490     EXIT.
005500 9000-TERMINATE.
005510     MOVE 'C' TO RW-FUNC
005520     PERFORM 8900-RW-PUT
005530         THRU 8900-RW-PUT-EXIT
005540     CLOSE SUMDEF
005550     CLOSE SUMMARY
005560     CLOSE SUMRPT.
005570 9000-TERMINATE-EXIT.
005580     EXIT.
005590*----------------------------------------------------------*
005600* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN   *
005610*               WRITE WHATEVER IT HANDED BACK              *
005620*----------------------------------------------------------*
005630 8900-RW-PUT.
005640     CALL 'GXRPTW' USING RW-CTL RW-OUT
005650     PERFORM VARYING RW-X FROM 1 BY 1
005660             UNTIL RW-X > RW-OUT-COUNT
005670        WRITE SUMRPT-LINE FROM RW-OUT-LINE (RW-X)
005680     END-PERFORM.
005690 8900-RW-PUT-EXIT.
005700     EXIT.
005710 9999-EXIT.
005720     STOP RUN.
