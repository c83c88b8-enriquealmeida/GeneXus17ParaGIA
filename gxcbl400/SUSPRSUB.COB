000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSPRSUB.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - SUSPENSE RESUBMISSION.*
000100*                   THE ROWS QUEUED ON THE GXFSUSP          *
000110*                   WORKBENCH (STATUS Q) ARE WRITTEN, ONE   *
000120*                   NEW BATCH PER SOURCE AND REFERENCE, TO  *
000130*                   RESUBOUT WITH A RESUBMAN MANIFEST (THE  *
000140*                   GXINGATE COUNT AND BYTE-HASH TOTALS),   *
000150*                   BOTH QTEMP MEMBERS, AND COPIED TO       *
000160*                   /GXINBOUND/ARRIVE.  FROM THERE THE      *
000170*                   BATCH TAKES THE NORMAL PATH - GXINGATE, *
000180*                   THEN THE IMPORT'S OWN EDITS - SO A ROW  *
000190*                   STILL WRONG COMES BACK TO THE SUSPENSE  *
000200*                   AS A NEW REJECT.  ONLY A DELIVERED      *
000210*                   BATCH MARKS ITS ROWS R WITH THE NEW     *
000220*                   FILE NAME; A FAILED COPY LEAVES THEM    *
000230*                   QUEUED FOR THE NEXT RUN                 *
000231*   2026-10-15  RH  THE REPORT IS CUT TO THE DATA SCOPE OF  *
000232*                   THE USER THE JOB RUNS UNDER - A BATCH   *
000233*                   WITH A ROW OF A COMPANY OUTSIDE IT IS   *
000234*                   NOT LISTED, ONLY COUNTED; THE           *
000235*                   RESUBMISSION ITSELF IS UNCHANGED        *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000280 OBJECT-COMPUTER.   IBM-ISERIES.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUSPENSE   ASSIGN TO DATABASE-SUSPENSE
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE  IS DYNAMIC
000340         RECORD KEY   IS SUSPENSE-KEY
000350         FILE STATUS  IS SR-FS-SUSPENSE.
000360     SELECT RESUBOUT   ASSIGN TO DATABASE-RESUBOUT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS SR-FS-RESUBOUT.
000390     SELECT RESUBMAN   ASSIGN TO DATABASE-RESUBMAN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS SR-FS-RESUBMAN.
000420     SELECT SUSPRPT    ASSIGN TO DATABASE-SUSPRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS SR-FS-SUSPRPT.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------*
000480* REJECT SUSPENSE - THE GXFSUSPW LAYOUT                     *
000490*----------------------------------------------------------*
000500 FD  SUSPENSE.
000510 01  SUSPENSE-RECORD.
000520     05 SUSPENSE-KEY.
000530        10 SUSPENSE-SOURCE       PIC  X(010).
000540        10 SUSPENSE-REF          PIC  X(010).
000550        10 SUSPENSE-BATCH        PIC  X(026).
000560        10 SUSPENSE-ROWNBR       PIC  9(007).
000570     05 SUSPENSE-USER            PIC  X(010).
000580     05 SUSPENSE-COMPANY         PIC  X(003).
000590     05 SUSPENSE-DELIM           PIC  X(001).
000600     05 SUSPENSE-COLNBR          PIC  9(003).
000610     05 SUSPENSE-MSGID           PIC  X(008).
000620     05 SUSPENSE-REASON          PIC  X(040).
000630     05 SUSPENSE-LINE            PIC  X(512).
000640     05 SUSPENSE-STATUS          PIC  X(001).
000650        88 SUSPENSE-QUEUED                       VALUE 'Q'.
000660     05 SUSPENSE-CREATED         PIC  9(008).
000670     05 SUSPENSE-AGE             PIC  9(005).
000680     05 SUSPENSE-ESCALATED       PIC  X(001).
000690     05 SUSPENSE-EDITS           PIC  9(003).
000700     05 SUSPENSE-LAST-BY         PIC  X(010).
000710     05 SUSPENSE-LAST-TS         PIC  X(026).
000720     05 SUSPENSE-RESUB-FILE      PIC  X(010).
000730     05 SUSPENSE-RESUB-TS        PIC  X(026).
000740 FD  RESUBOUT.
000750 01  RESUBOUT-RECORD             PIC  X(512).
000760*----------------------------------------------------------*
000770* MANIFEST - THE LAYOUT GXINGATE READS AS INBMANIF          *
000780*----------------------------------------------------------*
000790 FD  RESUBMAN.
000800 01  RESUBMAN-RECORD.
000810     05 RESUBMAN-FILE            PIC  X(010).
000820     05 RESUBMAN-RECCOUNT        PIC  9(009).
000830     05 RESUBMAN-HASHTOT         PIC  9(013).
000840 FD  SUSPRPT.
000850 01  SUSPRPT-LINE                PIC  X(080).
000860 WORKING-STORAGE SECTION.
000870 77  SR-FS-SUSPENSE              PIC  X(002).
000880 77  SR-FS-RESUBOUT              PIC  X(002).
000890 77  SR-FS-RESUBMAN              PIC  X(002).
000900 77  SR-FS-SUSPRPT               PIC  X(002).
000910 77  SR-EOF-SW                   PIC  X(001)     VALUE 'N'.
000920     88 SR-AT-EOF                                VALUE 'Y'.
000930 77  SR-GRP-EOF-SW               PIC  X(001).
000940     88 SR-GRP-AT-EOF                            VALUE 'Y'.
000950 77  SR-I                        PIC S9(004) COMP-3.
000960 77  SR-GROUPS                   PIC S9(003) COMP-3 VALUE 0.
000970 77  SR-GRP-ROWS                 PIC S9(009) COMP-3.
000980 77  SR-GRP-HASH                 PIC S9(013) COMP-3.
000990 77  SR-SENT-GROUPS              PIC S9(005) COMP-3 VALUE 0.
001000 77  SR-SENT-ROWS                PIC S9(009) COMP-3 VALUE 0.
001010 77  SR-HELD-GROUPS              PIC S9(005) COMP-3 VALUE 0.
001012 77  SR-GRP-HIDDEN               PIC S9(007) COMP-3 VALUE 0.
001014 77  SR-WITHHELD                 PIC S9(005) COMP-3 VALUE 0.
001016 77  SR-WITHHELD-ED              PIC ZZ,ZZ9.
001020 77  SR-CMD-PTR                  PIC S9(004) COMP-3.
001030 01  SR-CMD                      PIC  X(512).
001040 77  SR-CMDLEN                   PIC S9(010)V9(005) COMP-3.
001050 01  SR-COPY-SW                  PIC  X(001).
001060     88 SR-COPY-OK                               VALUE 'Y'.
001070     88 SR-COPY-FAILED                            VALUE 'N'.
001080 01  SR-GRP-SOURCE               PIC  X(010).
001090 01  SR-GRP-REF                  PIC  X(010).
001100 01  SR-GRP-START                PIC  X(053).
001110 01  SR-FILE-NAME.
001120     05 FILLER                   PIC  X(002) VALUE 'RS'.
001130     05 SR-FN-DD                 PIC  9(002).
001140     05 SR-FN-HH                 PIC  9(002).
001150     05 SR-FN-MIN                PIC  9(002).
001160     05 SR-FN-SEQ                PIC  9(002).
001170 01  SR-TODAY-DATE.
001180     05 SR-TODAY-YY              PIC  9(004).
001190     05 SR-TODAY-MM              PIC  9(002).
001200     05 SR-TODAY-DD              PIC  9(002).
001210 01  SR-NOW-TIME.
001220     05 SR-NOW-HH                PIC  9(002).
001230     05 SR-NOW-MIN               PIC  9(002).
001240     05 SR-NOW-SS                PIC  9(002).
001250     05 SR-NOW-HS                PIC  9(002).
001260 01  SR-NOW-TS                   PIC  X(026).
001270*----------------------------------------------------------*
001280* THE LOW-VALUE/BYTE PAIR REDEFINED AS COMP-4 - THE SAME    *
001290* BYTE-HASH GXINGATE RECOMPUTES ON ARRIVAL                  *
001300*----------------------------------------------------------*
001310 01  SR-BYTE-PAIR.
001320     05 FILLER                   PIC  X(001).
001330     05 SR-BYTE-CHAR             PIC  X(001).
001340 01  SR-BYTE-NUM REDEFINES SR-BYTE-PAIR
001350                                 PIC S9(004) COMP-4.
001360 01  SR-TITLE-LINE.
001370     05 FILLER                   PIC  X(050)
001380                VALUE 'SUSPENSE RESUBMISSION'.
001390 01  SR-COLS-LINE.
001400     05 FILLER                   PIC  X(040) VALUE
001410            'SOURCE     REFERENCE  NEW BATCH     ROWS'.
001420     05 FILLER                   PIC  X(040) VALUE
001430            '  OUTCOME'.
001440 01  SR-DTL-LINE.
001450     05 SR-DTL-SOURCE            PIC  X(010).
001460     05 FILLER                   PIC  X(001) VALUE SPACES.
001470     05 SR-DTL-REF               PIC  X(010).
001480     05 FILLER                   PIC  X(001) VALUE SPACES.
001490     05 SR-DTL-FILE              PIC  X(010).
001500     05 FILLER                   PIC  X(001) VALUE SPACES.
001510     05 SR-DTL-ROWS              PIC ZZZ,ZZ9.
001520     05 FILLER                   PIC  X(002) VALUE SPACES.
001530     05 SR-DTL-OUTCOME           PIC  X(038).
001540 01  SR-SUM-LINE.
001550     05 FILLER                   PIC  X(018)
001560                                 VALUE 'BATCHES SENT:'.
001570     05 SR-SUM-SENT              PIC ZZ,ZZ9.
001580     05 FILLER                   PIC  X(004) VALUE SPACES.
001590     05 FILLER                   PIC  X(012) VALUE 'ROWS SENT:'.
001600     05 SR-SUM-ROWS              PIC ZZZ,ZZZ,ZZ9.
001610     05 FILLER                   PIC  X(004) VALUE SPACES.
001620     05 FILLER                   PIC  X(011) VALUE 'LEFT QUEUED'.
001630     05 SR-SUM-HELD              PIC ZZ,ZZ9.
001640     05 FILLER                   PIC  X(008) VALUE SPACES.
001650*----------------------------------------------------------*
001660* GXCMDX CALL BLOCK - THE ALLOW-LISTED COMMAND RUNNER       *
001670*----------------------------------------------------------*
001680 01  CX-CTL.
001690     05 CX-CALLER                PIC  X(010).
001700     05 CX-CMD                   PIC  X(512).
001710     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
001720     05 CX-RESULT                PIC  X(002).
001730*----------------------------------------------------------*
001740* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
001750* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
001760*----------------------------------------------------------*
001770 01  RW-CTL.
001780     05 RW-FUNC                  PIC  X(001).
001790     05 RW-TITLE                 PIC  X(050).
001800     05 RW-TITLE-ID              PIC  X(010).
001810     05 RW-LANG                  PIC  X(003).
001820     05 RW-COLS                  PIC  X(080).
001830     05 RW-LINE                  PIC  X(080).
001840     05 RW-PAGE-SIZE             PIC  9(003).
001850 01  RW-OUT.
001860     05 RW-OUT-COUNT             PIC  9(001).
001870     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
001880 77  RW-X                        PIC S9(003) COMP-3.
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE
001920         THRU 1000-INITIALIZE-EXIT
001930     PERFORM 2000-FIND-QUEUED
001940         THRU 2000-FIND-QUEUED-EXIT
001950         UNTIL SR-AT-EOF
001960     PERFORM 6000-PRINT-SUMMARY
001970         THRU 6000-PRINT-SUMMARY-EXIT
001980     PERFORM 9000-TERMINATE
001990         THRU 9000-TERMINATE-EXIT
002000     GO TO 9999-EXIT.
002010 1000-INITIALIZE.
002020     OPEN I-O    SUSPENSE
002030     OPEN OUTPUT SUSPRPT
002040     ACCEPT SR-TODAY-DATE FROM DATE YYYYMMDD
002050     ACCEPT SR-NOW-TIME   FROM TIME
002060     MOVE SPACES TO SR-NOW-TS
002070     STRING SR-TODAY-YY '-' SR-TODAY-MM '-' SR-TODAY-DD '-'
002080            SR-NOW-HH '.' SR-NOW-MIN '.' SR-NOW-SS '.000000'
002090            DELIMITED BY SIZE INTO SR-NOW-TS
002100     MOVE SR-TODAY-DD  TO SR-FN-DD
002110     MOVE SR-NOW-HH    TO SR-FN-HH
002120     MOVE SR-NOW-MIN   TO SR-FN-MIN
002130     MOVE SR-TITLE-LINE TO RW-TITLE
002140     MOVE 'SUSPRPT'    TO RW-TITLE-ID
002150     MOVE SPACES       TO RW-LANG
002160     MOVE SR-COLS-LINE TO RW-COLS
002170     MOVE 60  TO RW-PAGE-SIZE
002180     MOVE 'I' TO RW-FUNC
002190     PERFORM 8900-RW-PUT
002200         THRU 8900-RW-PUT-EXIT
002210     MOVE LOW-VALUES TO SUSPENSE-KEY
002220     START SUSPENSE KEY NOT LESS SUSPENSE-KEY
002230         INVALID KEY
002240            SET SR-AT-EOF TO TRUE
002250     END-START.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280*----------------------------------------------------------*
002290* 2000-FIND-QUEUED - THE NEXT QUEUED ROW OPENS A GROUP: ITS *
002300*                    SOURCE AND REFERENCE, FROM ITS KEY ON  *
002310*----------------------------------------------------------*
002320 2000-FIND-QUEUED.
002330     READ SUSPENSE NEXT RECORD
002340         AT END
002350            SET SR-AT-EOF TO TRUE
002360            GO TO 2000-FIND-QUEUED-EXIT
002370     END-READ
002380     IF NOT SUSPENSE-QUEUED
002390        GO TO 2000-FIND-QUEUED-EXIT
002400     END-IF
002410     MOVE SUSPENSE-SOURCE TO SR-GRP-SOURCE
002420     MOVE SUSPENSE-REF    TO SR-GRP-REF
002430     MOVE SUSPENSE-KEY    TO SR-GRP-START
002440     PERFORM 3000-SEND-GROUP
002450         THRU 3000-SEND-GROUP-EXIT
002460*    CARRY ON AFTER THE LAST ROW OF THE GROUP
002470     MOVE SR-GRP-SOURCE TO SUSPENSE-SOURCE
002480     MOVE SR-GRP-REF    TO SUSPENSE-REF
002490     MOVE HIGH-VALUES   TO SUSPENSE-BATCH
002500     MOVE 9999999       TO SUSPENSE-ROWNBR
002510     START SUSPENSE KEY GREATER SUSPENSE-KEY
002520         INVALID KEY
002530            SET SR-AT-EOF TO TRUE
002540     END-START.
002550 2000-FIND-QUEUED-EXIT.
002560     EXIT.
002570*----------------------------------------------------------*
002580* 3000-SEND-GROUP - WRITE THE BATCH AND ITS MANIFEST, COPY  *
002590*                   BOTH TO THE ARRIVAL DIRECTORY, AND ONLY *
002600*                   THEN MARK THE ROWS RESUBMITTED          *
002610*----------------------------------------------------------*
002620 3000-SEND-GROUP.
002630     ADD 1 TO SR-GROUPS
002640     MOVE SR-GROUPS TO SR-FN-SEQ
002650     MOVE 0 TO SR-GRP-ROWS
002660     MOVE 0 TO SR-GRP-HASH
002665     MOVE 0 TO SR-GRP-HIDDEN
002670     OPEN OUTPUT RESUBOUT
002680     OPEN OUTPUT RESUBMAN
002690     MOVE SR-GRP-START TO SUSPENSE-KEY
002700     START SUSPENSE KEY NOT LESS SUSPENSE-KEY
002710         INVALID KEY
002720            CONTINUE
002730     END-START
002740     MOVE 'N' TO SR-GRP-EOF-SW
002750     PERFORM 3100-WRITE-ONE
002760         THRU 3100-WRITE-ONE-EXIT
002770         UNTIL SR-GRP-AT-EOF
002780     MOVE SR-FILE-NAME TO RESUBMAN-FILE
002790     MOVE SR-GRP-ROWS  TO RESUBMAN-RECCOUNT
002800     MOVE SR-GRP-HASH  TO RESUBMAN-HASHTOT
002810     WRITE RESUBMAN-RECORD
002820     CLOSE RESUBOUT
002830     CLOSE RESUBMAN
002840     PERFORM 3500-COPY-GROUP
002850         THRU 3500-COPY-GROUP-EXIT
002860     MOVE SR-GRP-SOURCE TO SR-DTL-SOURCE
002870     MOVE SR-GRP-REF    TO SR-DTL-REF
002880     MOVE SR-FILE-NAME  TO SR-DTL-FILE
002890     MOVE SR-GRP-ROWS   TO SR-DTL-ROWS
002900     IF SR-COPY-FAILED
002910        ADD 1 TO SR-HELD-GROUPS
002920        MOVE 'COPY FAILED - ROWS LEFT QUEUED' TO SR-DTL-OUTCOME
002930     ELSE
002940        ADD 1 TO SR-SENT-GROUPS
002950        ADD SR-GRP-ROWS TO SR-SENT-ROWS
002960        MOVE 'SENT TO /GXINBOUND/ARRIVE' TO SR-DTL-OUTCOME
002970        PERFORM 4000-MARK-GROUP
002980            THRU 4000-MARK-GROUP-EXIT
002990     END-IF
002992     IF SR-GRP-HIDDEN > 0
002994        ADD 1 TO SR-WITHHELD
002996        GO TO 3000-SEND-GROUP-EXIT
002998     END-IF
003000     MOVE SR-DTL-LINE TO RW-LINE
003010     MOVE 'D' TO RW-FUNC
003020     PERFORM 8900-RW-PUT
003030         THRU 8900-RW-PUT-EXIT.
003040 3000-SEND-GROUP-EXIT.
003050     EXIT.
003060 3100-WRITE-ONE.
003070     READ SUSPENSE NEXT RECORD
003080         AT END
003090            SET SR-GRP-AT-EOF TO TRUE
003100            GO TO 3100-WRITE-ONE-EXIT
003110     END-READ
003120     IF SUSPENSE-SOURCE NOT = SR-GRP-SOURCE OR
003130        SUSPENSE-REF NOT = SR-GRP-REF
003140        SET SR-GRP-AT-EOF TO TRUE
003150        GO TO 3100-WRITE-ONE-EXIT
003160     END-IF
003170     IF NOT SUSPENSE-QUEUED
003180        GO TO 3100-WRITE-ONE-EXIT
003190     END-IF
003200     MOVE SUSPENSE-LINE TO RESUBOUT-RECORD
003210     WRITE RESUBOUT-RECORD
003220     ADD 1 TO SR-GRP-ROWS
003221     MOVE SPACES           TO RW-LINE
003222     MOVE SUSPENSE-COMPANY TO RW-LINE (1:3)
003223     MOVE 'K' TO RW-FUNC
003224     PERFORM 8900-RW-PUT
003225         THRU 8900-RW-PUT-EXIT
003226     IF RW-OUT-LINE (1) = 'N'
003227        ADD 1 TO SR-GRP-HIDDEN
003228     END-IF
003230     PERFORM VARYING SR-I FROM 1 BY 1
003240             UNTIL SR-I > 512
003250        MOVE LOW-VALUE TO SR-BYTE-PAIR
003260        MOVE RESUBOUT-RECORD (SR-I:1) TO SR-BYTE-CHAR
003270        ADD SR-BYTE-NUM TO SR-GRP-HASH
003280     END-PERFORM
003290     IF SR-GRP-HASH GREATER 999999999999
003300        SUBTRACT 1000000000000 FROM SR-GRP-HASH
003310     END-IF.
003320 3100-WRITE-ONE-EXIT.
003330     EXIT.
003340*----------------------------------------------------------*
003350* 3500-COPY-GROUP - BATCH AND MANIFEST INTO THE ARRIVAL     *
003360*                   DIRECTORY THROUGH GXCMDX                *
003370*----------------------------------------------------------*
003380 3500-COPY-GROUP.
003390     SET SR-COPY-OK TO TRUE
003400     MOVE 1 TO SR-CMD-PTR
003410     MOVE SPACES TO SR-CMD
003420     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
003430            '/RESUBOUT.FILE/RESUBOUT.MBR'') TOSTMF('''
003440            '/GXINBOUND/ARRIVE/' SR-FILE-NAME
003450            ''') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
003460            DELIMITED BY SIZE INTO SR-CMD
003470            POINTER SR-CMD-PTR
003480     PERFORM 3600-RUN-COMMAND
003490         THRU 3600-RUN-COMMAND-EXIT
003500     IF SR-COPY-FAILED
003510        GO TO 3500-COPY-GROUP-EXIT
003520     END-IF
003530     MOVE 1 TO SR-CMD-PTR
003540     MOVE SPACES TO SR-CMD
003550     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
003560            '/RESUBMAN.FILE/RESUBMAN.MBR'') TOSTMF('''
003570            '/GXINBOUND/ARRIVE/' SR-FILE-NAME
003580            '.MAN'') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
003590            DELIMITED BY SIZE INTO SR-CMD
003600            POINTER SR-CMD-PTR
003610     PERFORM 3600-RUN-COMMAND
003620         THRU 3600-RUN-COMMAND-EXIT.
003630 3500-COPY-GROUP-EXIT.
003640     EXIT.
003650 3600-RUN-COMMAND.
003660     COMPUTE SR-CMDLEN = SR-CMD-PTR - 1
003670     MOVE 'SUSPRSUB' TO CX-CALLER
003680     MOVE SR-CMD     TO CX-CMD
003690     MOVE SR-CMDLEN  TO CX-CMDLEN
003700     MOVE SPACES     TO CX-RESULT
003710     CALL 'GXCMDX' USING CX-CTL
003720     IF CX-RESULT NOT = 'OK'
003730        SET SR-COPY-FAILED TO TRUE
003740     END-IF.
003750 3600-RUN-COMMAND-EXIT.
003760     EXIT.
003770*----------------------------------------------------------*
003780* 4000-MARK-GROUP - THE GROUP'S QUEUED ROWS BECOME R WITH   *
003790*                   THE BATCH THEY WENT OUT IN              *
003800*----------------------------------------------------------*
003810 4000-MARK-GROUP.
003820     MOVE SR-GRP-START TO SUSPENSE-KEY
003830     START SUSPENSE KEY NOT LESS SUSPENSE-KEY
003840         INVALID KEY
003850            GO TO 4000-MARK-GROUP-EXIT
003860     END-START
003870     MOVE 'N' TO SR-GRP-EOF-SW
003880     PERFORM 4100-MARK-ONE
003890         THRU 4100-MARK-ONE-EXIT
003900         UNTIL SR-GRP-AT-EOF.
003910 4000-MARK-GROUP-EXIT.
003920     EXIT.
003930 4100-MARK-ONE.
003940     READ SUSPENSE NEXT RECORD
003950         AT END
003960            SET SR-GRP-AT-EOF TO TRUE
003970            GO TO 4100-MARK-ONE-EXIT
003980     END-READ
003990     IF SUSPENSE-SOURCE NOT = SR-GRP-SOURCE OR
004000        SUSPENSE-REF NOT = SR-GRP-REF
004010        SET SR-GRP-AT-EOF TO TRUE
004020        GO TO 4100-MARK-ONE-EXIT
004030     END-IF
004040     IF NOT SUSPENSE-QUEUED
004050        GO TO 4100-MARK-ONE-EXIT
004060     END-IF
004070     MOVE 'R'          TO SUSPENSE-STATUS
004080     MOVE SR-FILE-NAME TO SUSPENSE-RESUB-FILE
004090     MOVE SR-NOW-TS    TO SUSPENSE-RESUB-TS
004100     REWRITE SUSPENSE-RECORD
004110         INVALID KEY
004120            CONTINUE
004130     END-REWRITE.
004140 4100-MARK-ONE-EXIT.
004150     EXIT.
004160 6000-PRINT-SUMMARY.
004170     MOVE SR-SENT-GROUPS TO SR-SUM-SENT
004180     MOVE SR-SENT-ROWS   TO SR-SUM-ROWS
004190     MOVE SR-HELD-GROUPS TO SR-SUM-HELD
004200     MOVE SR-SUM-LINE TO RW-LINE
004210     MOVE 'T' TO RW-FUNC
004220     PERFORM 8900-RW-PUT
004230         THRU 8900-RW-PUT-EXIT
004231     IF SR-WITHHELD > 0
004232        MOVE SPACES TO RW-LINE
004233        MOVE SR-WITHHELD TO SR-WITHHELD-ED
004234        STRING '** BATCHES NOT LISTED - OUTSIDE DATA SCOPE: '
004235               SR-WITHHELD-ED
004236               DELIMITED BY SIZE INTO RW-LINE
004237        PERFORM 8900-RW-PUT
004238            THRU 8900-RW-PUT-EXIT
004239     END-IF.
004240 6000-PRINT-SUMMARY-EXIT.
004250     EXIT.
004260 8900-RW-PUT.
004270     CALL 'GXRPTW' USING RW-CTL RW-OUT
004280     PERFORM VARYING RW-X FROM 1 BY 1
004290             UNTIL RW-X > RW-OUT-COUNT
004300        WRITE SUSPRPT-LINE FROM RW-OUT-LINE (RW-X)
004310     END-PERFORM.
004320 8900-RW-PUT-EXIT.
004330     EXIT.
004340 9000-TERMINATE.
004350     MOVE 'C' TO RW-FUNC
004360     PERFORM 8900-RW-PUT
004370         THRU 8900-RW-PUT-EXIT
004380     CLOSE SUSPENSE
004390     CLOSE SUSPRPT.
004400 9000-TERMINATE-EXIT.
004410     EXIT.
004420 9999-EXIT.
004430     STOP RUN.
