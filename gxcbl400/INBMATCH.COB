000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INBMATCH.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - AUTO-MATCHING OF      *
000100*                   INBOUND PARTNER ITEMS (REMITTANCES AND  *
000110*                   CONFIRMATIONS) AGAINST THE OPEN         *
000120*                   DOCUMENTS ON DOCPOST.  RUNS AS THE STEP *
000130*                   AFTER GXINGATE WITH THE SAME INBMANIF   *
000140*                   OVERRIDE AND INBFILE OVERRIDDEN TO THE  *
000150*                   /GXINBOUND/READY COPY; A FILE INBLOG    *
000160*                   DOES NOT SHOW ACCEPTED IS NOT LOADED.   *
000170*                   EACH ITEM GOES TO THE MATCHITM REGISTER *
000180*                   AND IS TRIED BY DOCUMENT REFERENCE,     *
000190*                   THEN BY AMOUNT AND DATE WITHIN THE      *
000200*                   MATCHCTL TOLERANCES, THEN BY A          *
000210*                   GX-CALL-LIKE PATTERN ON THE PARTNER'S   *
000220*                   REFERENCE.  A REFERENCE HIT FOR THE     *
000230*                   EXACT AMOUNT SETTLES THE DOCUMENT; ANY  *
000240*                   OTHER HIT WAITS ON THE GXFMTCH REVIEW   *
000250*                   SCREEN.  ITEMS NOTHING FITS STAY        *
000260*                   UNMATCHED ON MATCHITM AND ARE TRIED     *
000270*                   AGAIN ON THE NEXT DAY'S RUN.  MATCHRPT  *
000280*                   GIVES THE MATCH RATE PER PARTNER FILE   *
000290*                   THROUGH GXRPTW                          *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-ISERIES.
000340 OBJECT-COMPUTER.   IBM-ISERIES.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MATCHCTL   ASSIGN TO DATABASE-MATCHCTL
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS IM-FS-MATCHCTL.
000400     SELECT INBMANIF   ASSIGN TO DATABASE-INBMANIF
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS IM-FS-INBMANIF.
000430     SELECT INBFILE    ASSIGN TO DATABASE-INBFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS  IS IM-FS-INBFILE.
000460     SELECT INBLOG     ASSIGN TO DATABASE-INBLOG
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS IM-FS-INBLOG.
000490     SELECT DOCPOST    ASSIGN TO DATABASE-DOCPOST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE  IS DYNAMIC
000520         RECORD KEY   IS DOCPOST-KEY
000530         FILE STATUS  IS IM-FS-DOCPOST.
000540     SELECT MATCHITM   ASSIGN TO DATABASE-MATCHITM
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS DYNAMIC
000570         RECORD KEY   IS MATCHITM-KEY
000580         FILE STATUS  IS IM-FS-MATCHITM.
000590     SELECT MATCHRPT   ASSIGN TO DATABASE-MATCHRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS  IS IM-FS-MATCHRPT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------*
000650* MATCHING TOLERANCES - ONE ROW.  AMOUNT AND DATE BOTH HAVE *
000660* TO BE WITHIN REACH FOR AN AMOUNT-AND-DATE PROPOSAL        *
000670*----------------------------------------------------------*
000680 FD  MATCHCTL.
000690 01  MATCHCTL-RECORD.
000700     05 MATCHCTL-AMT-TOL         PIC  9(007)V9(002).
000710     05 MATCHCTL-DAY-TOL         PIC  9(003).
000720 FD  INBMANIF.
000730 01  INBMANIF-RECORD.
000740     05 INBMANIF-FILE            PIC  X(010).
000750     05 INBMANIF-RECCOUNT        PIC  9(009).
000760     05 INBMANIF-HASHTOT         PIC  9(013).
000770*----------------------------------------------------------*
000780* PARTNER ITEM FILE AS RELEASED BY GXINGATE.  ONLY TYPE D   *
000790* ROWS ARE ITEMS; HEADER AND TRAILER ROWS ARE PASSED OVER   *
000800*----------------------------------------------------------*
000810 FD  INBFILE.
000820 01  INBFILE-RECORD              PIC  X(512).
000830 01  INBITEM-RECORD REDEFINES INBFILE-RECORD.
000840     05 INBITEM-TYPE             PIC  X(001).
000850        88 INBITEM-DETAIL                        VALUE 'D'.
000860     05 INBITEM-PARTNER          PIC  X(010).
000870     05 INBITEM-ID               PIC  X(020).
000880     05 INBITEM-OUR-REF          PIC  X(030).
000890     05 INBITEM-PARTNER-REF      PIC  X(030).
000900     05 INBITEM-DATE             PIC  9(008).
000910     05 INBITEM-AMOUNT           PIC S9(013)V9(002)
000920                                 SIGN LEADING SEPARATE.
000930     05 INBITEM-CURRENCY         PIC  X(003).
000940     05 FILLER                   PIC  X(394).
000950 FD  INBLOG.
000960 01  INBLOG-RECORD.
000970     05 INBLOG-TIMESTAMP         PIC  X(026).
000980     05 INBLOG-FILE              PIC  X(010).
000990     05 INBLOG-RECCOUNT          PIC  9(009).
001000     05 INBLOG-HASHTOT           PIC  9(013).
001010     05 INBLOG-VERDICT           PIC  X(001).
001020 FD  DOCPOST.
001030 01  DOCPOST-RECORD.
001040     05 DOCPOST-KEY.
001050        10 DOCPOST-SERIES        PIC  X(010).
001060        10 DOCPOST-NBR           PIC  9(009).
001070     05 DOCPOST-TS               PIC  X(026).
001080     05 DOCPOST-DOCNBR           PIC  X(013).
001090     05 DOCPOST-PARTNER          PIC  X(010).
001100     05 DOCPOST-DOC-DATE         PIC  9(008).
001110     05 DOCPOST-AMOUNT           PIC S9(013)V9(002) COMP-3.
001120     05 DOCPOST-CURRENCY         PIC  X(003).
001130     05 DOCPOST-REFERENCE        PIC  X(030).
001140     05 DOCPOST-OPEN-ST          PIC  X(001).
001150        88 DOCPOST-OPEN                          VALUE 'O'.
001160        88 DOCPOST-SETTLED                        VALUE 'S'.
001170     05 DOCPOST-SETTLED-BY       PIC  X(017).
001180     05 DOCPOST-SETTLED-TS       PIC  X(026).
001190*----------------------------------------------------------*
001200* MATCH REGISTER - ONE ROW PER INBOUND ITEM, KEYED BY THE   *
001210* PARTNER FILE AND THE ITEM'S PLACE IN IT.  U = UNMATCHED   *
001220* (TRIED AGAIN EVERY RUN), P = PROPOSED - AWAITING REVIEW,  *
001230* S = SETTLED AUTOMATICALLY, C = CONFIRMED ON REVIEW.  A    *
001240* REJECTED PROPOSAL GOES BACK TO U AND ITS DOCUMENT IS KEPT *
001250* IN REJ SO IT IS NOT PROPOSED AGAIN                        *
001260*----------------------------------------------------------*
001270 FD  MATCHITM.
001280 01  MATCHITM-RECORD.
001290     05 MATCHITM-KEY.
001300        10 MATCHITM-FILE         PIC  X(010).
001310        10 MATCHITM-SEQ          PIC  9(007).
001320     05 MATCHITM-PARTNER         PIC  X(010).
001330     05 MATCHITM-ITEM-ID         PIC  X(020).
001340     05 MATCHITM-OUR-REF         PIC  X(030).
001350     05 MATCHITM-PARTNER-REF     PIC  X(030).
001360     05 MATCHITM-ITEM-DATE       PIC  9(008).
001370     05 MATCHITM-AMOUNT          PIC S9(013)V9(002) COMP-3.
001380     05 MATCHITM-CURRENCY        PIC  X(003).
001390     05 MATCHITM-STATUS          PIC  X(001).
001400        88 MATCHITM-UNMATCHED                    VALUE 'U'.
001410        88 MATCHITM-PROPOSED                      VALUE 'P'.
001420        88 MATCHITM-AUTO-SETTLED                  VALUE 'S'.
001430        88 MATCHITM-CONFIRMED                     VALUE 'C'.
001440     05 MATCHITM-METHOD          PIC  X(008).
001450     05 MATCHITM-CAND-SERIES     PIC  X(010).
001460     05 MATCHITM-CAND-NBR        PIC  9(009).
001470     05 MATCHITM-CAND-DOCNBR     PIC  X(013).
001480     05 MATCHITM-CAND-AMOUNT     PIC S9(013)V9(002) COMP-3.
001490     05 MATCHITM-REJ-SERIES      PIC  X(010).
001500     05 MATCHITM-REJ-NBR         PIC  9(009).
001510     05 MATCHITM-LOADED          PIC  9(008).
001520     05 MATCHITM-RUNS            PIC  9(003).
001530     05 MATCHITM-DECIDED-BY      PIC  X(010).
001540     05 MATCHITM-DECIDED-TS      PIC  X(026).
001550 FD  MATCHRPT.
001560 01  MATCHRPT-LINE               PIC  X(080).
001570 WORKING-STORAGE SECTION.
001580 77  IM-FS-MATCHCTL              PIC  X(002).
001590 77  IM-FS-INBMANIF              PIC  X(002).
001600 77  IM-FS-INBFILE               PIC  X(002).
001610 77  IM-FS-INBLOG                PIC  X(002).
001620 77  IM-FS-DOCPOST               PIC  X(002).
001630 77  IM-FS-MATCHITM              PIC  X(002).
001640 77  IM-FS-MATCHRPT              PIC  X(002).
001650 77  IM-EOF-SW                   PIC  X(001)     VALUE 'N'.
001660     88 IM-AT-EOF                                VALUE 'Y'.
001670 77  IM-ACCEPT-SW                PIC  X(001)     VALUE 'N'.
001680     88 IM-FILE-ACCEPTED                         VALUE 'Y'.
001690 77  IM-LOAD-SW                  PIC  X(001)     VALUE 'N'.
001700     88 IM-FILE-LOADED                           VALUE 'Y'.
001710 77  IM-AMT-TOL                  PIC S9(007)V9(002) COMP-3
001720                                                 VALUE 0.
001730 77  IM-DAY-TOL                  PIC S9(003) COMP-3 VALUE 3.
001740 77  IM-SEQ                      PIC S9(007) COMP-3 VALUE 0.
001750 77  IM-I                        PIC S9(005) COMP-3.
001760 77  IM-HIT                      PIC S9(005) COMP-3.
001770 77  IM-DOC-COUNT                PIC S9(005) COMP-3 VALUE 0.
001780 77  IM-DOC-MAX                  PIC S9(005) COMP-3 VALUE 5000.
001790 77  IM-DOC-SKIPPED              PIC S9(007) COMP-3 VALUE 0.
001800 77  IM-ITEM-DAYNUM              PIC S9(009) COMP-3.
001810 77  IM-DIFF-AMT                 PIC S9(013)V9(002) COMP-3.
001820 77  IM-DIFF-DAYS                PIC S9(009) COMP-3.
001830 77  IM-BEST-AMT                 PIC S9(013)V9(002) COMP-3.
001840 77  IM-BEST-DAYS                PIC S9(009) COMP-3.
001850 77  IM-REF-LEN                  PIC S9(003) COMP-3.
001860 77  IM-RATE                     PIC S9(003)V9(001) COMP-3.
001870 01  IM-FILE-NAME                PIC  X(010).
001880 01  IM-LOAD-NOTE                PIC  X(060).
001890 01  IM-METHOD                   PIC  X(008).
001900 01  IM-TODAY-DATE.
001910     05 IM-TODAY-YY              PIC  9(004).
001920     05 IM-TODAY-MM              PIC  9(002).
001930     05 IM-TODAY-DD              PIC  9(002).
001940 01  IM-TODAY-N REDEFINES IM-TODAY-DATE
001950                                 PIC  9(008).
001960 01  IM-NOW-TIME.
001970     05 IM-NOW-HH                PIC  9(002).
001980     05 IM-NOW-MIN               PIC  9(002).
001990     05 IM-NOW-SS                PIC  9(002).
002000     05 IM-NOW-HS                PIC  9(002).
002010 01  IM-NOW-TS                   PIC  X(026).
002020 01  IM-SETTLED-BY.
002030     05 IM-SB-FILE               PIC  X(010).
002040     05 IM-SB-SEQ                PIC  9(007).
002050*----------------------------------------------------------*
002060* OPEN DOCUMENTS, LOADED ONCE PER RUN.  TAKEN = Y ONCE A    *
002070* DOCUMENT IS SETTLED OR PROPOSED, SO ONE DOCUMENT IS NEVER *
002080* OFFERED TO TWO ITEMS                                      *
002090*----------------------------------------------------------*
002100 01  IM-DOC-TABLE.
002110     05 IM-DOC-ENTRY OCCURS 5000.
002120        10 IM-DOC-SERIES         PIC  X(010).
002130        10 IM-DOC-NBR            PIC  9(009).
002140        10 IM-DOC-DOCNBR         PIC  X(013).
002150        10 IM-DOC-PARTNER        PIC  X(010).
002160        10 IM-DOC-DAYNUM         PIC S9(009) COMP-3.
002170        10 IM-DOC-AMOUNT         PIC S9(013)V9(002) COMP-3.
002180        10 IM-DOC-CURRENCY       PIC  X(003).
002190        10 IM-DOC-REFERENCE      PIC  X(030).
002200        10 IM-DOC-TAKEN          PIC  X(001).
002210*----------------------------------------------------------*
002220* PER PARTNER FILE AND RUN TOTALS                           *
002230*----------------------------------------------------------*
002240 01  IM-BRK-FILE                 PIC  X(010).
002250 01  IM-FILE-COUNTS.
002260     05 IM-F-WORKED              PIC S9(007) COMP-3.
002270     05 IM-F-SETTLED             PIC S9(007) COMP-3.
002280     05 IM-F-REVIEW              PIC S9(007) COMP-3.
002290     05 IM-F-CARRIED             PIC S9(007) COMP-3.
002300 01  IM-RUN-COUNTS.
002310     05 IM-T-WORKED              PIC S9(007) COMP-3 VALUE 0.
002320     05 IM-T-SETTLED             PIC S9(007) COMP-3 VALUE 0.
002330     05 IM-T-REVIEW              PIC S9(007) COMP-3 VALUE 0.
002340     05 IM-T-CARRIED             PIC S9(007) COMP-3 VALUE 0.
002350     05 IM-T-LOADED              PIC S9(007) COMP-3 VALUE 0.
002360*----------------------------------------------------------*
002370* DAY-NUMBER WORK FIELDS - THE GXFDTON ARITHMETIC           *
002380*----------------------------------------------------------*
002390 01  IM-DTON-DATE.
002400     05 IM-DTON-YY               PIC  9(004).
002410     05 IM-DTON-MM               PIC  9(002).
002420     05 IM-DTON-DD               PIC  9(002).
002430 01  IM-DTON-N REDEFINES IM-DTON-DATE
002440                                 PIC  9(008).
002450 01  IM-DTON-DW.
002460     05 IM-DW-YY                 PIC S9(005) COMP-3.
002470     05 IM-DW-MM                 PIC S9(003) COMP-3.
002480     05 IM-DW-DD                 PIC S9(003) COMP-3.
002490 77  IM-DTON-D                   PIC S9(003) COMP-3.
002500 77  IM-DTON-L4                  PIC S9(005) COMP-3.
002510 77  IM-DTON-L100                PIC S9(005) COMP-3.
002520 77  IM-DTON-L400                PIC S9(005) COMP-3.
002530 77  IM-DTON-NUM                 PIC S9(009) COMP-3.
002540*----------------------------------------------------------*
002550* GX-LIKE - THE GXFLIKE PATTERN-MATCH WORK FIELDS           *
002560*----------------------------------------------------------*
002570 01  GX-LIKE-STRING              PIC  X(256).
002580 01  GX-LIKE-STRING-LEN          PIC S9(006) COMP-4.
002590 01  GX-LIKE-PTRN                PIC  X(256).
002600 01  GX-LIKE-PTRN-LEN            PIC S9(006) COMP-4.
002610 01  GX-LIKE-RESULT              PIC S9(006) COMP-4.
002620 01  GX-LIKE-W-STRING            PIC  X(256).
002630 01  GX-LIKE-W-PTRN              PIC  X(256).
002640 01  GX-LIKE-UC-ALPHA            PIC  X(026)
002650                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002660 01  GX-LIKE-LC-ALPHA            PIC  X(026)
002670                VALUE 'abcdefghijklmnopqrstuvwxyz'.
002680 01  IM-TITLE-LINE.
002690     05 FILLER                   PIC  X(034)
002700                VALUE 'INBOUND ITEM MATCHING - RUN DATE '.
002710     05 IM-TTL-DATE              PIC  9(008).
002720     05 FILLER                   PIC  X(008) VALUE SPACES.
002730 01  IM-COLS-LINE.
002740     05 FILLER                   PIC  X(040) VALUE
002750            'PARTNER FILE   ITEMS SETTLED  REVIEW'.
002760     05 FILLER                   PIC  X(040) VALUE
002770            '   OPEN  AUTO %  FOUND %'.
002780 01  IM-DTL-LINE.
002790     05 IM-DTL-FILE              PIC  X(010).
002800     05 FILLER                   PIC  X(001) VALUE SPACES.
002810     05 IM-DTL-WORKED            PIC ZZZ,ZZ9.
002820     05 FILLER                   PIC  X(001) VALUE SPACES.
002830     05 IM-DTL-SETTLED           PIC ZZZ,ZZ9.
002840     05 FILLER                   PIC  X(001) VALUE SPACES.
002850     05 IM-DTL-REVIEW            PIC ZZZ,ZZ9.
002860     05 FILLER                   PIC  X(001) VALUE SPACES.
002870     05 IM-DTL-CARRIED           PIC ZZZ,ZZ9.
002880     05 FILLER                   PIC  X(002) VALUE SPACES.
002890     05 IM-DTL-AUTO              PIC ZZ9.9.
002900     05 FILLER                   PIC  X(004) VALUE SPACES.
002910     05 IM-DTL-FOUND             PIC ZZ9.9.
002920     05 FILLER                   PIC  X(022) VALUE SPACES.
002930 01  IM-CNT-LINE.
002940     05 IM-CNT-LABEL             PIC  X(040).
002950     05 FILLER                   PIC  X(031) VALUE SPACES.
002960     05 IM-CNT-VALUE             PIC ZZZ,ZZ9.
002970     05 FILLER                   PIC  X(002) VALUE SPACES.
002980*----------------------------------------------------------*
002990* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
003000* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
003010*----------------------------------------------------------*
003020 01  RW-CTL.
003030     05 RW-FUNC                  PIC  X(001).
003040     05 RW-TITLE                 PIC  X(050).
003050     05 RW-TITLE-ID              PIC  X(010).
003060     05 RW-LANG                  PIC  X(003).
003070     05 RW-COLS                  PIC  X(080).
003080     05 RW-LINE                  PIC  X(080).
003090     05 RW-PAGE-SIZE             PIC  9(003).
003100 01  RW-OUT.
003110     05 RW-OUT-COUNT             PIC  9(001).
003120     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003130 77  RW-X                        PIC S9(003) COMP-3.
003140 PROCEDURE DIVISION.
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT
003180     PERFORM 2000-LOAD-NEW-ITEMS
003190         THRU 2000-LOAD-NEW-ITEMS-EXIT
003200     PERFORM 3000-LOAD-OPEN-DOCS
003210         THRU 3000-LOAD-OPEN-DOCS-EXIT
003220     PERFORM 3500-MARK-PROPOSED
003230         THRU 3500-MARK-PROPOSED-EXIT
003240     PERFORM 4000-MATCH-ITEMS
003250         THRU 4000-MATCH-ITEMS-EXIT
003260     PERFORM 6000-PRINT-SUMMARY
003270         THRU 6000-PRINT-SUMMARY-EXIT
003280     PERFORM 9000-TERMINATE
003290         THRU 9000-TERMINATE-EXIT
003300     GO TO 9999-EXIT.
003310*----------------------------------------------------------*
003320* 1000-INITIALIZE - OPEN FILES, TOLERANCES, THE ARRIVED     *
003330*                   FILE'S NAME AND ITS GATEWAY VERDICT     *
003340*----------------------------------------------------------*
003350 1000-INITIALIZE.
003360     OPEN INPUT  MATCHCTL
003370     OPEN INPUT  INBMANIF
003380     OPEN INPUT  INBLOG
003390     OPEN I-O    DOCPOST
003400     OPEN I-O    MATCHITM
003410     OPEN OUTPUT MATCHRPT
003420     ACCEPT IM-TODAY-DATE FROM DATE YYYYMMDD
003430     ACCEPT IM-NOW-TIME   FROM TIME
003440     MOVE SPACES TO IM-NOW-TS
003450     STRING IM-TODAY-YY '-' IM-TODAY-MM '-' IM-TODAY-DD '-'
003460            IM-NOW-HH '.' IM-NOW-MIN '.' IM-NOW-SS '.000000'
003470            DELIMITED BY SIZE INTO IM-NOW-TS
003480     READ MATCHCTL
003490         AT END
003500            CONTINUE
003510         NOT AT END
003520            MOVE MATCHCTL-AMT-TOL TO IM-AMT-TOL
003530            MOVE MATCHCTL-DAY-TOL TO IM-DAY-TOL
003540     END-READ
003550     MOVE SPACES TO IM-FILE-NAME
003560     READ INBMANIF
003570         AT END
003580            CONTINUE
003590         NOT AT END
003600            MOVE INBMANIF-FILE TO IM-FILE-NAME
003610     END-READ
003620     PERFORM 1100-CHECK-VERDICT
003630         THRU 1100-CHECK-VERDICT-EXIT
003640     MOVE IM-TODAY-N    TO IM-TTL-DATE
003650     MOVE IM-TITLE-LINE TO RW-TITLE
003660     MOVE 'MATCHRPT'    TO RW-TITLE-ID
003670     MOVE SPACES        TO RW-LANG
003680     MOVE IM-COLS-LINE  TO RW-COLS
003690     MOVE 60  TO RW-PAGE-SIZE
003700     MOVE 'I' TO RW-FUNC
003710     PERFORM 8900-RW-PUT
003720         THRU 8900-RW-PUT-EXIT.
003730 1000-INITIALIZE-EXIT.
003740     EXIT.
003750*----------------------------------------------------------*
003760* 1100-CHECK-VERDICT - THE LATEST INBLOG ROW FOR THE FILE   *
003770*                      DECIDES; ONLY AN ACCEPTED FILE IS    *
003780*                      LOADED                               *
003790*----------------------------------------------------------*
003800 1100-CHECK-VERDICT.
003810     IF IM-FILE-NAME = SPACES
003820        MOVE 'NO MANIFEST - NO NEW FILE LOADED' TO IM-LOAD-NOTE
003830        GO TO 1100-CHECK-VERDICT-EXIT
003840     END-IF
003850     MOVE 'N' TO IM-EOF-SW
003860     PERFORM UNTIL IM-AT-EOF
003870        READ INBLOG
003880            AT END
003890               SET IM-AT-EOF TO TRUE
003900            NOT AT END
003910               IF INBLOG-FILE = IM-FILE-NAME
003920                  IF INBLOG-VERDICT = 'A'
003930                     SET IM-FILE-ACCEPTED TO TRUE
003940                  ELSE
003950                     MOVE 'N' TO IM-ACCEPT-SW
003960                  END-IF
003970               END-IF
003980        END-READ
003990     END-PERFORM
004000     IF NOT IM-FILE-ACCEPTED
004010        MOVE SPACES TO IM-LOAD-NOTE
004020        STRING 'FILE ' IM-FILE-NAME
004030               ' NOT ACCEPTED BY GXINGATE - NOT LOADED'
004040               DELIMITED BY SIZE INTO IM-LOAD-NOTE
004050     END-IF.
004060 1100-CHECK-VERDICT-EXIT.
004070     EXIT.
004080*----------------------------------------------------------*
004090* 2000-LOAD-NEW-ITEMS - THE ARRIVED FILE'S ITEMS ONTO THE   *
004100*                       REGISTER AS UNMATCHED.  A FILE      *
004110*                       ALREADY ON THE REGISTER IS NOT      *
004120*                       LOADED TWICE                        *
004130*----------------------------------------------------------*
004140 2000-LOAD-NEW-ITEMS.
004150     IF NOT IM-FILE-ACCEPTED
004160        GO TO 2000-LOAD-NEW-ITEMS-EXIT
004170     END-IF
004180     MOVE IM-FILE-NAME TO MATCHITM-FILE
004190     MOVE 1            TO MATCHITM-SEQ
004200     READ MATCHITM
004210         INVALID KEY
004220            CONTINUE
004230         NOT INVALID KEY
004240            MOVE SPACES TO IM-LOAD-NOTE
004250            STRING 'FILE ' IM-FILE-NAME
004260                   ' IS ALREADY ON THE REGISTER - NOT LOADED'
004270                   DELIMITED BY SIZE INTO IM-LOAD-NOTE
004280            GO TO 2000-LOAD-NEW-ITEMS-EXIT
004290     END-READ
004300     SET IM-FILE-LOADED TO TRUE
004310     OPEN INPUT INBFILE
004320     MOVE 'N' TO IM-EOF-SW
004330     PERFORM 2100-LOAD-ONE
004340         THRU 2100-LOAD-ONE-EXIT
004350         UNTIL IM-AT-EOF
004360     CLOSE INBFILE.
004370 2000-LOAD-NEW-ITEMS-EXIT.
004380     EXIT.
004390 2100-LOAD-ONE.
004400     READ INBFILE
004410         AT END
004420            SET IM-AT-EOF TO TRUE
004430            GO TO 2100-LOAD-ONE-EXIT
004440     END-READ
004450     IF NOT INBITEM-DETAIL
004460        GO TO 2100-LOAD-ONE-EXIT
004470     END-IF
004480     ADD 1 TO IM-SEQ
004490     MOVE SPACES              TO MATCHITM-RECORD
004500     MOVE IM-FILE-NAME        TO MATCHITM-FILE
004510     MOVE IM-SEQ              TO MATCHITM-SEQ
004520     MOVE INBITEM-PARTNER     TO MATCHITM-PARTNER
004530     MOVE INBITEM-ID          TO MATCHITM-ITEM-ID
004540     MOVE INBITEM-OUR-REF     TO MATCHITM-OUR-REF
004550     MOVE INBITEM-PARTNER-REF TO MATCHITM-PARTNER-REF
004560     MOVE INBITEM-DATE        TO MATCHITM-ITEM-DATE
004570     MOVE INBITEM-AMOUNT      TO MATCHITM-AMOUNT
004580     MOVE INBITEM-CURRENCY    TO MATCHITM-CURRENCY
004590     SET MATCHITM-UNMATCHED   TO TRUE
004600     MOVE 0                   TO MATCHITM-CAND-NBR
004610     MOVE 0                   TO MATCHITM-CAND-AMOUNT
004620     MOVE 0                   TO MATCHITM-REJ-NBR
004630     MOVE IM-TODAY-N          TO MATCHITM-LOADED
004640     MOVE 0                   TO MATCHITM-RUNS
004650     WRITE MATCHITM-RECORD
004660         INVALID KEY
004670            CONTINUE
004680         NOT INVALID KEY
004690            ADD 1 TO IM-T-LOADED
004700     END-WRITE.
004710 2100-LOAD-ONE-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
004740* 3000-LOAD-OPEN-DOCS - EVERY OPEN DOCUMENT INTO THE TABLE  *
004750*----------------------------------------------------------*
004760 3000-LOAD-OPEN-DOCS.
004770     MOVE LOW-VALUES TO DOCPOST-KEY
004780     START DOCPOST KEY NOT LESS DOCPOST-KEY
004790         INVALID KEY
004800            GO TO 3000-LOAD-OPEN-DOCS-EXIT
004810     END-START
004820     MOVE 'N' TO IM-EOF-SW
004830     PERFORM 3100-LOAD-DOC
004840         THRU 3100-LOAD-DOC-EXIT
004850         UNTIL IM-AT-EOF.
004860 3000-LOAD-OPEN-DOCS-EXIT.
004870     EXIT.
004880 3100-LOAD-DOC.
004890     READ DOCPOST NEXT RECORD
004900         AT END
004910            SET IM-AT-EOF TO TRUE
004920            GO TO 3100-LOAD-DOC-EXIT
004930     END-READ
004940     IF NOT DOCPOST-OPEN
004950        GO TO 3100-LOAD-DOC-EXIT
004960     END-IF
004970     IF IM-DOC-COUNT NOT LESS IM-DOC-MAX
004980        ADD 1 TO IM-DOC-SKIPPED
004990        GO TO 3100-LOAD-DOC-EXIT
005000     END-IF
005010     ADD 1 TO IM-DOC-COUNT
005020     MOVE DOCPOST-SERIES    TO IM-DOC-SERIES (IM-DOC-COUNT)
005030     MOVE DOCPOST-NBR       TO IM-DOC-NBR (IM-DOC-COUNT)
005040     MOVE DOCPOST-DOCNBR    TO IM-DOC-DOCNBR (IM-DOC-COUNT)
005050     MOVE DOCPOST-PARTNER   TO IM-DOC-PARTNER (IM-DOC-COUNT)
005060     MOVE DOCPOST-AMOUNT    TO IM-DOC-AMOUNT (IM-DOC-COUNT)
005070     MOVE DOCPOST-CURRENCY  TO IM-DOC-CURRENCY (IM-DOC-COUNT)
005080     MOVE DOCPOST-REFERENCE TO IM-DOC-REFERENCE (IM-DOC-COUNT)
005090     MOVE 'N'               TO IM-DOC-TAKEN (IM-DOC-COUNT)
005100     MOVE DOCPOST-DOC-DATE  TO IM-DTON-N
005110     PERFORM 8000-DATE-TO-DAYNUM
005120         THRU 8000-DATE-TO-DAYNUM-EXIT
005130     MOVE IM-DTON-NUM       TO IM-DOC-DAYNUM (IM-DOC-COUNT).
005140 3100-LOAD-DOC-EXIT.
005150     EXIT.
005160*----------------------------------------------------------*
005170* 3500-MARK-PROPOSED - DOCUMENTS ALREADY WAITING ON REVIEW  *
005180*                      FOR ANOTHER ITEM ARE NOT OFFERED     *
005190*                      AGAIN                                *
005200*----------------------------------------------------------*
005210 3500-MARK-PROPOSED.
005220     MOVE LOW-VALUES TO MATCHITM-KEY
005230     START MATCHITM KEY NOT LESS MATCHITM-KEY
005240         INVALID KEY
005250            GO TO 3500-MARK-PROPOSED-EXIT
005260     END-START
005270     MOVE 'N' TO IM-EOF-SW
005280     PERFORM 3600-MARK-ONE
005290         THRU 3600-MARK-ONE-EXIT
005300         UNTIL IM-AT-EOF.
005310 3500-MARK-PROPOSED-EXIT.
005320     EXIT.
005330 3600-MARK-ONE.
005340     READ MATCHITM NEXT RECORD
005350         AT END
005360            SET IM-AT-EOF TO TRUE
005370            GO TO 3600-MARK-ONE-EXIT
005380     END-READ
005390     IF MATCHITM-PROPOSED
005400        PERFORM VARYING IM-I FROM 1 BY 1
005410                UNTIL IM-I > IM-DOC-COUNT
005420           IF IM-DOC-SERIES (IM-I) = MATCHITM-CAND-SERIES AND
005430              IM-DOC-NBR (IM-I) = MATCHITM-CAND-NBR
005440              MOVE 'Y' TO IM-DOC-TAKEN (IM-I)
005450           END-IF
005460        END-PERFORM
005470     END-IF.
005480 3600-MARK-ONE-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 4000-MATCH-ITEMS - EVERY UNMATCHED ITEM ON THE REGISTER,  *
005520*                    TODAY'S AND THOSE CARRIED FORWARD, A   *
005530*                    PARTNER FILE AT A TIME                 *
005540*----------------------------------------------------------*
005550 4000-MATCH-ITEMS.
005560     MOVE SPACES TO IM-BRK-FILE
005570     INITIALIZE IM-FILE-COUNTS
005580     MOVE LOW-VALUES TO MATCHITM-KEY
005590     START MATCHITM KEY NOT LESS MATCHITM-KEY
005600         INVALID KEY
005610            GO TO 4000-MATCH-ITEMS-EXIT
005620     END-START
005630     MOVE 'N' TO IM-EOF-SW
005640     PERFORM 4100-MATCH-ONE
005650         THRU 4100-MATCH-ONE-EXIT
005660         UNTIL IM-AT-EOF
005670     IF IM-BRK-FILE NOT = SPACES
005680        PERFORM 4900-PUT-FILE-LINE
005690            THRU 4900-PUT-FILE-LINE-EXIT
005700     END-IF.
005710 4000-MATCH-ITEMS-EXIT.
005720     EXIT.
005730 4100-MATCH-ONE.
005740     READ MATCHITM NEXT RECORD
005750         AT END
005760            SET IM-AT-EOF TO TRUE
005770            GO TO 4100-MATCH-ONE-EXIT
005780     END-READ
005790     IF NOT MATCHITM-UNMATCHED
005800        GO TO 4100-MATCH-ONE-EXIT
005810     END-IF
005820     IF MATCHITM-FILE NOT = IM-BRK-FILE
005830        IF IM-BRK-FILE NOT = SPACES
005840           PERFORM 4900-PUT-FILE-LINE
005850               THRU 4900-PUT-FILE-LINE-EXIT
005860        END-IF
005870        MOVE MATCHITM-FILE TO IM-BRK-FILE
005880        INITIALIZE IM-FILE-COUNTS
005890     END-IF
005900     ADD 1 TO IM-F-WORKED
005910     ADD 1 TO MATCHITM-RUNS
005920     MOVE MATCHITM-ITEM-DATE TO IM-DTON-N
005930     PERFORM 8000-DATE-TO-DAYNUM
005940         THRU 8000-DATE-TO-DAYNUM-EXIT
005950     MOVE IM-DTON-NUM TO IM-ITEM-DAYNUM
005960     MOVE 0      TO IM-HIT
005970     MOVE SPACES TO IM-METHOD
005980     PERFORM 4200-TRY-REFERENCE
005990         THRU 4200-TRY-REFERENCE-EXIT
006000     IF IM-HIT = 0
006010        PERFORM 4300-TRY-AMOUNT-DATE
006020            THRU 4300-TRY-AMOUNT-DATE-EXIT
006030     END-IF
006040     IF IM-HIT = 0
006050        PERFORM 4400-TRY-LIKE
006060            THRU 4400-TRY-LIKE-EXIT
006070     END-IF
006080     EVALUATE TRUE
006090        WHEN IM-HIT = 0
006100           ADD 1 TO IM-F-CARRIED
006110        WHEN IM-METHOD = 'EXACT'
006120           PERFORM 4500-SETTLE
006130               THRU 4500-SETTLE-EXIT
006140        WHEN OTHER
006150           SET MATCHITM-PROPOSED TO TRUE
006160           PERFORM 4600-SET-CANDIDATE
006170               THRU 4600-SET-CANDIDATE-EXIT
006180           ADD 1 TO IM-F-REVIEW
006190     END-EVALUATE
006200     REWRITE MATCHITM-RECORD
006210         INVALID KEY
006220            CONTINUE
006230     END-REWRITE.
006240 4100-MATCH-ONE-EXIT.
006250     EXIT.
006260*----------------------------------------------------------*
006270* 4200-TRY-REFERENCE - THE DOCUMENT THE PARTNER QUOTES, BY  *
006280*                      NUMBER OR BY OUR REFERENCE.  THE     *
006290*                      SAME AMOUNT IS AN EXACT MATCH; ANY   *
006300*                      OTHER AMOUNT GOES TO REVIEW          *
006310*----------------------------------------------------------*
006320 4200-TRY-REFERENCE.
006330     IF MATCHITM-OUR-REF = SPACES
006340        GO TO 4200-TRY-REFERENCE-EXIT
006350     END-IF
006360     PERFORM VARYING IM-I FROM 1 BY 1
006370             UNTIL IM-I > IM-DOC-COUNT OR IM-HIT NOT = 0
006380        IF (IM-DOC-DOCNBR (IM-I) = MATCHITM-OUR-REF OR
006390            (IM-DOC-REFERENCE (IM-I) NOT = SPACES AND
006400             IM-DOC-REFERENCE (IM-I) = MATCHITM-OUR-REF))
006410           PERFORM 4800-CHECK-ELIGIBLE
006420               THRU 4800-CHECK-ELIGIBLE-EXIT
006430        END-IF
006440     END-PERFORM
006450     IF IM-HIT = 0
006460        GO TO 4200-TRY-REFERENCE-EXIT
006470     END-IF
006480     IF IM-DOC-AMOUNT (IM-HIT) = MATCHITM-AMOUNT AND
006490        (MATCHITM-CURRENCY = SPACES OR
006500         MATCHITM-CURRENCY = IM-DOC-CURRENCY (IM-HIT))
006510        MOVE 'EXACT'    TO IM-METHOD
006520     ELSE
006530        MOVE 'REF-AMT'  TO IM-METHOD
006540     END-IF.
006550 4200-TRY-REFERENCE-EXIT.
006560     EXIT.
006570*----------------------------------------------------------*
006580* 4300-TRY-AMOUNT-DATE - THE PARTNER'S OPEN DOCUMENT        *
006590*                        CLOSEST IN AMOUNT, THEN IN DATE,   *
006600*                        WITHIN BOTH TOLERANCES             *
006610*----------------------------------------------------------*
006620 4300-TRY-AMOUNT-DATE.
006630     MOVE 0 TO IM-BEST-AMT
006640     MOVE 0 TO IM-BEST-DAYS
006650     PERFORM VARYING IM-I FROM 1 BY 1
006660             UNTIL IM-I > IM-DOC-COUNT
006670        COMPUTE IM-DIFF-AMT = IM-DOC-AMOUNT (IM-I) -
006680                              MATCHITM-AMOUNT
006690        IF IM-DIFF-AMT < 0
006700           MULTIPLY -1 BY IM-DIFF-AMT
006710        END-IF
006720        COMPUTE IM-DIFF-DAYS = IM-DOC-DAYNUM (IM-I) -
006730                               IM-ITEM-DAYNUM
006740        IF IM-DIFF-DAYS < 0
006750           MULTIPLY -1 BY IM-DIFF-DAYS
006760        END-IF
006770        IF IM-DIFF-AMT NOT > IM-AMT-TOL AND
006780           IM-DIFF-DAYS NOT > IM-DAY-TOL AND
006790           IM-DOC-PARTNER (IM-I) = MATCHITM-PARTNER
006800           IF IM-HIT = 0 OR
006810              IM-DIFF-AMT < IM-BEST-AMT OR
006820              (IM-DIFF-AMT = IM-BEST-AMT AND
006830               IM-DIFF-DAYS < IM-BEST-DAYS)
006840              PERFORM 4700-CHECK-FREE
006850                  THRU 4700-CHECK-FREE-EXIT
006860           END-IF
006870        END-IF
006880     END-PERFORM
006890     IF IM-HIT NOT = 0
006900        MOVE 'AMT-DATE' TO IM-METHOD
006910     END-IF.
006920 4300-TRY-AMOUNT-DATE-EXIT.
006930     EXIT.
006940*----------------------------------------------------------*
006950* 4400-TRY-LIKE - THE PARTNER'S OWN REFERENCE AS A          *
006960*                 GX-CALL-LIKE PATTERN (*REF*, CASE         *
006970*                 FOLDED) OVER THE DOCUMENT REFERENCES OF   *
006980*                 THE SAME PARTNER                          *
006990*----------------------------------------------------------*
007000 4400-TRY-LIKE.
007010     IF MATCHITM-PARTNER-REF = SPACES
007020        GO TO 4400-TRY-LIKE-EXIT
007030     END-IF
007040     MOVE 0 TO IM-REF-LEN
007050     INSPECT MATCHITM-PARTNER-REF TALLYING IM-REF-LEN
007060         FOR CHARACTERS BEFORE INITIAL '  '
007070     IF IM-REF-LEN = 0
007080        GO TO 4400-TRY-LIKE-EXIT
007090     END-IF
007100     MOVE SPACES TO GX-LIKE-PTRN
007110     STRING '*' MATCHITM-PARTNER-REF (1:IM-REF-LEN) '*'
007120            DELIMITED BY SIZE INTO GX-LIKE-PTRN
007130     COMPUTE GX-LIKE-PTRN-LEN = IM-REF-LEN + 2
007140     MOVE 30 TO GX-LIKE-STRING-LEN
007150     PERFORM VARYING IM-I FROM 1 BY 1
007160             UNTIL IM-I > IM-DOC-COUNT OR IM-HIT NOT = 0
007170        IF IM-DOC-PARTNER (IM-I) = MATCHITM-PARTNER AND
007180           IM-DOC-REFERENCE (IM-I) NOT = SPACES
007190           MOVE SPACES TO GX-LIKE-STRING
007200           MOVE IM-DOC-REFERENCE (IM-I) TO GX-LIKE-STRING
007210           PERFORM GX-CALL-LIKE
007220               THRU GX-CALL-LIKE-EXIT
007230           IF GX-LIKE-RESULT = 1
007240              PERFORM 4700-CHECK-FREE
007250                  THRU 4700-CHECK-FREE-EXIT
007260           END-IF
007270        END-IF
007280     END-PERFORM
007290     IF IM-HIT NOT = 0
007300        MOVE 'LIKE' TO IM-METHOD
007310     END-IF.
007320 4400-TRY-LIKE-EXIT.
007330     EXIT.
007340*----------------------------------------------------------*
007350* 4500-SETTLE - THE DOCUMENT IS SETTLED BY THE ITEM; A      *
007360*               DOCUMENT SETTLED UNDER US SINCE THE LOAD    *
007370*               LEAVES THE ITEM UNMATCHED                   *
007380*----------------------------------------------------------*
007390 4500-SETTLE.
007400     MOVE IM-DOC-SERIES (IM-HIT) TO DOCPOST-SERIES
007410     MOVE IM-DOC-NBR (IM-HIT)    TO DOCPOST-NBR
007420     READ DOCPOST
007430         INVALID KEY
007440            ADD 1 TO IM-F-CARRIED
007450            GO TO 4500-SETTLE-EXIT
007460     END-READ
007470     IF NOT DOCPOST-OPEN
007480        ADD 1 TO IM-F-CARRIED
007490        GO TO 4500-SETTLE-EXIT
007500     END-IF
007510     MOVE MATCHITM-FILE TO IM-SB-FILE
007520     MOVE MATCHITM-SEQ  TO IM-SB-SEQ
007530     SET  DOCPOST-SETTLED TO TRUE
007540     MOVE IM-SETTLED-BY   TO DOCPOST-SETTLED-BY
007550     MOVE IM-NOW-TS       TO DOCPOST-SETTLED-TS
007560     REWRITE DOCPOST-RECORD
007570         INVALID KEY
007580            ADD 1 TO IM-F-CARRIED
007590            GO TO 4500-SETTLE-EXIT
007600     END-REWRITE
007610     MOVE 'Y' TO IM-DOC-TAKEN (IM-HIT)
007620     SET MATCHITM-AUTO-SETTLED TO TRUE
007630     PERFORM 4600-SET-CANDIDATE
007640         THRU 4600-SET-CANDIDATE-EXIT
007650     MOVE 'INBMATCH' TO MATCHITM-DECIDED-BY
007660     MOVE IM-NOW-TS  TO MATCHITM-DECIDED-TS
007670     ADD 1 TO IM-F-SETTLED.
007680 4500-SETTLE-EXIT.
007690     EXIT.
007700 4600-SET-CANDIDATE.
007710     MOVE IM-METHOD               TO MATCHITM-METHOD
007720     MOVE IM-DOC-SERIES (IM-HIT)  TO MATCHITM-CAND-SERIES
007730     MOVE IM-DOC-NBR (IM-HIT)     TO MATCHITM-CAND-NBR
007740     MOVE IM-DOC-DOCNBR (IM-HIT)  TO MATCHITM-CAND-DOCNBR
007750     MOVE IM-DOC-AMOUNT (IM-HIT)  TO MATCHITM-CAND-AMOUNT
007760     MOVE 'Y'                     TO IM-DOC-TAKEN (IM-HIT).
007770 4600-SET-CANDIDATE-EXIT.
007780     EXIT.
007790*----------------------------------------------------------*
007800* 4700-CHECK-FREE - IM-I BECOMES THE HIT UNLESS IT IS TAKEN *
007810*                   OR WAS ALREADY REJECTED FOR THIS ITEM   *
007820* 4800-CHECK-ELIGIBLE - THE SAME, AND THE DOCUMENT MUST BE  *
007830*                   WITH THE SAME PARTNER (OR WITH NONE)    *
007840*----------------------------------------------------------*
007850 4700-CHECK-FREE.
007860     IF IM-DOC-TAKEN (IM-I) = 'Y'
007870        GO TO 4700-CHECK-FREE-EXIT
007880     END-IF
007890     IF IM-DOC-SERIES (IM-I) = MATCHITM-REJ-SERIES AND
007900        IM-DOC-NBR (IM-I) = MATCHITM-REJ-NBR
007910        GO TO 4700-CHECK-FREE-EXIT
007920     END-IF
007930     MOVE IM-I        TO IM-HIT
007940     MOVE IM-DIFF-AMT  TO IM-BEST-AMT
007950     MOVE IM-DIFF-DAYS TO IM-BEST-DAYS.
007960 4700-CHECK-FREE-EXIT.
007970     EXIT.
007980 4800-CHECK-ELIGIBLE.
007990     IF IM-DOC-PARTNER (IM-I) NOT = SPACES AND
008000        IM-DOC-PARTNER (IM-I) NOT = MATCHITM-PARTNER
008010        GO TO 4800-CHECK-ELIGIBLE-EXIT
008020     END-IF
008030     PERFORM 4700-CHECK-FREE
008040         THRU 4700-CHECK-FREE-EXIT.
008050 4800-CHECK-ELIGIBLE-EXIT.
008060     EXIT.
008070*----------------------------------------------------------*
008080* 4900-PUT-FILE-LINE - MATCH RATE OF ONE PARTNER FILE       *
008090*----------------------------------------------------------*
008100 4900-PUT-FILE-LINE.
008110     MOVE IM-BRK-FILE  TO IM-DTL-FILE
008120     MOVE IM-F-WORKED  TO IM-DTL-WORKED
008130     MOVE IM-F-SETTLED TO IM-DTL-SETTLED
008140     MOVE IM-F-REVIEW  TO IM-DTL-REVIEW
008150     MOVE IM-F-CARRIED TO IM-DTL-CARRIED
008160     MOVE 0 TO IM-DTL-AUTO
008170     MOVE 0 TO IM-DTL-FOUND
008180     IF IM-F-WORKED > 0
008190        COMPUTE IM-RATE ROUNDED =
008200                IM-F-SETTLED * 100 / IM-F-WORKED
008210        MOVE IM-RATE TO IM-DTL-AUTO
008220        COMPUTE IM-RATE ROUNDED =
008230                (IM-F-SETTLED + IM-F-REVIEW) * 100 / IM-F-WORKED
008240        MOVE IM-RATE TO IM-DTL-FOUND
008250     END-IF
008260     MOVE IM-DTL-LINE TO RW-LINE
008270     MOVE 'D' TO RW-FUNC
008280     PERFORM 8900-RW-PUT
008290         THRU 8900-RW-PUT-EXIT
008300     ADD IM-F-WORKED  TO IM-T-WORKED
008310     ADD IM-F-SETTLED TO IM-T-SETTLED
008320     ADD IM-F-REVIEW  TO IM-T-REVIEW
008330     ADD IM-F-CARRIED TO IM-T-CARRIED.
008340 4900-PUT-FILE-LINE-EXIT.
008350     EXIT.
008360*----------------------------------------------------------*
008370* 6000-PRINT-SUMMARY - RUN TOTALS AND ANY LOAD NOTE         *
008380*----------------------------------------------------------*
008390 6000-PRINT-SUMMARY.
008400     MOVE 'ALL FILES' TO IM-BRK-FILE
008410     MOVE IM-T-WORKED  TO IM-F-WORKED
008420     MOVE IM-T-SETTLED TO IM-F-SETTLED
008430     MOVE IM-T-REVIEW  TO IM-F-REVIEW
008440     MOVE IM-T-CARRIED TO IM-F-CARRIED
008450     MOVE SPACES TO RW-LINE
008460     MOVE 'D' TO RW-FUNC
008470     PERFORM 8900-RW-PUT
008480         THRU 8900-RW-PUT-EXIT
008490     PERFORM 4900-PUT-FILE-LINE
008500         THRU 4900-PUT-FILE-LINE-EXIT
008510     MOVE SPACES TO RW-LINE
008520     MOVE 'D' TO RW-FUNC
008530     PERFORM 8900-RW-PUT
008540         THRU 8900-RW-PUT-EXIT
008550     MOVE 'ITEMS LOADED FROM TODAY''S FILE'    TO IM-CNT-LABEL
008560     MOVE IM-T-LOADED                          TO IM-CNT-VALUE
008570     PERFORM 6100-PUT-COUNT
008580         THRU 6100-PUT-COUNT-EXIT
008590     MOVE 'OPEN DOCUMENTS CONSIDERED'          TO IM-CNT-LABEL
008600     MOVE IM-DOC-COUNT                         TO IM-CNT-VALUE
008610     PERFORM 6100-PUT-COUNT
008620         THRU 6100-PUT-COUNT-EXIT
008630     IF IM-DOC-SKIPPED > 0
008640        MOVE '** OPEN DOCUMENTS OVER TABLE LIMIT' TO IM-CNT-LABEL
008650        MOVE IM-DOC-SKIPPED                    TO IM-CNT-VALUE
008660        PERFORM 6100-PUT-COUNT
008670            THRU 6100-PUT-COUNT-EXIT
008680     END-IF
008690     IF IM-LOAD-NOTE NOT = SPACES
008700        MOVE SPACES TO RW-LINE
008710        STRING '** ' IM-LOAD-NOTE
008720               DELIMITED BY SIZE INTO RW-LINE
008730        MOVE 'D' TO RW-FUNC
008740        PERFORM 8900-RW-PUT
008750            THRU 8900-RW-PUT-EXIT
008760     END-IF.
008770 6000-PRINT-SUMMARY-EXIT.
008780     EXIT.
008790 6100-PUT-COUNT.
008800     MOVE IM-CNT-LINE TO RW-LINE
008810     MOVE 'D' TO RW-FUNC
008820     PERFORM 8900-RW-PUT
008830         THRU 8900-RW-PUT-EXIT.
008840 6100-PUT-COUNT-EXIT.
008850     EXIT.
008860*----------------------------------------------------------*
008870* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
008880*----------------------------------------------------------*
008890 8000-DATE-TO-DAYNUM.
008900     MOVE IM-DTON-YY TO IM-DW-YY
008910     MOVE IM-DTON-MM TO IM-DW-MM
008920     MOVE IM-DTON-DD TO IM-DW-DD
008930     IF IM-DW-MM GREATER 2
008940        SUBTRACT 3 FROM IM-DW-MM
008950     ELSE
008960        ADD 9 TO IM-DW-MM
008970        SUBTRACT 1 FROM IM-DW-YY
008980     END-IF
008990     COMPUTE IM-DTON-D = ((153 * IM-DW-MM) + 2) / 5
009000     COMPUTE IM-DTON-L4 = IM-DW-YY / 4
009010     COMPUTE IM-DTON-L100 = IM-DW-YY / 100
009020     COMPUTE IM-DTON-L400 = IM-DW-YY / 400
009030     COMPUTE IM-DTON-NUM = IM-DW-YY * 365 +
009040                           IM-DTON-L4 -
009050                           IM-DTON-L100 +
009060                           IM-DTON-L400 +
009070                           IM-DTON-D +
009080                           IM-DW-DD.
009090 8000-DATE-TO-DAYNUM-EXIT.
009100     EXIT.
009110*----------------------------------------------------------*
009120* GX-CALL-LIKE - THE GXFLIKE MATCH, CASE FOLDED, NO ESCAPE  *
009130*                CHARACTER: BLANKS IN THE PATTERN MATCH     *
009140*                ANYTHING, THE COMPARISON ITSELF IS THE     *
009150*                RUNTIME'S GXFLIKE2                         *
009160*----------------------------------------------------------*
009170 GX-CALL-LIKE.
009180     MOVE GX-LIKE-STRING TO GX-LIKE-W-STRING
009190     MOVE GX-LIKE-PTRN   TO GX-LIKE-W-PTRN
009200     INSPECT GX-LIKE-W-STRING
009210        CONVERTING GX-LIKE-UC-ALPHA TO GX-LIKE-LC-ALPHA
009220     INSPECT GX-LIKE-W-PTRN
009230        CONVERTING GX-LIKE-UC-ALPHA TO GX-LIKE-LC-ALPHA
009240     INSPECT GX-LIKE-W-PTRN (1:GX-LIKE-PTRN-LEN)
009250        REPLACING ALL ' ' BY '*'
009260     CALL 'GXFLIKE2' USING GX-LIKE-W-STRING
009270                           GX-LIKE-STRING-LEN
009280                           GX-LIKE-W-PTRN
009290                           GX-LIKE-PTRN-LEN
009300                           GX-LIKE-RESULT.
009310 GX-CALL-LIKE-EXIT.
009320     EXIT.
009330*----------------------------------------------------------*
009340* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN    *
009350*               WRITE WHATEVER IT HANDED BACK               *
009360*----------------------------------------------------------*
009370 8900-RW-PUT.
009380     CALL 'GXRPTW' USING RW-CTL RW-OUT
009390     PERFORM VARYING RW-X FROM 1 BY 1
009400             UNTIL RW-X > RW-OUT-COUNT
009410        WRITE MATCHRPT-LINE FROM RW-OUT-LINE (RW-X)
009420     END-PERFORM.
009430 8900-RW-PUT-EXIT.
009440     EXIT.
009450*----------------------------------------------------------*
009460* 9000-TERMINATE - CLOSE FILES                              *
009470*----------------------------------------------------------*
009480 9000-TERMINATE.
009490     MOVE 'C' TO RW-FUNC
009500     PERFORM 8900-RW-PUT
009510         THRU 8900-RW-PUT-EXIT
009520     CLOSE MATCHCTL
009530     CLOSE INBMANIF
009540     CLOSE INBLOG
009550     CLOSE DOCPOST
009560     CLOSE MATCHITM
009570     CLOSE MATCHRPT.
009580 9000-TERMINATE-EXIT.
009590     EXIT.
009600 9999-EXIT.
009610     STOP RUN.
