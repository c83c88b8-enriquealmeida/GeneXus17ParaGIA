000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OUTBUILD.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - OUTBOUND PARTNER-FILE *
000100*                   BUILDER, THE MIRROR OF GXINGATE.  THE   *
000110*                   DRIVING CL OVERRIDES OUTSRC TO THE      *
000120*                   EXTRACT THE PRODUCING STEP HANDED OVER  *
000130*                   AND OUTFILE/OUTMANIF TO QTEMP MEMBERS.  *
000140*                   THE PARTNER'S OUTPART PROFILE AND       *
000150*                   OUTLAYT FIELD ROWS SAY HOW EACH HEADER, *
000160*                   DETAIL (PER SOURCE RECORD TYPE) AND     *
000170*                   TRAILER RECORD IS BUILT, FIXED OR       *
000180*                   DELIMITED.  RECORD COUNT AND BYTE-HASH  *
000190*                   TOTAL GO TO THE MANIFEST THE WAY        *
000200*                   GXINGATE CHECKS THEM; FILE AND MANIFEST *
000210*                   ARE COPIED TO /GXOUTBOUND/READY AND THE *
000220*                   TRANSMISSION IS LEDGERED ON XPRTLEDG.   *
000230*                   THE EXTRACT'S GXFBAL TOTALS MUST AGREE  *
000240*                   WITH THE PRODUCING STEP'S BALCTL OUTPUT *
000250*                   ROW - OTHERWISE THE FILE IS PARKED IN   *
000260*                   /GXOUTBOUND/HOLD AND NOTHING IS         *
000270*                   RELEASED                                *
000272*   2026-10-15  RH  THE LITERALS AHEAD OF THE DIRECTORY     *
000274*                   IN THE STAGING COMMANDS ARE             *
000276*                   DELIMITED BY SIZE - DELIMITED BY        *
000278*                   SPACE CUT THE COMMAND AT ITS VERB       *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-ISERIES.
000320 OBJECT-COMPUTER.   IBM-ISERIES.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OUTREQ     ASSIGN TO DATABASE-OUTREQ
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS OB-FS-OUTREQ.
000380     SELECT OUTPART    ASSIGN TO DATABASE-OUTPART
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS RANDOM
000410         RECORD KEY   IS OUTPART-PARTNER
000420         FILE STATUS  IS OB-FS-OUTPART.
000430     SELECT OUTLAYT    ASSIGN TO DATABASE-OUTLAYT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS DYNAMIC
000460         RECORD KEY   IS OUTLAYT-KEY
000470         FILE STATUS  IS OB-FS-OUTLAYT.
000480     SELECT OUTSRC     ASSIGN TO DATABASE-OUTSRC
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS  IS OB-FS-OUTSRC.
000510     SELECT OUTFILE    ASSIGN TO DATABASE-OUTFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS  IS OB-FS-OUTFILE.
000540     SELECT OUTMANIF   ASSIGN TO DATABASE-OUTMANIF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS  IS OB-FS-OUTMANIF.
000570     SELECT BALCTL     ASSIGN TO DATABASE-BALCTL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS  IS OB-FS-BALCTL.
000600     SELECT XPRTLEDG   ASSIGN TO DATABASE-XPRTLEDG
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS RANDOM
000630         RECORD KEY   IS XPRTLEDG-KEY
000640         FILE STATUS  IS OB-FS-XPRTLEDG.
000650     SELECT OUTRPT     ASSIGN TO DATABASE-OUTRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS  IS OB-FS-OUTRPT.
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------*
000710* BUILD REQUEST - THE PARTNER AND, OPTIONALLY, THE FILE     *
000720* NAME (BLANK = PARTNER PREFIX PLUS MONTH/DAY/HOUR/MINUTE)  *
000730*----------------------------------------------------------*
000740 FD  OUTREQ.
000750 01  OUTREQ-RECORD.
000760     05 OUTREQ-PARTNER           PIC  X(010).
000770     05 OUTREQ-FILE              PIC  X(010).
000780     05 OUTREQ-USER              PIC  X(010).
000790*----------------------------------------------------------*
000800* PARTNER PROFILE.  FORMAT F = FIXED, D = DELIMITED BY      *
000810* DELIM.  SOURCE IS THE BALCTL NAME OF THE EXTRACT; AMT-POS *
000820* AND AMT-LEN LOCATE ITS MONEY FIELD (OPTIONAL LEADING    *
000830* SIGN, DIGITS, TWO IMPLIED DECIMALS) - ZERO WHEN NONE      *
000840*----------------------------------------------------------*
000850 FD  OUTPART.
000860 01  OUTPART-RECORD.
000870     05 OUTPART-PARTNER          PIC  X(010).
000880     05 OUTPART-DESC             PIC  X(040).
000890     05 OUTPART-FORMAT           PIC  X(001).
000900        88 OUTPART-FIXED                         VALUE 'F'.
000910        88 OUTPART-DELIMITED                      VALUE 'D'.
000920     05 OUTPART-DELIM            PIC  X(001).
000930     05 OUTPART-SOURCE           PIC  X(010).
000940     05 OUTPART-AMT-POS          PIC  9(003).
000950     05 OUTPART-AMT-LEN          PIC  9(002).
000960     05 OUTPART-STATUS           PIC  X(001).
000970        88 OUTPART-ACTIVE                        VALUE 'A'.
000980*----------------------------------------------------------*
000990* LAYOUT - ONE ROW PER OUTPUT FIELD, IN SEQ ORDER.          *
001000* REC-TYPE H = HEADER, T = TRAILER, ANYTHING ELSE IS THE    *
001010* DETAIL LAYOUT FOR SOURCE RECORDS OF THAT TYPE (FIRST      *
001020* BYTE), * = EVERY TYPE WITHOUT ITS OWN.  A FIELD IS EITHER *
001030* SOURCE BYTES (SRC-POS/SRC-LEN), A LITERAL, OR A SPECIAL:  *
001040* *COUNT DETAILS, *RECS ALL RECORDS, *HASH DETAIL BYTE-HASH *
001050* *AMTTOT, *DATE, *TIME, *PARTNER, *FILE, *SEQ.  OUT-LEN IS *
001060* THE FIXED WIDTH; ALIGN R RIGHT-JUSTIFIES WITH PAD         *
001070*----------------------------------------------------------*
001080 FD  OUTLAYT.
001090 01  OUTLAYT-RECORD.
001100     05 OUTLAYT-KEY.
001110        10 OUTLAYT-PARTNER       PIC  X(010).
001120        10 OUTLAYT-REC-TYPE      PIC  X(001).
001130        10 OUTLAYT-SEQ           PIC  9(003).
001140     05 OUTLAYT-SRC-POS          PIC  9(003).
001150     05 OUTLAYT-SRC-LEN          PIC  9(003).
001160     05 OUTLAYT-SPECIAL          PIC  X(008).
001170     05 OUTLAYT-LITERAL          PIC  X(030).
001180     05 OUTLAYT-OUT-LEN          PIC  9(003).
001190     05 OUTLAYT-ALIGN            PIC  X(001).
001200     05 OUTLAYT-PAD              PIC  X(001).
001210 FD  OUTSRC.
001220 01  OUTSRC-RECORD               PIC  X(512).
001230 FD  OUTFILE.
001240 01  OUTFILE-RECORD              PIC  X(512).
001250*----------------------------------------------------------*
001260* MANIFEST - THE SAME LAYOUT GXINGATE READS AS INBMANIF     *
001270*----------------------------------------------------------*
001280 FD  OUTMANIF.
001290 01  OUTMANIF-RECORD.
001300     05 OUTMANIF-FILE            PIC  X(010).
001310     05 OUTMANIF-RECCOUNT        PIC  9(009).
001320     05 OUTMANIF-HASHTOT         PIC  9(013).
001330 FD  BALCTL.
001340 01  BALCTL-RECORD.
001350     05 BALCTL-TIMESTAMP         PIC  X(026).
001360     05 BALCTL-JOB               PIC  X(010).
001370     05 BALCTL-PGM               PIC  X(010).
001380     05 BALCTL-FILE              PIC  X(010).
001390     05 BALCTL-SIDE              PIC  X(001).
001400     05 BALCTL-RECCOUNT          PIC S9(009) COMP-3.
001410     05 BALCTL-HASHTOT           PIC S9(013) COMP-3.
001420     05 BALCTL-AMTTOT            PIC S9(013)V9(002) COMP-3.
001430 FD  XPRTLEDG.
001440 01  XPRTLEDG-RECORD.
001450     05 XPRTLEDG-KEY.
001460        10 XPRTLEDG-NAME         PIC  X(040).
001470        10 XPRTLEDG-TS           PIC  X(026).
001480     05 XPRTLEDG-ROWS            PIC S9(009) COMP-3.
001490     05 XPRTLEDG-TOTAL           PIC S9(013)V9(002) COMP-3.
001500     05 XPRTLEDG-ACK             PIC  X(001).
001510     05 XPRTLEDG-ACK-TS          PIC  X(026).
001520 FD  OUTRPT.
001530 01  OUTRPT-LINE                 PIC  X(080).
001540 WORKING-STORAGE SECTION.
001550 77  OB-FS-OUTREQ                PIC  X(002).
001560 77  OB-FS-OUTPART               PIC  X(002).
001570 77  OB-FS-OUTLAYT               PIC  X(002).
001580 77  OB-FS-OUTSRC                PIC  X(002).
001590 77  OB-FS-OUTFILE               PIC  X(002).
001600 77  OB-FS-OUTMANIF              PIC  X(002).
001610 77  OB-FS-BALCTL                PIC  X(002).
001620 77  OB-FS-XPRTLEDG              PIC  X(002).
001630 77  OB-FS-OUTRPT                PIC  X(002).
001640 77  OB-EOF-SW                   PIC  X(001)     VALUE 'N'.
001650     88 OB-AT-EOF                                VALUE 'Y'.
001660 77  OB-REFUSE-SW                PIC  X(001)     VALUE 'N'.
001670     88 OB-REFUSED                               VALUE 'Y'.
001680     88 OB-NOT-REFUSED                            VALUE 'N'.
001690 77  OB-HOLD-SW                  PIC  X(001)     VALUE 'N'.
001700     88 OB-HELD                                  VALUE 'Y'.
001710     88 OB-NOT-HELD                               VALUE 'N'.
001720 77  OB-PASS-SW                  PIC  X(001).
001730     88 OB-PASS-COUNT                            VALUE '1'.
001740     88 OB-PASS-WRITE                             VALUE '2'.
001750 77  OB-PRODUCER-SW              PIC  X(001)     VALUE 'N'.
001760     88 OB-PRODUCER-FOUND                        VALUE 'Y'.
001770 77  OB-I                        PIC S9(004) COMP-3.
001780 77  OB-J                        PIC S9(004) COMP-3.
001790 77  OB-K                        PIC S9(004) COMP-3.
001800 77  OB-FLD-COUNT                PIC S9(004) COMP-3 VALUE 0.
001810 77  OB-FLD-MAX                  PIC S9(004) COMP-3 VALUE 200.
001820 77  OB-HDR-FIELDS               PIC S9(004) COMP-3 VALUE 0.
001830 77  OB-TRL-FIELDS               PIC S9(004) COMP-3 VALUE 0.
001840 77  OB-PTR                      PIC S9(004) COMP-3.
001850 77  OB-VAL-LEN                  PIC S9(004) COMP-3.
001860 77  OB-PAD-LEN                  PIC S9(004) COMP-3.
001870 77  OB-DTL-COUNT                PIC S9(009) COMP-3 VALUE 0.
001880 77  OB-DTL-HASH                 PIC S9(013) COMP-3 VALUE 0.
001890 77  OB-NO-LAYOUT                PIC S9(009) COMP-3 VALUE 0.
001900 77  OB-REC-SEQ                  PIC S9(009) COMP-3 VALUE 0.
001910 77  OB-ALL-RECS                 PIC S9(009) COMP-3 VALUE 0.
001920 77  OB-MAN-COUNT                PIC S9(009) COMP-3 VALUE 0.
001930 77  OB-MAN-HASH                 PIC S9(013) COMP-3 VALUE 0.
001940 77  OB-REC-HASH                 PIC S9(013) COMP-3.
001950 77  OB-SRC-RECS                 PIC S9(009) COMP-3 VALUE 0.
001960 77  OB-SRC-HASH                 PIC S9(013) COMP-3 VALUE 0.
001970 77  OB-SRC-AMT                  PIC S9(013)V9(002) COMP-3
001980                                                 VALUE 0.
001990 77  OB-AMT                      PIC S9(013)V9(002) COMP-3.
002000 77  OB-CMD-PTR                  PIC S9(004) COMP-3.
002010 77  OB-CMD                      PIC  X(512).
002020 77  OB-CMDLEN                   PIC S9(010)V9(005) COMP-3.
002030 01  OB-PARTNER                  PIC  X(010).
002040 01  OB-FILE-NAME                PIC  X(010).
002050 01  OB-USER                     PIC  X(010).
002060 01  OB-REFUSE-TEXT              PIC  X(060).
002070 01  OB-HOLD-TEXT                PIC  X(060).
002080 01  OB-DIR                      PIC  X(020).
002090 01  OB-TODAY-DATE.
002100     05 OB-TODAY-YY              PIC  9(004).
002110     05 OB-TODAY-MM              PIC  9(002).
002120     05 OB-TODAY-DD              PIC  9(002).
002130 01  OB-TODAY-N REDEFINES OB-TODAY-DATE
002140                                 PIC  9(008).
002150 01  OB-NOW-TIME.
002160     05 OB-NOW-HH                PIC  9(002).
002170     05 OB-NOW-MIN               PIC  9(002).
002180     05 OB-NOW-SS                PIC  9(002).
002190     05 OB-NOW-HS                PIC  9(002).
002200 01  OB-NOW-TS                   PIC  X(026).
002210 01  OB-REC-DATE.
002220     05 OB-REC-YY                PIC  9(004).
002230     05 OB-REC-MM                PIC  9(002).
002240     05 OB-REC-DD                PIC  9(002).
002250*----------------------------------------------------------*
002260* THE PRODUCING STEP'S NEWEST OUTPUT TOTALS FOR THE EXTRACT *
002270*----------------------------------------------------------*
002280 01  OB-PRD-TS                   PIC  X(026).
002290 01  OB-PRD-PGM                  PIC  X(010).
002300 77  OB-PRD-RECS                 PIC S9(009) COMP-3 VALUE 0.
002310 77  OB-PRD-HASH                 PIC S9(013) COMP-3 VALUE 0.
002320 77  OB-PRD-AMT                  PIC S9(013)V9(002) COMP-3
002330                                                 VALUE 0.
002340 01  OB-FLD-TABLE.
002350     05 OB-FLD-ENTRY OCCURS 200.
002360        10 OB-FLD-TYPE           PIC  X(001).
002370        10 OB-FLD-SRC-POS        PIC  9(003).
002380        10 OB-FLD-SRC-LEN        PIC  9(003).
002390        10 OB-FLD-SPECIAL        PIC  X(008).
002400        10 OB-FLD-LITERAL        PIC  X(030).
002410        10 OB-FLD-OUT-LEN        PIC  9(003).
002420        10 OB-FLD-ALIGN          PIC  X(001).
002430        10 OB-FLD-PAD            PIC  X(001).
002440 01  OB-BUILD-TYPE               PIC  X(001).
002450 01  OB-FIND-TYPE                PIC  X(001).
002460 01  OB-OUT-REC                  PIC  X(512).
002470 01  OB-VAL                      PIC  X(060).
002480 01  OB-VAL-WORK                 PIC  X(060).
002490 01  OB-NUM-ED                   PIC  Z(012)9.
002500 01  OB-AMT-ED                   PIC -(013)9.99.
002510 01  OB-AMT-ZONED                PIC S9(013)V9(002)
002520                                 SIGN LEADING SEPARATE.
002530 01  OB-BYTE-PAIR.
002540     05 FILLER                   PIC  X(001).
002550     05 OB-BYTE-CHAR             PIC  X(001).
002560 01  OB-BYTE-NUM REDEFINES OB-BYTE-PAIR
002570                                 PIC S9(004) COMP-4.
002580 01  OB-TITLE-LINE.
002590     05 FILLER                   PIC  X(026)
002600                VALUE 'OUTBOUND FILE BUILD     - '.
002610     05 OB-TTL-PARTNER           PIC  X(010).
002620     05 FILLER                   PIC  X(001) VALUE '/'.
002630     05 OB-TTL-FILE              PIC  X(010).
002640     05 FILLER                   PIC  X(003) VALUE SPACES.
002650 01  OB-COLS-LINE.
002660     05 FILLER                   PIC  X(040) VALUE
002670            'CHECK          EXPECTED          ACTUAL'.
002680     05 FILLER                   PIC  X(040) VALUE
002690            '  VERDICT'.
002700 01  OB-DTL-LINE.
002710     05 OB-DTL-CHECK             PIC  X(010).
002720     05 FILLER                   PIC  X(002) VALUE SPACES.
002730     05 OB-DTL-EXPECT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002740     05 FILLER                   PIC  X(001) VALUE SPACES.
002750     05 OB-DTL-ACTUAL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002760     05 FILLER                   PIC  X(002) VALUE SPACES.
002770     05 OB-DTL-VERDICT           PIC  X(008).
002780     05 FILLER                   PIC  X(025) VALUE SPACES.
002790 01  OB-CNT-LINE.
002800     05 OB-CNT-LABEL             PIC  X(040).
002810     05 FILLER                   PIC  X(024) VALUE SPACES.
002820     05 OB-CNT-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002830*----------------------------------------------------------*
002840* GXCMDX CALL BLOCK - THE ALLOW-LISTED COMMAND RUNNER       *
002850*----------------------------------------------------------*
002860 01  CX-CTL.
002870     05 CX-CALLER                PIC  X(010).
002880     05 CX-CMD                   PIC  X(512).
002890     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
002900     05 CX-RESULT                PIC  X(002).
002910*----------------------------------------------------------*
002920* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
002930* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
002940*----------------------------------------------------------*
002950 01  RW-CTL.
002960     05 RW-FUNC                  PIC  X(001).
002970     05 RW-TITLE                 PIC  X(050).
002980     05 RW-TITLE-ID              PIC  X(010).
002990     05 RW-LANG                  PIC  X(003).
003000     05 RW-COLS                  PIC  X(080).
003010     05 RW-LINE                  PIC  X(080).
003020     05 RW-PAGE-SIZE             PIC  9(003).
003030 01  RW-OUT.
003040     05 RW-OUT-COUNT             PIC  9(001).
003050     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003060 77  RW-X                        PIC S9(003) COMP-3.
003070 PROCEDURE DIVISION.
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE
003100         THRU 1000-INITIALIZE-EXIT
003110     IF OB-NOT-REFUSED
003120        SET OB-PASS-COUNT TO TRUE
003130        PERFORM 2000-SOURCE-PASS
003140            THRU 2000-SOURCE-PASS-EXIT
003150        PERFORM 3000-CHECK-BALANCE
003160            THRU 3000-CHECK-BALANCE-EXIT
003170        SET OB-PASS-WRITE TO TRUE
003180        PERFORM 4000-BUILD-FILE
003190            THRU 4000-BUILD-FILE-EXIT
003200        PERFORM 5000-WRITE-BALCTL
003210            THRU 5000-WRITE-BALCTL-EXIT
003220        PERFORM 7000-STAGE-FILE
003230            THRU 7000-STAGE-FILE-EXIT
003240     END-IF
003250     PERFORM 6000-PRINT-SUMMARY
003260         THRU 6000-PRINT-SUMMARY-EXIT
003270     PERFORM 9000-TERMINATE
003280         THRU 9000-TERMINATE-EXIT
003290     GO TO 9999-EXIT.
003300*----------------------------------------------------------*
003310* 1000-INITIALIZE - THE REQUEST, THE PARTNER PROFILE AND    *
003320*                   ITS LAYOUT ROWS                         *
003330*----------------------------------------------------------*
003340 1000-INITIALIZE.
003350     OPEN INPUT  OUTREQ
003360     OPEN INPUT  OUTPART
003370     OPEN INPUT  OUTLAYT
003380     OPEN OUTPUT OUTRPT
003390     ACCEPT OB-TODAY-DATE FROM DATE YYYYMMDD
003400     ACCEPT OB-NOW-TIME   FROM TIME
003410     MOVE SPACES TO OB-NOW-TS
003420     STRING OB-TODAY-YY '-' OB-TODAY-MM '-' OB-TODAY-DD '-'
003430            OB-NOW-HH '.' OB-NOW-MIN '.' OB-NOW-SS '.000000'
003440            DELIMITED BY SIZE INTO OB-NOW-TS
003450     MOVE SPACES TO OUTREQ-RECORD
003460     READ OUTREQ
003470         AT END
003480            CONTINUE
003490     END-READ
003500     MOVE OUTREQ-PARTNER TO OB-PARTNER
003510     MOVE OUTREQ-USER    TO OB-USER
003520     MOVE OUTREQ-FILE    TO OB-FILE-NAME
003530     IF OB-FILE-NAME = SPACES
003540        STRING OB-PARTNER (1:2) OB-TODAY-MM OB-TODAY-DD
003550               OB-NOW-HH OB-NOW-MIN
003560               DELIMITED BY SIZE INTO OB-FILE-NAME
003570     END-IF
003580     MOVE OB-PARTNER     TO OB-TTL-PARTNER
003590     MOVE OB-FILE-NAME   TO OB-TTL-FILE
003600     MOVE OB-TITLE-LINE  TO RW-TITLE
003610     MOVE 'OUTRPT'       TO RW-TITLE-ID
003620     MOVE SPACES         TO RW-LANG
003630     MOVE OB-COLS-LINE   TO RW-COLS
003640     MOVE 60  TO RW-PAGE-SIZE
003650     MOVE 'I' TO RW-FUNC
003660     PERFORM 8900-RW-PUT
003670         THRU 8900-RW-PUT-EXIT
003680     MOVE OB-PARTNER TO OUTPART-PARTNER
003690     READ OUTPART
003700         INVALID KEY
003710            SET OB-REFUSED TO TRUE
003720            MOVE 'PARTNER HAS NO OUTPART PROFILE'
003730                   TO OB-REFUSE-TEXT
003740            GO TO 1000-INITIALIZE-EXIT
003750     END-READ
003760     IF NOT OUTPART-ACTIVE
003770        SET OB-REFUSED TO TRUE
003780        MOVE 'PARTNER PROFILE IS NOT ACTIVE' TO OB-REFUSE-TEXT
003790        GO TO 1000-INITIALIZE-EXIT
003800     END-IF
003810     IF NOT OUTPART-FIXED AND NOT OUTPART-DELIMITED
003820        SET OB-REFUSED TO TRUE
003830        MOVE 'PARTNER PROFILE FORMAT IS NOT F OR D'
003840               TO OB-REFUSE-TEXT
003850        GO TO 1000-INITIALIZE-EXIT
003860     END-IF
003870     PERFORM 1100-LOAD-LAYOUT
003880         THRU 1100-LOAD-LAYOUT-EXIT.
003890 1000-INITIALIZE-EXIT.
003900     EXIT.
003910 1100-LOAD-LAYOUT.
003920     MOVE OB-PARTNER  TO OUTLAYT-PARTNER
003930     MOVE LOW-VALUES  TO OUTLAYT-REC-TYPE
003940     MOVE 0           TO OUTLAYT-SEQ
003950     START OUTLAYT KEY NOT LESS OUTLAYT-KEY
003960         INVALID KEY
003970            SET OB-AT-EOF TO TRUE
003980     END-START
003990     PERFORM UNTIL OB-AT-EOF
004000        READ OUTLAYT NEXT RECORD
004010            AT END
004020               SET OB-AT-EOF TO TRUE
004030            NOT AT END
004040               IF OUTLAYT-PARTNER NOT = OB-PARTNER
004050                  SET OB-AT-EOF TO TRUE
004060               ELSE
004070                  PERFORM 1110-STORE-FIELD
004080                      THRU 1110-STORE-FIELD-EXIT
004090               END-IF
004100        END-READ
004110     END-PERFORM
004120     IF OB-FLD-COUNT = 0
004130        SET OB-REFUSED TO TRUE
004140        MOVE 'PARTNER HAS NO OUTLAYT LAYOUT ROWS'
004150               TO OB-REFUSE-TEXT
004160     END-IF.
004170 1100-LOAD-LAYOUT-EXIT.
004180     EXIT.
004190 1110-STORE-FIELD.
004200     IF OB-FLD-COUNT NOT LESS OB-FLD-MAX
004210        SET OB-REFUSED TO TRUE
004220        MOVE 'LAYOUT HAS MORE THAN 200 FIELD ROWS'
004230               TO OB-REFUSE-TEXT
004240        GO TO 1110-STORE-FIELD-EXIT
004250     END-IF
004260     ADD 1 TO OB-FLD-COUNT
004270     MOVE OUTLAYT-REC-TYPE TO OB-FLD-TYPE (OB-FLD-COUNT)
004280     MOVE OUTLAYT-SRC-POS  TO OB-FLD-SRC-POS (OB-FLD-COUNT)
004290     MOVE OUTLAYT-SRC-LEN  TO OB-FLD-SRC-LEN (OB-FLD-COUNT)
004300     MOVE OUTLAYT-SPECIAL  TO OB-FLD-SPECIAL (OB-FLD-COUNT)
004310     MOVE OUTLAYT-LITERAL  TO OB-FLD-LITERAL (OB-FLD-COUNT)
004320     MOVE OUTLAYT-OUT-LEN  TO OB-FLD-OUT-LEN (OB-FLD-COUNT)
004330     MOVE OUTLAYT-ALIGN    TO OB-FLD-ALIGN (OB-FLD-COUNT)
004340     MOVE OUTLAYT-PAD      TO OB-FLD-PAD (OB-FLD-COUNT)
004350     IF OUTLAYT-REC-TYPE = 'H'
004360        ADD 1 TO OB-HDR-FIELDS
004370     END-IF
004380     IF OUTLAYT-REC-TYPE = 'T'
004390        ADD 1 TO OB-TRL-FIELDS
004400     END-IF.
004410 1110-STORE-FIELD-EXIT.
004420     EXIT.
004430*----------------------------------------------------------*
004440* 2000-SOURCE-PASS - THE EXTRACT'S OWN GXFBAL TOTALS, AND   *
004450*                    THE DETAIL COUNT/HASH/AMOUNT THE       *
004460*                    HEADER AND TRAILER MAY CARRY           *
004470*----------------------------------------------------------*
004480 2000-SOURCE-PASS.
004490     OPEN INPUT OUTSRC
004500     MOVE 'N' TO OB-EOF-SW
004510     PERFORM 2100-COUNT-ONE
004520         THRU 2100-COUNT-ONE-EXIT
004530         UNTIL OB-AT-EOF
004540     CLOSE OUTSRC
004550     COMPUTE OB-ALL-RECS = OB-DTL-COUNT
004560     IF OB-HDR-FIELDS > 0
004570        ADD 1 TO OB-ALL-RECS
004580     END-IF
004590     IF OB-TRL-FIELDS > 0
004600        ADD 1 TO OB-ALL-RECS
004610     END-IF.
004620 2000-SOURCE-PASS-EXIT.
004630     EXIT.
004640 2100-COUNT-ONE.
004650     READ OUTSRC
004660         AT END
004670            SET OB-AT-EOF TO TRUE
004680            GO TO 2100-COUNT-ONE-EXIT
004690     END-READ
004700     ADD 1 TO OB-SRC-RECS
004710     MOVE OUTSRC-RECORD TO OB-OUT-REC
004720     PERFORM 8500-HASH-RECORD
004730         THRU 8500-HASH-RECORD-EXIT
004740     ADD OB-REC-HASH TO OB-SRC-HASH
004750     IF OB-SRC-HASH GREATER 999999999999
004760        SUBTRACT 1000000000000 FROM OB-SRC-HASH
004770     END-IF
004780     PERFORM 2200-SOURCE-AMOUNT
004790         THRU 2200-SOURCE-AMOUNT-EXIT
004800     ADD OB-AMT TO OB-SRC-AMT
004810     MOVE OUTSRC-RECORD (1:1) TO OB-BUILD-TYPE
004820     PERFORM 4200-BUILD-DETAIL
004830         THRU 4200-BUILD-DETAIL-EXIT.
004840 2100-COUNT-ONE-EXIT.
004850     EXIT.
004860 2200-SOURCE-AMOUNT.
004870     MOVE 0 TO OB-AMT
004880     IF OUTPART-AMT-POS = 0 OR OUTPART-AMT-LEN = 0 OR
004890        OUTPART-AMT-LEN > 16
004900        GO TO 2200-SOURCE-AMOUNT-EXIT
004910     END-IF
004920*    A LEADING SIGN IN THE FIELD IS KEPT, THE DIGITS ARE RIGHT-
004930*    JUSTIFIED OVER ZEROES
004940     MOVE '+000000000000000' TO OB-VAL-WORK (1:16)
004950     MOVE OUTPART-AMT-POS TO OB-J
004960     MOVE OUTPART-AMT-LEN TO OB-K
004970     IF OUTSRC-RECORD (OB-J:1) = '-' OR
004980        OUTSRC-RECORD (OB-J:1) = '+'
004990        MOVE OUTSRC-RECORD (OB-J:1) TO OB-VAL-WORK (1:1)
005000        ADD 1 TO OB-J
005010        SUBTRACT 1 FROM OB-K
005020     END-IF
005030     IF OB-K > 0
005040        MOVE OUTSRC-RECORD (OB-J:OB-K)
005050          TO OB-VAL-WORK (17 - OB-K:OB-K)
005060     END-IF
005070     MOVE OB-VAL-WORK (1:16) TO OB-AMT-ZONED
005080     IF OB-AMT-ZONED IS NUMERIC
005090        MOVE OB-AMT-ZONED TO OB-AMT
005100     END-IF.
005110 2200-SOURCE-AMOUNT-EXIT.
005120     EXIT.
005130*----------------------------------------------------------*
005140* 3000-CHECK-BALANCE - THE PRODUCING STEP'S NEWEST OUTPUT   *
005150*                      TOTALS FOR THE EXTRACT TODAY MUST    *
005160*                      AGREE WITH WHAT THIS STEP READ.  NO  *
005170*                      TOTALS AT ALL IS NOT A BALANCE       *
005180*----------------------------------------------------------*
005190 3000-CHECK-BALANCE.
005200     OPEN INPUT BALCTL
005210     MOVE 'N' TO OB-EOF-SW
005220     PERFORM UNTIL OB-AT-EOF
005230        READ BALCTL
005240            AT END
005250               SET OB-AT-EOF TO TRUE
005260            NOT AT END
005270               PERFORM 3100-CONSIDER-TOTAL
005280                   THRU 3100-CONSIDER-TOTAL-EXIT
005290        END-READ
005300     END-PERFORM
005310     CLOSE BALCTL
005320     PERFORM 3200-JUDGE
005330         THRU 3200-JUDGE-EXIT.
005340 3000-CHECK-BALANCE-EXIT.
005350     EXIT.
005360 3100-CONSIDER-TOTAL.
005370     MOVE BALCTL-TIMESTAMP (1:4) TO OB-REC-YY
005380     MOVE BALCTL-TIMESTAMP (6:2) TO OB-REC-MM
005390     MOVE BALCTL-TIMESTAMP (9:2) TO OB-REC-DD
005400     IF OB-REC-DATE NOT = OB-TODAY-DATE OR
005410        BALCTL-SIDE NOT = 'O' OR
005420        BALCTL-FILE NOT = OUTPART-SOURCE OR
005430        BALCTL-PGM = 'OUTBUILD'
005440        GO TO 3100-CONSIDER-TOTAL-EXIT
005450     END-IF
005460     IF OB-PRODUCER-FOUND AND BALCTL-TIMESTAMP < OB-PRD-TS
005470        GO TO 3100-CONSIDER-TOTAL-EXIT
005480     END-IF
005490     SET OB-PRODUCER-FOUND TO TRUE
005500     MOVE BALCTL-TIMESTAMP TO OB-PRD-TS
005510     MOVE BALCTL-PGM       TO OB-PRD-PGM
005520     MOVE BALCTL-RECCOUNT  TO OB-PRD-RECS
005530     MOVE BALCTL-HASHTOT   TO OB-PRD-HASH
005540     MOVE BALCTL-AMTTOT    TO OB-PRD-AMT.
005550 3100-CONSIDER-TOTAL-EXIT.
005560     EXIT.
005570 3200-JUDGE.
005580     IF NOT OB-PRODUCER-FOUND
005590        SET OB-HELD TO TRUE
005600        MOVE SPACES TO OB-HOLD-TEXT
005610        STRING 'NO BALCTL OUTPUT TOTALS TODAY FOR ' OUTPART-SOURCE
005620               DELIMITED BY SIZE INTO OB-HOLD-TEXT
005630        GO TO 3200-JUDGE-EXIT
005640     END-IF
005650     MOVE 'RECCOUNT'  TO OB-DTL-CHECK
005660     MOVE OB-PRD-RECS TO OB-DTL-EXPECT
005670     MOVE OB-SRC-RECS TO OB-DTL-ACTUAL
005680     IF OB-PRD-RECS = OB-SRC-RECS
005690        MOVE 'MATCH'    TO OB-DTL-VERDICT
005700     ELSE
005710        SET OB-HELD TO TRUE
005720        MOVE 'MISMATCH' TO OB-DTL-VERDICT
005730     END-IF
005740     PERFORM 3900-PUT-CHECK-LINE
005750         THRU 3900-PUT-CHECK-LINE-EXIT
005760     MOVE 'HASHTOT'   TO OB-DTL-CHECK
005770     MOVE OB-PRD-HASH TO OB-DTL-EXPECT
005780     MOVE OB-SRC-HASH TO OB-DTL-ACTUAL
005790     IF OB-PRD-HASH = OB-SRC-HASH
005800        MOVE 'MATCH'    TO OB-DTL-VERDICT
005810     ELSE
005820        SET OB-HELD TO TRUE
005830        MOVE 'MISMATCH' TO OB-DTL-VERDICT
005840     END-IF
005850     PERFORM 3900-PUT-CHECK-LINE
005860         THRU 3900-PUT-CHECK-LINE-EXIT
005870     MOVE 'AMTTOT'    TO OB-DTL-CHECK
005880     MOVE OB-PRD-AMT  TO OB-DTL-EXPECT
005890     MOVE OB-SRC-AMT  TO OB-DTL-ACTUAL
005900     IF OB-PRD-AMT = OB-SRC-AMT
005910        MOVE 'MATCH'    TO OB-DTL-VERDICT
005920     ELSE
005930        SET OB-HELD TO TRUE
005940        MOVE 'MISMATCH' TO OB-DTL-VERDICT
005950     END-IF
005960     PERFORM 3900-PUT-CHECK-LINE
005970         THRU 3900-PUT-CHECK-LINE-EXIT
005980     IF OB-HELD
005990        MOVE SPACES TO OB-HOLD-TEXT
006000        STRING 'EXTRACT OUT OF BALANCE WITH ' OB-PRD-PGM
006010               DELIMITED BY SIZE INTO OB-HOLD-TEXT
006020     END-IF.
006030 3200-JUDGE-EXIT.
006040     EXIT.
006050 3900-PUT-CHECK-LINE.
006060     MOVE OB-DTL-LINE TO RW-LINE
006070     MOVE 'D' TO RW-FUNC
006080     PERFORM 8900-RW-PUT
006090         THRU 8900-RW-PUT-EXIT.
006100 3900-PUT-CHECK-LINE-EXIT.
006110     EXIT.
006120*----------------------------------------------------------*
006130* 4000-BUILD-FILE - HEADER, ONE DETAIL PER SOURCE RECORD,   *
006140*                   TRAILER, THEN THE MANIFEST              *
006150*----------------------------------------------------------*
006160 4000-BUILD-FILE.
006170     OPEN INPUT  OUTSRC
006180     OPEN OUTPUT OUTFILE
006190     OPEN OUTPUT OUTMANIF
006200     IF OB-HDR-FIELDS > 0
006210        MOVE 'H' TO OB-FIND-TYPE
006220        PERFORM 4500-FORMAT-RECORD
006230            THRU 4500-FORMAT-RECORD-EXIT
006240        PERFORM 4800-WRITE-OUT
006250            THRU 4800-WRITE-OUT-EXIT
006260     END-IF
006270     MOVE 'N' TO OB-EOF-SW
006280     PERFORM 4100-DETAIL-ONE
006290         THRU 4100-DETAIL-ONE-EXIT
006300         UNTIL OB-AT-EOF
006310     IF OB-TRL-FIELDS > 0
006320        MOVE 'T' TO OB-FIND-TYPE
006330        PERFORM 4500-FORMAT-RECORD
006340            THRU 4500-FORMAT-RECORD-EXIT
006350        PERFORM 4800-WRITE-OUT
006360            THRU 4800-WRITE-OUT-EXIT
006370     END-IF
006380     MOVE OB-FILE-NAME TO OUTMANIF-FILE
006390     MOVE OB-MAN-COUNT TO OUTMANIF-RECCOUNT
006400     MOVE OB-MAN-HASH  TO OUTMANIF-HASHTOT
006410     WRITE OUTMANIF-RECORD
006420     CLOSE OUTSRC
006430     CLOSE OUTFILE
006440     CLOSE OUTMANIF
006450     IF OB-NO-LAYOUT > 0
006460        SET OB-HELD TO TRUE
006470        MOVE 'SOURCE RECORDS OF A TYPE WITH NO DETAIL LAYOUT'
006480          TO OB-HOLD-TEXT
006490     END-IF.
006500 4000-BUILD-FILE-EXIT.
006510     EXIT.
006520 4100-DETAIL-ONE.
006530     READ OUTSRC
006540         AT END
006550            SET OB-AT-EOF TO TRUE
006560            GO TO 4100-DETAIL-ONE-EXIT
006570     END-READ
006580     MOVE OUTSRC-RECORD (1:1) TO OB-BUILD-TYPE
006590     PERFORM 4200-BUILD-DETAIL
006600         THRU 4200-BUILD-DETAIL-EXIT.
006610 4100-DETAIL-ONE-EXIT.
006620     EXIT.
006630*----------------------------------------------------------*
006640* 4200-BUILD-DETAIL - THE LAYOUT OF THE SOURCE RECORD'S     *
006650*                     TYPE, OR THE * LAYOUT; IN THE COUNT   *
006660*                     PASS ONLY THE TOTALS ARE KEPT         *
006670*----------------------------------------------------------*
006680 4200-BUILD-DETAIL.
006690     MOVE OB-BUILD-TYPE TO OB-FIND-TYPE
006700     IF OB-FIND-TYPE = 'H' OR OB-FIND-TYPE = 'T'
006710        MOVE '*' TO OB-FIND-TYPE
006720     END-IF
006730     PERFORM 4300-HAS-LAYOUT
006740         THRU 4300-HAS-LAYOUT-EXIT
006750     IF OB-K = 0
006760        MOVE '*' TO OB-FIND-TYPE
006770        PERFORM 4300-HAS-LAYOUT
006780            THRU 4300-HAS-LAYOUT-EXIT
006790     END-IF
006800     IF OB-K = 0
006810        IF OB-PASS-WRITE
006820           ADD 1 TO OB-NO-LAYOUT
006830        END-IF
006840        GO TO 4200-BUILD-DETAIL-EXIT
006850     END-IF
006860     IF OB-PASS-COUNT
006870        ADD 1 TO OB-DTL-COUNT
006880        MOVE OB-DTL-COUNT TO OB-REC-SEQ
006890        IF OB-HDR-FIELDS > 0
006900           ADD 1 TO OB-REC-SEQ
006910        END-IF
006920     END-IF
006930     PERFORM 4500-FORMAT-RECORD
006940         THRU 4500-FORMAT-RECORD-EXIT
006950     IF OB-PASS-COUNT
006960        PERFORM 8500-HASH-RECORD
006970            THRU 8500-HASH-RECORD-EXIT
006980        ADD OB-REC-HASH TO OB-DTL-HASH
006990        IF OB-DTL-HASH GREATER 999999999999
007000           SUBTRACT 1000000000000 FROM OB-DTL-HASH
007010        END-IF
007020     ELSE
007030        PERFORM 4800-WRITE-OUT
007040            THRU 4800-WRITE-OUT-EXIT
007050     END-IF.
007060 4200-BUILD-DETAIL-EXIT.
007070     EXIT.
007080 4300-HAS-LAYOUT.
007090     MOVE 0 TO OB-K
007100     PERFORM VARYING OB-I FROM 1 BY 1
007110             UNTIL OB-I > OB-FLD-COUNT OR OB-K > 0
007120        IF OB-FLD-TYPE (OB-I) = OB-FIND-TYPE
007130           MOVE OB-I TO OB-K
007140        END-IF
007150     END-PERFORM.
007160 4300-HAS-LAYOUT-EXIT.
007170     EXIT.
007180*----------------------------------------------------------*
007190* 4500-FORMAT-RECORD - EVERY FIELD ROW OF OB-FIND-TYPE INTO *
007200*                      OB-OUT-REC, AT ITS FIXED WIDTH OR    *
007210*                      TRIMMED AND DELIMITED                *
007220*----------------------------------------------------------*
007230 4500-FORMAT-RECORD.
007240     MOVE SPACES TO OB-OUT-REC
007250     MOVE 1 TO OB-PTR
007260     PERFORM VARYING OB-I FROM 1 BY 1
007270             UNTIL OB-I > OB-FLD-COUNT
007280        IF OB-FLD-TYPE (OB-I) = OB-FIND-TYPE
007290           PERFORM 4600-FIELD-VALUE
007300               THRU 4600-FIELD-VALUE-EXIT
007310           PERFORM 4700-PLACE-FIELD
007320               THRU 4700-PLACE-FIELD-EXIT
007330        END-IF
007340     END-PERFORM.
007350 4500-FORMAT-RECORD-EXIT.
007360     EXIT.
007370 4600-FIELD-VALUE.
007380     MOVE SPACES TO OB-VAL
007390     EVALUATE OB-FLD-SPECIAL (OB-I)
007400        WHEN '*COUNT'
007410           MOVE OB-DTL-COUNT TO OB-NUM-ED
007420           MOVE OB-NUM-ED TO OB-VAL
007430        WHEN '*RECS'
007440           MOVE OB-ALL-RECS TO OB-NUM-ED
007450           MOVE OB-NUM-ED TO OB-VAL
007460        WHEN '*SEQ'
007470           IF OB-PASS-WRITE
007480              COMPUTE OB-REC-SEQ = OB-MAN-COUNT + 1
007490           END-IF
007500           MOVE OB-REC-SEQ TO OB-NUM-ED
007510           MOVE OB-NUM-ED TO OB-VAL
007520        WHEN '*HASH'
007530           MOVE OB-DTL-HASH TO OB-NUM-ED
007540           MOVE OB-NUM-ED TO OB-VAL
007550        WHEN '*AMTTOT'
007560           MOVE OB-SRC-AMT TO OB-AMT-ED
007570           MOVE OB-AMT-ED TO OB-VAL
007580        WHEN '*DATE'
007590           MOVE OB-TODAY-N TO OB-VAL
007600        WHEN '*TIME'
007610           MOVE OB-NOW-TIME (1:6) TO OB-VAL
007620        WHEN '*PARTNER'
007630           MOVE OB-PARTNER TO OB-VAL
007640        WHEN '*FILE'
007650           MOVE OB-FILE-NAME TO OB-VAL
007660        WHEN OTHER
007670           IF OB-FLD-SRC-LEN (OB-I) > 0 AND
007680              OB-FLD-SRC-POS (OB-I) > 0 AND
007690              OB-FLD-SRC-LEN (OB-I) NOT > 60 AND
007700              OB-FLD-SRC-POS (OB-I) + OB-FLD-SRC-LEN (OB-I)
007710                 NOT > 513
007720              MOVE OUTSRC-RECORD (OB-FLD-SRC-POS (OB-I):
007730                                  OB-FLD-SRC-LEN (OB-I))
007740                TO OB-VAL
007750           ELSE
007760              MOVE OB-FLD-LITERAL (OB-I) TO OB-VAL
007770           END-IF
007780     END-EVALUATE
007790*    EDITED NUMBERS COME IN RIGHT-JUSTIFIED - LEFT-JUSTIFY THEM
007800     MOVE 1 TO OB-J
007810     PERFORM UNTIL OB-J > 60 OR OB-VAL (OB-J:1) NOT = SPACE
007820        ADD 1 TO OB-J
007830     END-PERFORM
007840     IF OB-FLD-SPECIAL (OB-I) (1:1) = '*' AND
007850        OB-J > 1 AND OB-J NOT > 60
007860        MOVE OB-VAL (OB-J:) TO OB-VAL-WORK
007870        MOVE OB-VAL-WORK TO OB-VAL
007880     END-IF
007890     MOVE 60 TO OB-VAL-LEN
007900     PERFORM UNTIL OB-VAL-LEN = 0 OR
007910                   OB-VAL (OB-VAL-LEN:1) NOT = SPACE
007920        SUBTRACT 1 FROM OB-VAL-LEN
007930     END-PERFORM.
007940 4600-FIELD-VALUE-EXIT.
007950     EXIT.
007960 4700-PLACE-FIELD.
007970     IF OUTPART-DELIMITED
007980        IF OB-PTR > 1 AND OB-PTR NOT > 512
007990           MOVE OUTPART-DELIM TO OB-OUT-REC (OB-PTR:1)
008000           ADD 1 TO OB-PTR
008010        END-IF
008020        IF OB-VAL-LEN > 0 AND OB-PTR + OB-VAL-LEN NOT > 513
008030           MOVE OB-VAL (1:OB-VAL-LEN)
008040             TO OB-OUT-REC (OB-PTR:OB-VAL-LEN)
008050           ADD OB-VAL-LEN TO OB-PTR
008060        END-IF
008070        IF OB-PTR = 1
008080           ADD 1 TO OB-PTR
008090        END-IF
008100        GO TO 4700-PLACE-FIELD-EXIT
008110     END-IF
008120     IF OB-FLD-OUT-LEN (OB-I) = 0 OR
008130        OB-PTR + OB-FLD-OUT-LEN (OB-I) > 513
008140        GO TO 4700-PLACE-FIELD-EXIT
008150     END-IF
008160     IF OB-VAL-LEN > OB-FLD-OUT-LEN (OB-I)
008170        MOVE OB-FLD-OUT-LEN (OB-I) TO OB-VAL-LEN
008180     END-IF
008190     IF OB-FLD-ALIGN (OB-I) = 'R'
008200        COMPUTE OB-PAD-LEN = OB-FLD-OUT-LEN (OB-I) - OB-VAL-LEN
008210        PERFORM VARYING OB-J FROM 1 BY 1
008220                UNTIL OB-J > OB-PAD-LEN
008230           MOVE OB-FLD-PAD (OB-I) TO OB-OUT-REC (OB-PTR:1)
008240           ADD 1 TO OB-PTR
008250        END-PERFORM
008260        IF OB-VAL-LEN > 0
008270           MOVE OB-VAL (1:OB-VAL-LEN)
008280             TO OB-OUT-REC (OB-PTR:OB-VAL-LEN)
008290           ADD OB-VAL-LEN TO OB-PTR
008300        END-IF
008310     ELSE
008320        MOVE OB-VAL TO OB-OUT-REC (OB-PTR:OB-FLD-OUT-LEN (OB-I))
008330        ADD OB-FLD-OUT-LEN (OB-I) TO OB-PTR
008340     END-IF.
008350 4700-PLACE-FIELD-EXIT.
008360     EXIT.
008370*----------------------------------------------------------*
008380* 4800-WRITE-OUT - WRITE AND ADD TO THE MANIFEST TOTALS,    *
008390*                  THE GXINGATE ARITHMETIC                  *
008400*----------------------------------------------------------*
008410 4800-WRITE-OUT.
008420     MOVE OB-OUT-REC TO OUTFILE-RECORD
008430     WRITE OUTFILE-RECORD
008440     ADD 1 TO OB-MAN-COUNT
008450     PERFORM 8500-HASH-RECORD
008460         THRU 8500-HASH-RECORD-EXIT
008470     ADD OB-REC-HASH TO OB-MAN-HASH
008480     IF OB-MAN-HASH GREATER 999999999999
008490        SUBTRACT 1000000000000 FROM OB-MAN-HASH
008500     END-IF.
008510 4800-WRITE-OUT-EXIT.
008520     EXIT.
008530*----------------------------------------------------------*
008540* 5000-WRITE-BALCTL - THIS STEP'S OWN GXFBAL ROWS: WHAT IT  *
008550*                     READ OF THE EXTRACT AND WHAT IT WROTE *
008560*                     TO THE PARTNER FILE, SO BALCHECK SEES *
008570*                     BOTH                                  *
008580*----------------------------------------------------------*
008590 5000-WRITE-BALCTL.
008600     OPEN EXTEND BALCTL
008610     MOVE OB-NOW-TS      TO BALCTL-TIMESTAMP
008620     MOVE OB-PARTNER     TO BALCTL-JOB
008630     MOVE 'OUTBUILD'     TO BALCTL-PGM
008640     MOVE OUTPART-SOURCE TO BALCTL-FILE
008650     MOVE 'I'            TO BALCTL-SIDE
008660     MOVE OB-SRC-RECS    TO BALCTL-RECCOUNT
008670     MOVE OB-SRC-HASH    TO BALCTL-HASHTOT
008680     MOVE OB-SRC-AMT     TO BALCTL-AMTTOT
008690     WRITE BALCTL-RECORD
008700     MOVE OB-FILE-NAME   TO BALCTL-FILE
008710     MOVE 'O'            TO BALCTL-SIDE
008720     MOVE OB-MAN-COUNT   TO BALCTL-RECCOUNT
008730     MOVE OB-MAN-HASH    TO BALCTL-HASHTOT
008740     MOVE OB-SRC-AMT     TO BALCTL-AMTTOT
008750     WRITE BALCTL-RECORD
008760     CLOSE BALCTL.
008770 5000-WRITE-BALCTL-EXIT.
008780     EXIT.
008790*----------------------------------------------------------*
008800* 7000-STAGE-FILE - FILE AND MANIFEST TO /GXOUTBOUND/READY  *
008810*                   AND ONTO THE LEDGER; A HELD FILE GOES   *
008820*                   TO /GXOUTBOUND/HOLD AND IS NOT LEDGERED *
008830*----------------------------------------------------------*
008840 7000-STAGE-FILE.
008850     IF OB-HELD
008860        MOVE '/GXOUTBOUND/HOLD/'  TO OB-DIR
008870     ELSE
008880        MOVE '/GXOUTBOUND/READY/' TO OB-DIR
008890     END-IF
008900     MOVE 1 TO OB-CMD-PTR
008910     MOVE SPACES TO OB-CMD
008920     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
008930            '/OUTFILE.FILE/OUTFILE.MBR'') TOSTMF('''
008935                           DELIMITED BY SIZE
008940            OB-DIR         DELIMITED BY SPACE
008945            OB-FILE-NAME   DELIMITED BY SPACE
008960            ''') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
008970            DELIMITED BY SIZE INTO OB-CMD
008980            POINTER OB-CMD-PTR
008990     PERFORM 7100-RUN-COMMAND
009000         THRU 7100-RUN-COMMAND-EXIT
009010     MOVE 1 TO OB-CMD-PTR
009020     MOVE SPACES TO OB-CMD
009030     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
009040            '/OUTMANIF.FILE/OUTMANIF.MBR'') TOSTMF('''
009045                           DELIMITED BY SIZE
009050            OB-DIR         DELIMITED BY SPACE
009055            OB-FILE-NAME   DELIMITED BY SPACE
009070            '.MAN'') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
009080            DELIMITED BY SIZE INTO OB-CMD
009090            POINTER OB-CMD-PTR
009100     PERFORM 7100-RUN-COMMAND
009110         THRU 7100-RUN-COMMAND-EXIT
009120     IF OB-HELD
009130        GO TO 7000-STAGE-FILE-EXIT
009140     END-IF
009150     OPEN I-O XPRTLEDG
009160     MOVE OB-FILE-NAME   TO XPRTLEDG-NAME
009170     MOVE OB-NOW-TS      TO XPRTLEDG-TS
009180     MOVE OB-MAN-COUNT   TO XPRTLEDG-ROWS
009190     MOVE OB-SRC-AMT     TO XPRTLEDG-TOTAL
009200     MOVE SPACE          TO XPRTLEDG-ACK
009210     MOVE SPACES         TO XPRTLEDG-ACK-TS
009220     WRITE XPRTLEDG-RECORD
009230        INVALID KEY
009240           CONTINUE
009250     END-WRITE
009260     CLOSE XPRTLEDG.
009270 7000-STAGE-FILE-EXIT.
009280     EXIT.
009290 7100-RUN-COMMAND.
009300     COMPUTE OB-CMDLEN = OB-CMD-PTR - 1
009310     MOVE 'OUTBUILD' TO CX-CALLER
009320     MOVE OB-CMD     TO CX-CMD
009330     MOVE OB-CMDLEN  TO CX-CMDLEN
009340     CALL 'GXCMDX' USING CX-CTL.
009350 7100-RUN-COMMAND-EXIT.
009360     EXIT.
009370*----------------------------------------------------------*
009380* 6000-PRINT-SUMMARY - WHAT WAS BUILT AND WHERE IT WENT     *
009390*----------------------------------------------------------*
009400 6000-PRINT-SUMMARY.
009410     IF OB-REFUSED
009420        MOVE SPACES TO RW-LINE
009430        STRING '** NOTHING BUILT - ' OB-REFUSE-TEXT
009440               DELIMITED BY SIZE INTO RW-LINE
009450        MOVE 'D' TO RW-FUNC
009460        PERFORM 8900-RW-PUT
009470            THRU 8900-RW-PUT-EXIT
009480        GO TO 6000-PRINT-SUMMARY-EXIT
009490     END-IF
009500     MOVE SPACES TO RW-LINE
009510     MOVE 'D' TO RW-FUNC
009520     PERFORM 8900-RW-PUT
009530         THRU 8900-RW-PUT-EXIT
009540     MOVE 'SOURCE RECORDS READ'             TO OB-CNT-LABEL
009550     MOVE OB-SRC-RECS                       TO OB-CNT-VALUE
009560     PERFORM 6100-PUT-COUNT
009570         THRU 6100-PUT-COUNT-EXIT
009580     MOVE 'DETAIL RECORDS WRITTEN'          TO OB-CNT-LABEL
009590     MOVE OB-DTL-COUNT                      TO OB-CNT-VALUE
009600     PERFORM 6100-PUT-COUNT
009610         THRU 6100-PUT-COUNT-EXIT
009620     MOVE 'MANIFEST RECORD COUNT'           TO OB-CNT-LABEL
009630     MOVE OB-MAN-COUNT                      TO OB-CNT-VALUE
009640     PERFORM 6100-PUT-COUNT
009650         THRU 6100-PUT-COUNT-EXIT
009660     MOVE 'MANIFEST HASH TOTAL'             TO OB-CNT-LABEL
009670     MOVE OB-MAN-HASH                       TO OB-CNT-VALUE
009680     PERFORM 6100-PUT-COUNT
009690         THRU 6100-PUT-COUNT-EXIT
009700     MOVE SPACES TO RW-LINE
009710     IF OB-HELD
009720        STRING '** HELD IN /GXOUTBOUND/HOLD - ' OB-HOLD-TEXT
009730               DELIMITED BY SIZE INTO RW-LINE
009740     ELSE
009750        STRING 'RELEASED TO /GXOUTBOUND/READY AS ' OB-FILE-NAME
009760               DELIMITED BY SIZE INTO RW-LINE
009770     END-IF
009780     MOVE 'T' TO RW-FUNC
009790     PERFORM 8900-RW-PUT
009800         THRU 8900-RW-PUT-EXIT.
009810 6000-PRINT-SUMMARY-EXIT.
009820     EXIT.
009830 6100-PUT-COUNT.
009840     MOVE OB-CNT-LINE TO RW-LINE
009850     MOVE 'D' TO RW-FUNC
009860     PERFORM 8900-RW-PUT
009870         THRU 8900-RW-PUT-EXIT.
009880 6100-PUT-COUNT-EXIT.
009890     EXIT.
009900*----------------------------------------------------------*
009910* 8500-HASH-RECORD - PLAIN SUM OF THE 512 BYTES OF          *
009920*                    OB-OUT-REC, THE GXINGATE/GXFBAL HASH   *
009930*----------------------------------------------------------*
009940 8500-HASH-RECORD.
009950     MOVE 0 TO OB-REC-HASH
009960     PERFORM VARYING OB-J FROM 1 BY 1
009970             UNTIL OB-J > 512
009980        MOVE LOW-VALUE TO OB-BYTE-PAIR
009990        MOVE OB-OUT-REC (OB-J:1) TO OB-BYTE-CHAR
010000        ADD OB-BYTE-NUM TO OB-REC-HASH
010010     END-PERFORM.
010020 8500-HASH-RECORD-EXIT.
010030     EXIT.
010040 8900-RW-PUT.
010050     CALL 'GXRPTW' USING RW-CTL RW-OUT
010060     PERFORM VARYING RW-X FROM 1 BY 1
010070             UNTIL RW-X > RW-OUT-COUNT
010080        WRITE OUTRPT-LINE FROM RW-OUT-LINE (RW-X)
010090     END-PERFORM.
010100 8900-RW-PUT-EXIT.
010110     EXIT.
010120 9000-TERMINATE.
010130     MOVE 'C' TO RW-FUNC
010140     PERFORM 8900-RW-PUT
010150         THRU 8900-RW-PUT-EXIT
010160     CLOSE OUTREQ
010170     CLOSE OUTPART
010180     CLOSE OUTLAYT
010190     CLOSE OUTRPT.
010200 9000-TERMINATE-EXIT.
010210     EXIT.
010220 9999-EXIT.
010230     STOP RUN.
