000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LTRGEN.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - STANDARD LETTERS     *
000100*                   FROM TEMPLATES. EVERY PENDING LTRREQ   *
000110*                   REQUEST IS RUN: ITS LTRSEL SET - THE   *
000120*                   ROWS A QRYRUN QUERY FLAGGED FOR        *
000130*                   LETTERS OR THE ROWS PICKED ON A LIST   *
000140*                   SCREEN THROUGH GXFLTRS - GIVES ONE     *
000150*                   LETTER PER RECORD.  THE LTRTPL BODY IN *
000160*                   THE ADDRESSEE'S LANGUAGE (THE TXTTBL   *
000170*                   CODES, FALLING BACK TO THE SITE-       *
000180*                   DEFAULT BODY) HAS ITS {FIELD} TOKENS   *
000190*                   FILLED FROM THE RECORD THROUGH         *
000200*                   FLDDICT, WITH DATES AND AMOUNTS EDITED *
000210*                   BY THE REQUESTING USER'S FORMAT        *
000220*                   PROFILE AND CURRMST.  EACH LETTER IS   *
000230*                   PRINTED TO /GXSPOOL/LETTERS AS A PDF   *
000240*                   AND LINKED TO ITS RECORD ON ATTLINK.   *
000250*                   THE RUN REPORT IS LTRRPT THROUGH       *
000260*                   GXRPTW                                 *
000262*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY  *
000264*                   VERIFICATION FLAG                      *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-ISERIES.
000310 OBJECT-COMPUTER.   IBM-ISERIES.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LTRREQ     ASSIGN TO DATABASE-LTRREQ
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE  IS DYNAMIC
000370         RECORD KEY   IS LTRREQ-ID
000380         FILE STATUS  IS LG-FS-LTRREQ.
000390     SELECT LTRSEL     ASSIGN TO DATABASE-LTRSEL
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS DYNAMIC
000420         RECORD KEY   IS LTRSEL-KEY
000430         FILE STATUS  IS LG-FS-LTRSEL.
000440     SELECT LTRTPL     ASSIGN TO DATABASE-LTRTPL
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE  IS DYNAMIC
000470         RECORD KEY   IS LTRTPL-KEY
000480         FILE STATUS  IS LG-FS-LTRTPL.
000490     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS LG-FS-FLDDICT.
000520     SELECT FMTPROF    ASSIGN TO DATABASE-FMTPROF
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS DYNAMIC
000550         RECORD KEY   IS FMTPROF-KEY
000560         FILE STATUS  IS LG-FS-FMTPROF.
000570     SELECT CURRMST    ASSIGN TO DATABASE-CURRMST
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS  IS LG-FS-CURRMST.
000600     SELECT ATTLINK    ASSIGN TO DATABASE-ATTLINK
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS RANDOM
000630         RECORD KEY   IS ATTLINK-KEY
000640         FILE STATUS  IS LG-FS-ATTLINK.
000650     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE  IS RANDOM
000680         RECORD KEY   IS BUSDATE-COMPANY
000690         FILE STATUS  IS LG-FS-BUSDATE.
000700     SELECT LTRDOC     ASSIGN TO DATABASE-LTRDOC
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS  IS LG-FS-LTRDOC.
000730     SELECT LTRRPT     ASSIGN TO DATABASE-LTRRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS  IS LG-FS-LTRRPT.
000760 DATA DIVISION.
000770 FILE SECTION.
000780*----------------------------------------------------------*
000790* LETTER REQUESTS AND SELECTION SETS - THE GXFLTRSW        *
000800* LAYOUTS                                                  *
000810*----------------------------------------------------------*
000820 FD  LTRREQ.
000830 01  LTRREQ-RECORD.
000840     05 LTRREQ-ID                PIC  X(026).
000850     05 LTRREQ-USER              PIC  X(010).
000860     05 LTRREQ-TEMPLATE          PIC  X(010).
000870     05 LTRREQ-FILE              PIC  X(010).
000880     05 LTRREQ-KEY-FIELD         PIC  X(010).
000890     05 LTRREQ-LANG-FIELD        PIC  X(010).
000900     05 LTRREQ-SOURCE            PIC  X(001).
000910     05 LTRREQ-SET               PIC  X(026).
000920     05 LTRREQ-STATUS            PIC  X(001).
000930        88 LTRREQ-PENDING                        VALUE SPACE.
000940        88 LTRREQ-DONE                           VALUE 'D'.
000950        88 LTRREQ-FAILED                         VALUE 'E'.
000960     05 LTRREQ-LETTERS           PIC  9(005).
000970     05 LTRREQ-DONE-TS           PIC  X(026).
000980     05 LTRREQ-MSG               PIC  X(040).
000990 FD  LTRSEL.
001000 01  LTRSEL-RECORD.
001010     05 LTRSEL-KEY.
001020        10 LTRSEL-SET            PIC  X(026).
001030        10 LTRSEL-SEQ            PIC  9(005).
001040     05 LTRSEL-IMAGE             PIC  X(512).
001050 FD  LTRTPL.
001060 01  LTRTPL-RECORD.
001070     05 LTRTPL-KEY.
001080        10 LTRTPL-TEMPLATE       PIC  X(010).
001090        10 LTRTPL-LANG           PIC  X(003).
001100        10 LTRTPL-LINE           PIC  9(003).
001110     05 LTRTPL-TEXT              PIC  X(074).
001120 FD  FLDDICT.
001130 01  FLDDICT-RECORD.
001140     05 FLDDICT-KEY.
001150        10 FLDDICT-FILE          PIC  X(010).
001160        10 FLDDICT-FIELD         PIC  X(010).
001170     05 FLDDICT-POS              PIC  9(003).
001180     05 FLDDICT-LEN              PIC  9(003).
001190     05 FLDDICT-TYPE             PIC  X(001).
001200     05 FLDDICT-DESC             PIC  X(030).
001210     05 FLDDICT-DOMAIN           PIC  X(020).
001220     05 FLDDICT-MASK             PIC  X(001).
001230     05 FLDDICT-PERSONAL         PIC  X(001).
001240     05 FLDDICT-OWNER            PIC  X(010).
001245     05 FLDDICT-REKEY            PIC  X(001).
001250 FD  FMTPROF.
001260 01  FMTPROF-RECORD.
001270     05 FMTPROF-KEY.
001280        10 FMTPROF-USER          PIC  X(010).
001290        10 FMTPROF-TERM          PIC  X(010).
001300     05 FMTPROF-DFMT             PIC S9(001) COMP-3.
001310     05 FMTPROF-TFMT             PIC S9(001) COMP-3.
001320     05 FMTPROF-DATESEP          PIC  X(001).
001330     05 FMTPROF-DECSEP           PIC  X(001).
001340     05 FMTPROF-THOUSEP          PIC  X(001).
001350     05 FMTPROF-AMSYM            PIC  X(003).
001360     05 FMTPROF-PMSYM            PIC  X(003).
001370     05 FMTPROF-TZONE            PIC  X(010).
001380     05 FMTPROF-LANG             PIC  X(003).
001390 FD  CURRMST.
001400 01  CURRMST-RECORD.
001410     05 CURRMST-CODE             PIC  X(003).
001420     05 CURRMST-DECS             PIC  9(001).
001430     05 CURRMST-SYMBOL           PIC  X(003).
001440     05 CURRMST-ROUND            PIC  X(001).
001450     05 CURRMST-MAXAGE           PIC  9(003).
001460     05 CURRMST-COMPANY          PIC  X(003).
001470     05 CURRMST-MAJOR-WORD       PIC  X(015).
001480     05 CURRMST-MINOR-WORD       PIC  X(015).
001490 FD  ATTLINK.
001500 01  ATTLINK-RECORD.
001510     05 ATTLINK-KEY.
001520        10 ATTLINK-FILE          PIC  X(010).
001530        10 ATTLINK-RECKEY        PIC  X(030).
001540        10 ATTLINK-SEQ           PIC  9(003).
001550     05 ATTLINK-PATH             PIC  X(128).
001560     05 ATTLINK-DESC             PIC  X(030).
001570     05 ATTLINK-USER             PIC  X(010).
001580     05 ATTLINK-TS               PIC  X(026).
001590 FD  BUSDATE.
001600 01  BUSDATE-RECORD.
001610     05 BUSDATE-COMPANY          PIC  X(003).
001620     05 BUSDATE-CURRENT          PIC  9(008).
001630     05 BUSDATE-PREVIOUS         PIC  9(008).
001640     05 BUSDATE-LOC              PIC  X(010).
001650     05 BUSDATE-ROLLED-BY        PIC  X(010).
001660     05 BUSDATE-ROLLED-TS        PIC  X(026).
001670 FD  LTRDOC.
001680 01  LTRDOC-LINE                 PIC  X(080).
001690 FD  LTRRPT.
001700 01  LTRRPT-LINE                 PIC  X(080).
001710 WORKING-STORAGE SECTION.
001720 77  LG-FS-LTRREQ                PIC  X(002).
001730 77  LG-FS-LTRSEL                PIC  X(002).
001740 77  LG-FS-LTRTPL                PIC  X(002).
001750 77  LG-FS-FLDDICT               PIC  X(002).
001760 77  LG-FS-FMTPROF               PIC  X(002).
001770 77  LG-FS-CURRMST               PIC  X(002).
001780 77  LG-FS-ATTLINK               PIC  X(002).
001790 77  LG-FS-BUSDATE               PIC  X(002).
001800 77  LG-FS-LTRDOC                PIC  X(002).
001810 77  LG-FS-LTRRPT                PIC  X(002).
001820 77  LG-EOF-SW                   PIC  X(001)     VALUE 'N'.
001830     88 LG-AT-EOF                                VALUE 'Y'.
001840 77  LG-SEL-EOF-SW               PIC  X(001).
001850     88 LG-SEL-AT-EOF                            VALUE 'Y'.
001860 77  LG-TPL-EOF-SW               PIC  X(001).
001870     88 LG-TPL-AT-EOF                            VALUE 'Y'.
001880 77  LG-DICT-EOF-SW              PIC  X(001).
001890     88 LG-DICT-AT-EOF                           VALUE 'Y'.
001900 77  LG-TPL-SW                   PIC  X(001).
001910     88 LG-TPL-FOUND                             VALUE 'Y'.
001920     88 LG-TPL-MISSING                            VALUE 'N'.
001930 77  LG-TOK-SW                   PIC  X(001).
001940     88 LG-TOK-RESOLVED                          VALUE 'Y'.
001950     88 LG-TOK-UNRESOLVED                         VALUE 'N'.
001960 77  LG-CUT-SW                   PIC  X(001).
001970     88 LG-LINE-CUT                              VALUE 'Y'.
001980 77  LG-I                        PIC S9(005) COMP-3.
001990 77  LG-F                        PIC S9(005) COMP-3.
002000 77  LG-K                        PIC S9(005) COMP-3.
002010 77  LG-C                        PIC S9(005) COMP-3.
002020 77  LG-E                        PIC S9(005) COMP-3.
002030 77  LG-O                        PIC S9(005) COMP-3.
002040 77  LG-W                        PIC S9(005) COMP-3.
002050 77  LG-LAST                     PIC S9(005) COMP-3.
002060 77  LG-POS                      PIC S9(005) COMP-3.
002070 77  LG-LEN                      PIC S9(005) COMP-3.
002080 77  LG-TOK-LEN                  PIC S9(005) COMP-3.
002090 77  LG-PUT-LEN                  PIC S9(005) COMP-3.
002100 77  LG-DECS                     PIC S9(003) COMP-3.
002110 77  LG-ILEN                     PIC S9(003) COMP-3.
002120 77  LG-GRP                      PIC S9(003) COMP-3.
002130 77  LG-Q                        PIC S9(005) COMP-3.
002140 77  LG-R                        PIC S9(005) COMP-3.
002150 77  LG-HI-NIB                   PIC S9(003) COMP-3.
002160 77  LG-LO-NIB                   PIC S9(003) COMP-3.
002170 77  LG-DIG-AT                   PIC S9(003) COMP-3.
002180*----------------------------------------------------------*
002190* TABLE LIMITS                                             *
002200*----------------------------------------------------------*
002210 77  LG-MAX-FIELDS               PIC S9(005) COMP-3 VALUE 300.
002220 77  LG-MAX-CURR                 PIC S9(005) COMP-3 VALUE 30.
002230 77  LG-FIELD-COUNT              PIC S9(005) COMP-3 VALUE 0.
002240 77  LG-CURR-COUNT               PIC S9(005) COMP-3 VALUE 0.
002250 77  LG-KEY-X                    PIC S9(005) COMP-3.
002260 77  LG-LANG-X                   PIC S9(005) COMP-3.
002270 77  LG-REQ-LETTERS              PIC S9(005) COMP-3.
002280 77  LG-REQ-SKIPPED              PIC S9(005) COMP-3.
002290 77  LG-REQ-ROWS                 PIC S9(005) COMP-3.
002300 77  LG-LTR-UNRES                PIC S9(005) COMP-3.
002310 77  LG-LTR-CUTS                 PIC S9(005) COMP-3.
002320 77  LG-TOT-REQS                 PIC S9(007) COMP-3 VALUE 0.
002330 77  LG-TOT-WAIT                 PIC S9(007) COMP-3 VALUE 0.
002340 77  LG-TOT-LETTERS              PIC S9(007) COMP-3 VALUE 0.
002350 77  LG-TOT-SKIPPED              PIC S9(007) COMP-3 VALUE 0.
002360 77  LG-REP-DATE                 PIC  9(008).
002370 01  LG-TODAY-DATE               PIC  9(008).
002380 01  LG-NOW-TIME.
002390     05 LG-NOW-HH                PIC  9(002).
002400     05 LG-NOW-MI                PIC  9(002).
002410     05 LG-NOW-SS                PIC  9(002).
002420     05 LG-NOW-HS                PIC  9(002).
002430 01  LG-NOW-TS                   PIC  X(026).
002440*----------------------------------------------------------*
002450* THE REQUESTING USER'S FORMAT PROFILE - THE SAME DEFAULTS *
002460* AS A USER WITHOUT A FMTPROF ROW GETS ON THE SCREENS      *
002470*----------------------------------------------------------*
002480 01  LG-DFMT                     PIC S9(001).
002490     88 LG-DFMT-YMD                              VALUE 1.
002500     88 LG-DFMT-DMY                              VALUE 2.
002510     88 LG-DFMT-MDY                              VALUE 3.
002520     88 LG-DFMT-ISO                              VALUE 4.
002530 01  LG-DATESEP                  PIC  X(001).
002540 01  LG-DECSEP                   PIC  X(001).
002550 01  LG-THOUSEP                  PIC  X(001).
002560 01  LG-USER-LANG                PIC  X(003).
002570 01  LG-LETTER-LANG              PIC  X(003).
002580 01  LG-TPL-LANG                 PIC  X(003).
002590 01  LG-TPL-DESC                 PIC  X(030).
002600 01  LG-REQ-TAG                  PIC  X(014).
002610 01  LG-SEQ-A                    PIC  9(005).
002620 01  LG-PDF-PATH                 PIC  X(128).
002630 01  LG-PDF-NAME                 PIC  X(040).
002640 01  LG-RECKEY                   PIC  X(030).
002650 01  LG-RESULT                   PIC  X(040).
002660 01  LG-FIELD-TABLE.
002670     05 LG-FIELD-ENTRY OCCURS 300 TIMES.
002680        10 LG-FT-NAME            PIC  X(010).
002690        10 LG-FT-POS             PIC  9(003).
002700        10 LG-FT-LEN             PIC  9(003).
002710        10 LG-FT-TYPE            PIC  X(001).
002720 01  LG-CURR-TABLE.
002730     05 LG-CURR-ENTRY OCCURS 30 TIMES.
002740        10 LG-CT-CODE            PIC  X(003).
002750        10 LG-CT-DECS            PIC  9(001).
002760        10 LG-CT-SYM             PIC  X(003).
002770*----------------------------------------------------------*
002780* TEMPLATE LINE MERGE - {NAME} IS A FLDDICT FIELD OF THE   *
002790* REQUEST'S FILE, {NAME/CUR} THE SAME FIELD AS AN AMOUNT   *
002800* IN THE CURRENCY HELD IN FIELD CUR (OR THE LITERAL CODE   *
002810* CUR), {TODAY} THE REPORT DAY                             *
002820*----------------------------------------------------------*
002830 01  LG-IN                       PIC  X(074).
002840 01  LG-OUT                      PIC  X(080).
002850 01  LG-PUT                      PIC  X(080).
002860 01  LG-TOKEN                    PIC  X(030).
002870 01  LG-TOK-FLD                  PIC  X(010).
002880 01  LG-TOK-CUR                  PIC  X(010).
002890 01  LG-FIND-NAME                PIC  X(010).
002900 01  LG-CUR-CODE                 PIC  X(003).
002910 01  LG-VAL                      PIC  X(040).
002920 77  LG-VAL-LEN                  PIC S9(005) COMP-3.
002930 01  LG-DATE                     PIC  9(008).
002940 01  LG-DATE-R REDEFINES LG-DATE.
002950     05 LG-DATE-YY               PIC  9(004).
002960     05 LG-DATE-MM               PIC  9(002).
002970     05 LG-DATE-DD               PIC  9(002).
002980*----------------------------------------------------------*
002990* AMOUNT EDITING - THE GX-CURFMT DIGIT WALK, KEPT IN STEP  *
003000* WITH GXFCURR SO A LETTER SHOWS AN AMOUNT AS THE SCREENS  *
003010* DO                                                       *
003020*----------------------------------------------------------*
003030 01  LG-DIGITS                   PIC  9(018).
003040 01  LG-DIGITS-X REDEFINES LG-DIGITS
003050                                 PIC  X(018).
003060 01  LG-SIGN                     PIC  X(001).
003070 01  LG-SYM                      PIC  X(003).
003080 01  LG-BYTE-PAIR.
003090     05 FILLER                   PIC  X(001).
003100     05 LG-BYTE-CHAR             PIC  X(001).
003110 01  LG-BYTE-NUM REDEFINES LG-BYTE-PAIR
003120                                 PIC S9(004) COMP-4.
003130 01  LG-NIB-DIGITS               PIC  X(010) VALUE '0123456789'.
003140 01  LG-COLS.
003150     05 FILLER                   PIC  X(032) VALUE 'RECORD'.
003160     05 FILLER                   PIC  X(006) VALUE 'LANG'.
003170     05 FILLER                   PIC  X(042) VALUE
003180            'LETTER'.
003190 01  LG-REQ-LINE.
003200     05 FILLER                   PIC  X(008) VALUE 'REQUEST '.
003210     05 LG-RL-ID                 PIC  X(026).
003220     05 FILLER                   PIC  X(001) VALUE SPACE.
003230     05 LG-RL-TEMPLATE           PIC  X(010).
003240     05 FILLER                   PIC  X(001) VALUE SPACE.
003250     05 LG-RL-USER               PIC  X(010).
003260     05 FILLER                   PIC  X(001) VALUE SPACE.
003270     05 LG-RL-SOURCE             PIC  X(001).
003280     05 FILLER                   PIC  X(001) VALUE SPACE.
003290     05 LG-RL-SET                PIC  X(021).
003300 01  LG-LTR-LINE.
003310     05 FILLER                   PIC  X(002) VALUE SPACES.
003320     05 LG-LL-KEY                PIC  X(030).
003330     05 LG-LL-LANG               PIC  X(006).
003340     05 LG-LL-RESULT             PIC  X(042).
003350 01  LG-END-LINE.
003360     05 FILLER                   PIC  X(002) VALUE SPACES.
003370     05 LG-EL-STATUS             PIC  X(040).
003380     05 FILLER                   PIC  X(010) VALUE ' LETTERS:'.
003390     05 LG-EL-LETTERS            PIC ZZ,ZZ9.
003400     05 FILLER                   PIC  X(010) VALUE ' SKIPPED:'.
003410     05 LG-EL-SKIPPED            PIC ZZ,ZZ9.
003420     05 FILLER                   PIC  X(006) VALUE SPACES.
003430 01  LG-SUM-LINE.
003440     05 FILLER                   PIC  X(010) VALUE 'REQUESTS:'.
003450     05 LG-SUM-REQS              PIC ZZ,ZZ9.
003460     05 FILLER                   PIC  X(010) VALUE ' WAITING:'.
003470     05 LG-SUM-WAIT              PIC ZZ,ZZ9.
003480     05 FILLER                   PIC  X(010) VALUE ' LETTERS:'.
003490     05 LG-SUM-LETTERS           PIC ZZZ,ZZ9.
003500     05 FILLER                   PIC  X(010) VALUE ' SKIPPED:'.
003510     05 LG-SUM-SKIPPED           PIC ZZZ,ZZ9.
003520     05 FILLER                   PIC  X(014) VALUE SPACES.
003530 01  LG-CMD                      PIC  X(512).
003540 77  LG-CMD-PTR                  PIC S9(005) COMP-3.
003550 77  LG-CMDLEN                   PIC S9(005) COMP-3.
003560 01  CX-CTL.
003570     05 CX-CALLER                PIC  X(010).
003580     05 CX-CMD                   PIC  X(512).
003590     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
003600     05 CX-RESULT                PIC  X(002).
003610*----------------------------------------------------------*
003620* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER     *
003630* OWNS PAGINATION AND HANDS BACK THE LINES TO WRITE        *
003640*----------------------------------------------------------*
003650 01  RW-CTL.
003660     05 RW-FUNC                  PIC  X(001).
003670     05 RW-TITLE                 PIC  X(050).
003680     05 RW-TITLE-ID              PIC  X(010).
003690     05 RW-LANG                  PIC  X(003).
003700     05 RW-COLS                  PIC  X(080).
003710     05 RW-LINE                  PIC  X(080).
003720     05 RW-PAGE-SIZE             PIC  9(003).
003730 01  RW-OUT.
003740     05 RW-OUT-COUNT             PIC  9(001).
003750     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003760 77  RW-X                        PIC S9(003) COMP-3.
003770 PROCEDURE DIVISION.
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE
003800         THRU 1000-INITIALIZE-EXIT
003810     PERFORM 2000-NEXT-REQUEST
003820         THRU 2000-NEXT-REQUEST-EXIT
003830         UNTIL LG-AT-EOF
003840     PERFORM 6900-PRINT-SUMMARY
003850         THRU 6900-PRINT-SUMMARY-EXIT
003860     PERFORM 9000-TERMINATE
003870         THRU 9000-TERMINATE-EXIT
003880     GO TO 9999-EXIT.
003890 1000-INITIALIZE.
003900     OPEN I-O    LTRREQ
003910     OPEN I-O    LTRSEL
003920     OPEN INPUT  LTRTPL
003930     OPEN INPUT  FMTPROF
003940     OPEN INPUT  CURRMST
003950     OPEN I-O    ATTLINK
003960     OPEN INPUT  BUSDATE
003970     OPEN OUTPUT LTRRPT
003980     ACCEPT LG-TODAY-DATE FROM DATE YYYYMMDD
003990     ACCEPT LG-NOW-TIME FROM TIME
004000     MOVE LG-TODAY-DATE TO LG-DATE
004010     MOVE SPACES TO LG-NOW-TS
004020     STRING LG-DATE-YY '-' LG-DATE-MM '-' LG-DATE-DD '-'
004030            LG-NOW-HH '.' LG-NOW-MI '.' LG-NOW-SS '.'
004040            LG-NOW-HS '0000'
004050            DELIMITED BY SIZE INTO LG-NOW-TS
004060     MOVE LG-TODAY-DATE TO LG-REP-DATE
004070     PERFORM 1050-BUSINESS-DATE
004080         THRU 1050-BUSINESS-DATE-EXIT
004090     PERFORM 1100-LOAD-CURRENCY
004100         THRU 1100-LOAD-CURRENCY-EXIT
004110         UNTIL LG-AT-EOF
004120     MOVE 'N' TO LG-EOF-SW
004130     MOVE 'LETTER GENERATION' TO RW-TITLE
004140     MOVE 'LTRGEN'      TO RW-TITLE-ID
004150     MOVE SPACES        TO RW-LANG
004160     MOVE LG-COLS       TO RW-COLS
004170     MOVE 60  TO RW-PAGE-SIZE
004180     MOVE 'I' TO RW-FUNC
004190     PERFORM 8900-RW-PUT
004200         THRU 8900-RW-PUT-EXIT
004210     MOVE 1 TO LG-CMD-PTR
004220     MOVE SPACES TO LG-CMD
004230     STRING 'QSH CMD(''mkdir -p /GXSPOOL/LETTERS'')'
004240            DELIMITED BY SIZE INTO LG-CMD
004250            POINTER LG-CMD-PTR
004260     PERFORM 8800-RUN-COMMAND
004270         THRU 8800-RUN-COMMAND-EXIT
004280     IF LG-FS-LTRREQ NOT = '00' OR LG-FS-LTRSEL NOT = '00'
004290        SET LG-AT-EOF TO TRUE
004300     END-IF.
004310 1000-INITIALIZE-EXIT.
004320     EXIT.
004330*----------------------------------------------------------*
004340* 1050-BUSINESS-DATE - THE INSTALLATION BUSDATE ROW IS THE *
004350*                      LETTER DATE WHEN ON FILE            *
004360*----------------------------------------------------------*
004370 1050-BUSINESS-DATE.
004380     IF LG-FS-BUSDATE NOT = '00'
004390        GO TO 1050-BUSINESS-DATE-EXIT
004400     END-IF
004410     MOVE SPACES TO BUSDATE-COMPANY
004420     READ BUSDATE
004430         INVALID KEY
004440            GO TO 1050-BUSINESS-DATE-EXIT
004450     END-READ
004460     IF BUSDATE-CURRENT NUMERIC AND BUSDATE-CURRENT > 0
004470        MOVE BUSDATE-CURRENT TO LG-REP-DATE
004480     END-IF.
004490 1050-BUSINESS-DATE-EXIT.
004500     EXIT.
004510 1100-LOAD-CURRENCY.
004520     IF LG-FS-CURRMST NOT = '00'
004530        SET LG-AT-EOF TO TRUE
004540        GO TO 1100-LOAD-CURRENCY-EXIT
004550     END-IF
004560     READ CURRMST
004570         AT END
004580            SET LG-AT-EOF TO TRUE
004590            GO TO 1100-LOAD-CURRENCY-EXIT
004600     END-READ
004610     IF LG-CURR-COUNT < LG-MAX-CURR
004620        ADD 1 TO LG-CURR-COUNT
004630        MOVE CURRMST-CODE   TO LG-CT-CODE (LG-CURR-COUNT)
004640        MOVE CURRMST-DECS   TO LG-CT-DECS (LG-CURR-COUNT)
004650        MOVE CURRMST-SYMBOL TO LG-CT-SYM (LG-CURR-COUNT)
004660     END-IF.
004670 1100-LOAD-CURRENCY-EXIT.
004680     EXIT.
004690*----------------------------------------------------------*
004700* 2000-NEXT-REQUEST - EVERY PENDING REQUEST IS RUN AND     *
004710*                     MARKED; DONE AND FAILED ONES STAY AS *
004720*                     THE RECORD OF WHAT WAS ASKED FOR     *
004730*----------------------------------------------------------*
004740 2000-NEXT-REQUEST.
004750     READ LTRREQ NEXT RECORD
004760         AT END
004770            SET LG-AT-EOF TO TRUE
004780            GO TO 2000-NEXT-REQUEST-EXIT
004790     END-READ
004800     IF NOT LTRREQ-PENDING
004810        GO TO 2000-NEXT-REQUEST-EXIT
004820     END-IF
004830     ADD 1 TO LG-TOT-REQS
004840     MOVE LTRREQ-ID       TO LG-RL-ID
004850     MOVE LTRREQ-TEMPLATE TO LG-RL-TEMPLATE
004860     MOVE LTRREQ-USER     TO LG-RL-USER
004870     MOVE LTRREQ-SOURCE   TO LG-RL-SOURCE
004880     MOVE LTRREQ-SET      TO LG-RL-SET
004890     MOVE LG-REQ-LINE TO RW-LINE
004900     MOVE 'D' TO RW-FUNC
004910     PERFORM 8900-RW-PUT
004920         THRU 8900-RW-PUT-EXIT
004930     PERFORM 3000-RUN-REQUEST
004940         THRU 3000-RUN-REQUEST-EXIT
004950     MOVE LTRREQ-MSG     TO LG-EL-STATUS
004960     MOVE LG-REQ-LETTERS TO LG-EL-LETTERS
004970     MOVE LG-REQ-SKIPPED TO LG-EL-SKIPPED
004980     MOVE LG-END-LINE TO RW-LINE
004990     MOVE 'D' TO RW-FUNC
005000     PERFORM 8900-RW-PUT
005010         THRU 8900-RW-PUT-EXIT
005020     IF LTRREQ-PENDING
005030        ADD 1 TO LG-TOT-WAIT
005040        GO TO 2000-NEXT-REQUEST-EXIT
005050     END-IF
005060     MOVE LG-REQ-LETTERS TO LTRREQ-LETTERS
005070     MOVE LG-NOW-TS      TO LTRREQ-DONE-TS
005080     REWRITE LTRREQ-RECORD
005090         INVALID KEY
005100            CONTINUE
005110     END-REWRITE.
005120 2000-NEXT-REQUEST-EXIT.
005130     EXIT.
005140*----------------------------------------------------------*
005150* 3000-RUN-REQUEST - THE USER'S PROFILE AND THE FILE'S     *
005160*                    DICTIONARY, THEN ONE LETTER PER SET   *
005170*                    ROW. THE ROWS ARE USED UP AS THEY ARE *
005180*                    LETTERED. A QUERY SET NOT YET WRITTEN *
005190*                    LEAVES THE REQUEST WAITING FOR ITS    *
005200*                    QRYRUN                                *
005210*----------------------------------------------------------*
005220 3000-RUN-REQUEST.
005230     MOVE 0 TO LG-REQ-LETTERS
005240     MOVE 0 TO LG-REQ-SKIPPED
005250     MOVE 0 TO LG-REQ-ROWS
005260     PERFORM 3100-LOAD-PROFILE
005270         THRU 3100-LOAD-PROFILE-EXIT
005280     PERFORM 3200-LOAD-DICTIONARY
005290         THRU 3200-LOAD-DICTIONARY-EXIT
005300     MOVE LTRREQ-KEY-FIELD TO LG-FIND-NAME
005310     PERFORM 5300-FIND-FIELD
005320         THRU 5300-FIND-FIELD-EXIT
005330     MOVE LG-F TO LG-KEY-X
005340     IF LG-KEY-X = 0
005350        SET LTRREQ-FAILED TO TRUE
005360        MOVE 'KEY FIELD NOT IN FLDDICT' TO LTRREQ-MSG
005370        GO TO 3000-RUN-REQUEST-EXIT
005380     END-IF
005390     MOVE 0 TO LG-LANG-X
005400     IF LTRREQ-LANG-FIELD NOT = SPACES
005410        MOVE LTRREQ-LANG-FIELD TO LG-FIND-NAME
005420        PERFORM 5300-FIND-FIELD
005430            THRU 5300-FIND-FIELD-EXIT
005440        MOVE LG-F TO LG-LANG-X
005450     END-IF
005460     MOVE SPACES TO LG-REQ-TAG
005470     STRING LTRREQ-ID (1:4) LTRREQ-ID (6:2) LTRREQ-ID (9:2)
005480            LTRREQ-ID (12:2) LTRREQ-ID (15:2) LTRREQ-ID (18:2)
005490            DELIMITED BY SIZE INTO LG-REQ-TAG
005500     MOVE 'N' TO LG-SEL-EOF-SW
005510     MOVE LTRREQ-SET TO LTRSEL-SET
005520     MOVE 0          TO LTRSEL-SEQ
005530     START LTRSEL KEY NOT LESS LTRSEL-KEY
005540         INVALID KEY
005550            SET LG-SEL-AT-EOF TO TRUE
005560     END-START
005570     PERFORM 4000-ONE-LETTER
005580         THRU 4000-ONE-LETTER-EXIT
005590         UNTIL LG-SEL-AT-EOF
005600     ADD LG-REQ-LETTERS TO LG-TOT-LETTERS
005610     ADD LG-REQ-SKIPPED TO LG-TOT-SKIPPED
005620     IF LG-REQ-ROWS > 0
005630        SET LTRREQ-DONE TO TRUE
005640        MOVE 'DONE' TO LTRREQ-MSG
005650        GO TO 3000-RUN-REQUEST-EXIT
005660     END-IF
005670     IF LTRREQ-SOURCE = 'Q'
005680        MOVE 'WAITING FOR THE QUERY SELECTION' TO LTRREQ-MSG
005690     ELSE
005700        SET LTRREQ-FAILED TO TRUE
005710        MOVE 'NO RECORDS SELECTED' TO LTRREQ-MSG
005720     END-IF.
005730 3000-RUN-REQUEST-EXIT.
005740     EXIT.
005750*----------------------------------------------------------*
005760* 3100-LOAD-PROFILE - THE USER'S FIRST FMTPROF ROW; NONE   *
005770*                     LEAVES ISO DATES AND POINT DECIMALS  *
005780*----------------------------------------------------------*
005790 3100-LOAD-PROFILE.
005800     MOVE 4      TO LG-DFMT
005810     MOVE '-'    TO LG-DATESEP
005820     MOVE '.'    TO LG-DECSEP
005830     MOVE ','    TO LG-THOUSEP
005840     MOVE SPACES TO LG-USER-LANG
005850     IF LG-FS-FMTPROF NOT = '00'
005860        GO TO 3100-LOAD-PROFILE-EXIT
005870     END-IF
005880     MOVE LTRREQ-USER TO FMTPROF-USER
005890     MOVE LOW-VALUES  TO FMTPROF-TERM
005900     START FMTPROF KEY NOT LESS FMTPROF-KEY
005910         INVALID KEY
005920            GO TO 3100-LOAD-PROFILE-EXIT
005930     END-START
005940     READ FMTPROF NEXT RECORD
005950         AT END
005960            GO TO 3100-LOAD-PROFILE-EXIT
005970     END-READ
005980     IF FMTPROF-USER NOT = LTRREQ-USER
005990        GO TO 3100-LOAD-PROFILE-EXIT
006000     END-IF
006010     IF FMTPROF-DFMT > 0 AND FMTPROF-DFMT < 5
006020        MOVE FMTPROF-DFMT TO LG-DFMT
006030     END-IF
006040     IF FMTPROF-DATESEP NOT = SPACE
006050        MOVE FMTPROF-DATESEP TO LG-DATESEP
006060     END-IF
006070     IF FMTPROF-DECSEP NOT = SPACE
006080        MOVE FMTPROF-DECSEP TO LG-DECSEP
006090     END-IF
006100     MOVE FMTPROF-THOUSEP TO LG-THOUSEP
006110     MOVE FMTPROF-LANG    TO LG-USER-LANG.
006120 3100-LOAD-PROFILE-EXIT.
006130     EXIT.
006140 3200-LOAD-DICTIONARY.
006150     MOVE 0 TO LG-FIELD-COUNT
006160     MOVE 'N' TO LG-DICT-EOF-SW
006170     OPEN INPUT FLDDICT
006180     IF LG-FS-FLDDICT NOT = '00'
006190        GO TO 3200-LOAD-DICTIONARY-EXIT
006200     END-IF
006210     PERFORM 3210-DICTIONARY-ROW
006220         THRU 3210-DICTIONARY-ROW-EXIT
006230         UNTIL LG-DICT-AT-EOF
006240     CLOSE FLDDICT.
006250 3200-LOAD-DICTIONARY-EXIT.
006260     EXIT.
006270 3210-DICTIONARY-ROW.
006280     READ FLDDICT
006290         AT END
006300            SET LG-DICT-AT-EOF TO TRUE
006310            GO TO 3210-DICTIONARY-ROW-EXIT
006320     END-READ
006330     IF FLDDICT-FILE NOT = LTRREQ-FILE OR
006340        LG-FIELD-COUNT NOT LESS LG-MAX-FIELDS
006350        GO TO 3210-DICTIONARY-ROW-EXIT
006360     END-IF
006370     IF FLDDICT-POS < 1 OR FLDDICT-LEN < 1 OR
006380        FLDDICT-POS + FLDDICT-LEN > 513
006390        GO TO 3210-DICTIONARY-ROW-EXIT
006400     END-IF
006410     ADD 1 TO LG-FIELD-COUNT
006420     MOVE FLDDICT-FIELD TO LG-FT-NAME (LG-FIELD-COUNT)
006430     MOVE FLDDICT-POS   TO LG-FT-POS (LG-FIELD-COUNT)
006440     MOVE FLDDICT-LEN   TO LG-FT-LEN (LG-FIELD-COUNT)
006450     MOVE FLDDICT-TYPE  TO LG-FT-TYPE (LG-FIELD-COUNT).
006460 3210-DICTIONARY-ROW-EXIT.
006470     EXIT.
006480*----------------------------------------------------------*
006490* 4000-ONE-LETTER - THE BODY IN THE ADDRESSEE'S LANGUAGE   *
006500*                   (THE RECORD'S LANGUAGE FIELD, ELSE THE *
006510*                   REQUESTER'S), FALLING BACK TO THE      *
006520*                   SITE-DEFAULT BODY; MERGED TO LTRDOC,   *
006530*                   PUBLISHED AND LINKED                   *
006540*----------------------------------------------------------*
006550 4000-ONE-LETTER.
006560     READ LTRSEL NEXT RECORD
006570         AT END
006580            SET LG-SEL-AT-EOF TO TRUE
006590            GO TO 4000-ONE-LETTER-EXIT
006600     END-READ
006610     IF LTRSEL-SET NOT = LTRREQ-SET
006620        SET LG-SEL-AT-EOF TO TRUE
006630        GO TO 4000-ONE-LETTER-EXIT
006640     END-IF
006650     ADD 1 TO LG-REQ-ROWS
006660     MOVE LTRSEL-SEQ TO LG-SEQ-A
006670     MOVE SPACES TO LG-RECKEY
006680     MOVE LTRSEL-IMAGE (LG-FT-POS (LG-KEY-X):LG-FT-LEN (LG-KEY-X))
006690       TO LG-RECKEY
006700     MOVE LG-USER-LANG TO LG-LETTER-LANG
006710     IF LG-LANG-X > 0
006720        IF LTRSEL-IMAGE (LG-FT-POS (LG-LANG-X):1) NOT = SPACE
006730           MOVE SPACES TO LG-LETTER-LANG
006740           MOVE LTRSEL-IMAGE (LG-FT-POS (LG-LANG-X):
006750                              LG-FT-LEN (LG-LANG-X))
006760             TO LG-LETTER-LANG
006770        END-IF
006780     END-IF
006790     MOVE LG-RECKEY      TO LG-LL-KEY
006800     MOVE LG-LETTER-LANG TO LG-LL-LANG
006810     MOVE LG-LETTER-LANG TO LG-TPL-LANG
006820     PERFORM 4100-FIND-TEMPLATE
006830         THRU 4100-FIND-TEMPLATE-EXIT
006840     IF LG-TPL-MISSING AND LG-TPL-LANG NOT = SPACES
006850        MOVE SPACES TO LG-TPL-LANG
006860        PERFORM 4100-FIND-TEMPLATE
006870            THRU 4100-FIND-TEMPLATE-EXIT
006880     END-IF
006890     IF LG-TPL-MISSING
006900        ADD 1 TO LG-REQ-SKIPPED
006910        MOVE 'NO TEMPLATE BODY' TO LG-LL-RESULT
006920        GO TO 4000-ONE-LETTER-DONE
006930     END-IF
006940     MOVE LG-TPL-LANG TO LG-LL-LANG
006950     MOVE 0 TO LG-LTR-UNRES
006960     MOVE 0 TO LG-LTR-CUTS
006970     OPEN OUTPUT LTRDOC
006980     MOVE 'N' TO LG-TPL-EOF-SW
006990     PERFORM 4200-MERGE-LINE
007000         THRU 4200-MERGE-LINE-EXIT
007010         UNTIL LG-TPL-AT-EOF
007020     CLOSE LTRDOC
007030     PERFORM 4500-PUBLISH-LETTER
007040         THRU 4500-PUBLISH-LETTER-EXIT
007050     IF CX-RESULT NOT = 'OK'
007060        ADD 1 TO LG-REQ-SKIPPED
007070        MOVE 'PDF NOT WRITTEN' TO LG-LL-RESULT
007080        GO TO 4000-ONE-LETTER-DONE
007090     END-IF
007100     PERFORM 4600-LINK-LETTER
007110         THRU 4600-LINK-LETTER-EXIT
007120     ADD 1 TO LG-REQ-LETTERS
007130     MOVE SPACES TO LG-LL-RESULT
007140     IF LG-LTR-UNRES > 0 OR LG-LTR-CUTS > 0
007150        STRING LG-PDF-NAME DELIMITED BY SPACE
007160               ' - CHECK TOKENS' DELIMITED BY SIZE
007170               INTO LG-LL-RESULT
007180     ELSE
007190        MOVE LG-PDF-NAME TO LG-LL-RESULT
007200     END-IF.
007210 4000-ONE-LETTER-DONE.
007220     MOVE LG-LTR-LINE TO RW-LINE
007230     MOVE 'D' TO RW-FUNC
007240     PERFORM 8900-RW-PUT
007250         THRU 8900-RW-PUT-EXIT
007260     DELETE LTRSEL RECORD
007270         INVALID KEY
007280            CONTINUE
007290     END-DELETE.
007300 4000-ONE-LETTER-EXIT.
007310     EXIT.
007320*----------------------------------------------------------*
007330* 4100-FIND-TEMPLATE - POSITIONS LTRTPL ON THE FIRST BODY  *
007340*                      LINE FOR LG-TPL-LANG; LINE 000 IS   *
007350*                      THE LETTER'S DESCRIPTION            *
007360*----------------------------------------------------------*
007370 4100-FIND-TEMPLATE.
007380     SET LG-TPL-MISSING TO TRUE
007390     MOVE LTRREQ-TEMPLATE TO LG-TPL-DESC
007400     IF LG-FS-LTRTPL NOT = '00'
007410        GO TO 4100-FIND-TEMPLATE-EXIT
007420     END-IF
007430     MOVE LTRREQ-TEMPLATE TO LTRTPL-TEMPLATE
007440     MOVE LG-TPL-LANG     TO LTRTPL-LANG
007450     MOVE 0               TO LTRTPL-LINE
007460     START LTRTPL KEY NOT LESS LTRTPL-KEY
007470         INVALID KEY
007480            GO TO 4100-FIND-TEMPLATE-EXIT
007490     END-START
007500     READ LTRTPL NEXT RECORD
007510         AT END
007520            GO TO 4100-FIND-TEMPLATE-EXIT
007530     END-READ
007540     IF LTRTPL-TEMPLATE NOT = LTRREQ-TEMPLATE OR
007550        LTRTPL-LANG NOT = LG-TPL-LANG
007560        GO TO 4100-FIND-TEMPLATE-EXIT
007570     END-IF
007580     IF LTRTPL-LINE = 0
007590        MOVE LTRTPL-TEXT TO LG-TPL-DESC
007600        READ LTRTPL NEXT RECORD
007610            AT END
007620               GO TO 4100-FIND-TEMPLATE-EXIT
007630        END-READ
007640        IF LTRTPL-TEMPLATE NOT = LTRREQ-TEMPLATE OR
007650           LTRTPL-LANG NOT = LG-TPL-LANG
007660           GO TO 4100-FIND-TEMPLATE-EXIT
007670        END-IF
007680     END-IF
007690     SET LG-TPL-FOUND TO TRUE.
007700 4100-FIND-TEMPLATE-EXIT.
007710     EXIT.
007720*----------------------------------------------------------*
007730* 4200-MERGE-LINE - THE BODY LINE IN HAND, TOKENS FILLED,  *
007740*                   TO LTRDOC; THEN THE NEXT ONE           *
007750*----------------------------------------------------------*
007760 4200-MERGE-LINE.
007770     MOVE LTRTPL-TEXT TO LG-IN
007780     MOVE SPACES TO LG-OUT
007790     MOVE 1   TO LG-O
007800     MOVE 'N' TO LG-CUT-SW
007810     MOVE 0 TO LG-LAST
007820     PERFORM VARYING LG-C FROM 74 BY -1
007830             UNTIL LG-C < 1 OR LG-LAST > 0
007840        IF LG-IN (LG-C:1) NOT = SPACE
007850           MOVE LG-C TO LG-LAST
007860        END-IF
007870     END-PERFORM
007880     MOVE 1 TO LG-C
007890     PERFORM 4300-SCAN-ONE
007900         THRU 4300-SCAN-ONE-EXIT
007910         UNTIL LG-C > LG-LAST
007920     IF LG-LINE-CUT
007930        ADD 1 TO LG-LTR-CUTS
007940     END-IF
007950     WRITE LTRDOC-LINE FROM LG-OUT
007960     READ LTRTPL NEXT RECORD
007970         AT END
007980            SET LG-TPL-AT-EOF TO TRUE
007990            GO TO 4200-MERGE-LINE-EXIT
008000     END-READ
008010     IF LTRTPL-TEMPLATE NOT = LTRREQ-TEMPLATE OR
008020        LTRTPL-LANG NOT = LG-TPL-LANG
008030        SET LG-TPL-AT-EOF TO TRUE
008040     END-IF.
008050 4200-MERGE-LINE-EXIT.
008060     EXIT.
008070*----------------------------------------------------------*
008080* 4300-SCAN-ONE - A CHARACTER COPIED, OR A {TOKEN}         *
008090*                 REPLACED BY ITS VALUE; A TOKEN THAT      *
008100*                 CANNOT BE RESOLVED IS LEFT IN THE LETTER *
008110*                 AS KEYED SO THE READER SEES WHAT WAS     *
008120*                 MISSED                                   *
008130*----------------------------------------------------------*
008140 4300-SCAN-ONE.
008150     IF LG-IN (LG-C:1) NOT = '{'
008160        MOVE LG-IN (LG-C:1) TO LG-PUT
008170        MOVE 1 TO LG-PUT-LEN
008180        PERFORM 5400-PUT-TEXT
008190            THRU 5400-PUT-TEXT-EXIT
008200        ADD 1 TO LG-C
008210        GO TO 4300-SCAN-ONE-EXIT
008220     END-IF
008230     MOVE 0 TO LG-E
008240     PERFORM VARYING LG-K FROM LG-C BY 1
008250             UNTIL LG-K > LG-LAST OR LG-E > 0
008260        IF LG-IN (LG-K:1) = '}'
008270           MOVE LG-K TO LG-E
008280        END-IF
008290     END-PERFORM
008300     COMPUTE LG-TOK-LEN = LG-E - LG-C - 1
008310     IF LG-E = 0 OR LG-TOK-LEN < 1 OR LG-TOK-LEN > 30
008320        MOVE LG-IN (LG-C:1) TO LG-PUT
008330        MOVE 1 TO LG-PUT-LEN
008340        PERFORM 5400-PUT-TEXT
008350            THRU 5400-PUT-TEXT-EXIT
008360        ADD 1 TO LG-C
008370        GO TO 4300-SCAN-ONE-EXIT
008380     END-IF
008390     MOVE SPACES TO LG-TOKEN
008400     COMPUTE LG-K = LG-C + 1
008410     MOVE LG-IN (LG-K:LG-TOK-LEN) TO LG-TOKEN
008420     PERFORM 5000-RESOLVE-TOKEN
008430         THRU 5000-RESOLVE-TOKEN-EXIT
008440     IF LG-TOK-RESOLVED
008450        IF LG-VAL-LEN > 0
008460           MOVE LG-VAL TO LG-PUT
008470           MOVE LG-VAL-LEN TO LG-PUT-LEN
008480           PERFORM 5400-PUT-TEXT
008490               THRU 5400-PUT-TEXT-EXIT
008500        END-IF
008510     ELSE
008520        ADD 1 TO LG-LTR-UNRES
008530        COMPUTE LG-PUT-LEN = LG-E - LG-C + 1
008540        MOVE LG-IN (LG-C:LG-PUT-LEN) TO LG-PUT
008550        PERFORM 5400-PUT-TEXT
008560            THRU 5400-PUT-TEXT-EXIT
008570     END-IF
008580     COMPUTE LG-C = LG-E + 1.
008590 4300-SCAN-ONE-EXIT.
008600     EXIT.
008610*----------------------------------------------------------*
008620* 4500-PUBLISH-LETTER - LTRDOC THROUGH THE SPOOL TO A PDF, *
008630*                       THE EVIDPACK SEQUENCE; CX-RESULT   *
008640*                       IS THE CPYTOSTMF OUTCOME           *
008650*----------------------------------------------------------*
008660 4500-PUBLISH-LETTER.
008670     MOVE SPACES TO LG-PDF-NAME
008680     STRING LTRREQ-TEMPLATE DELIMITED BY SPACE
008690            '-'             DELIMITED BY SIZE
008700            LG-REQ-TAG      DELIMITED BY SPACE
008710            '-'             DELIMITED BY SIZE
008720            LG-SEQ-A        DELIMITED BY SIZE
008730            '.PDF'          DELIMITED BY SIZE
008740            INTO LG-PDF-NAME
008750     MOVE SPACES TO LG-PDF-PATH
008760     STRING '/GXSPOOL/LETTERS/' LG-PDF-NAME
008770            DELIMITED BY SPACE INTO LG-PDF-PATH
008780     MOVE 1 TO LG-CMD-PTR
008790     MOVE SPACES TO LG-CMD
008800     STRING 'OVRPRTF FILE(QSYSPRT) SPLFNAME(LTRGEN)'
008810            DELIMITED BY SIZE INTO LG-CMD
008820            POINTER LG-CMD-PTR
008830     PERFORM 8800-RUN-COMMAND
008840         THRU 8800-RUN-COMMAND-EXIT
008850     MOVE 1 TO LG-CMD-PTR
008860     MOVE SPACES TO LG-CMD
008870     STRING 'CPYF FROMFILE(LTRDOC) TOFILE(QSYSPRT)'
008880            DELIMITED BY SIZE INTO LG-CMD
008890            POINTER LG-CMD-PTR
008900     PERFORM 8800-RUN-COMMAND
008910         THRU 8800-RUN-COMMAND-EXIT
008920     MOVE 1 TO LG-CMD-PTR
008930     MOVE SPACES TO LG-CMD
008940     STRING 'DLTOVR FILE(QSYSPRT)'
008950            DELIMITED BY SIZE INTO LG-CMD
008960            POINTER LG-CMD-PTR
008970     PERFORM 8800-RUN-COMMAND
008980         THRU 8800-RUN-COMMAND-EXIT
008990     MOVE 1 TO LG-CMD-PTR
009000     MOVE SPACES TO LG-CMD
009010     STRING 'CPYSPLF FILE(LTRGEN) TOFILE(QTEMP/LTRPDF) '
009020            'SPLNBR(*LAST) MBROPT(*REPLACE) WSCST(*PDF)'
009030            DELIMITED BY SIZE INTO LG-CMD
009040            POINTER LG-CMD-PTR
009050     PERFORM 8800-RUN-COMMAND
009060         THRU 8800-RUN-COMMAND-EXIT
009070     MOVE 1 TO LG-CMD-PTR
009080     MOVE SPACES TO LG-CMD
009090     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB/LTRPDF.FILE'
009100            '/LTRPDF.MBR'') TOSTMF('''
009110                           DELIMITED BY SIZE
009120            LG-PDF-PATH    DELIMITED BY SPACE
009130            ''') STMFOPT(*REPLACE)'
009140                           DELIMITED BY SIZE
009150            INTO LG-CMD
009160            POINTER LG-CMD-PTR
009170     PERFORM 8800-RUN-COMMAND
009180         THRU 8800-RUN-COMMAND-EXIT.
009190 4500-PUBLISH-LETTER-EXIT.
009200     EXIT.
009210*----------------------------------------------------------*
009220* 4600-LINK-LETTER - THE ATTLINK ROW THAT PROVES WHAT WAS  *
009230*                    SENT TO THE RECORD AND WHEN; THE      *
009240*                    SEQUENCE BUMPS AS GXFATTL'S DOES      *
009250*----------------------------------------------------------*
009260 4600-LINK-LETTER.
009270     MOVE LTRREQ-FILE TO ATTLINK-FILE
009280     MOVE LG-RECKEY   TO ATTLINK-RECKEY
009290     MOVE 1           TO ATTLINK-SEQ
009300     MOVE LG-PDF-PATH TO ATTLINK-PATH
009310     MOVE LG-TPL-DESC TO ATTLINK-DESC
009320     MOVE LTRREQ-USER TO ATTLINK-USER
009330     MOVE LG-NOW-TS   TO ATTLINK-TS.
009340 4610-TRY-WRITE.
009350     WRITE ATTLINK-RECORD
009360         INVALID KEY
009370            IF ATTLINK-SEQ LESS 999
009380               ADD 1 TO ATTLINK-SEQ
009390               GO TO 4610-TRY-WRITE
009400            END-IF
009410     END-WRITE.
009420 4600-LINK-LETTER-EXIT.
009430     EXIT.
009440*----------------------------------------------------------*
009450* 5000-RESOLVE-TOKEN - LG-TOKEN TO ITS EDITED VALUE IN     *
009460*                      LG-VAL FOR LG-VAL-LEN BYTES         *
009470*----------------------------------------------------------*
009480 5000-RESOLVE-TOKEN.
009490     SET LG-TOK-UNRESOLVED TO TRUE
009500     MOVE SPACES TO LG-VAL
009510     MOVE 0 TO LG-VAL-LEN
009520     IF LG-TOKEN = 'TODAY'
009530        MOVE LG-REP-DATE TO LG-DATE
009540        PERFORM 5100-EDIT-DATE
009550            THRU 5100-EDIT-DATE-EXIT
009560        GO TO 5000-RESOLVE-TOKEN-EXIT
009570     END-IF
009580     MOVE SPACES TO LG-TOK-FLD
009590     MOVE SPACES TO LG-TOK-CUR
009600     UNSTRING LG-TOKEN DELIMITED BY '/'
009610         INTO LG-TOK-FLD LG-TOK-CUR
009620     END-UNSTRING
009630     MOVE LG-TOK-FLD TO LG-FIND-NAME
009640     PERFORM 5300-FIND-FIELD
009650         THRU 5300-FIND-FIELD-EXIT
009660     IF LG-F = 0
009670        GO TO 5000-RESOLVE-TOKEN-EXIT
009680     END-IF
009690     MOVE LG-FT-POS (LG-F) TO LG-POS
009700     MOVE LG-FT-LEN (LG-F) TO LG-LEN
009710     EVALUATE TRUE
009720        WHEN LG-TOK-CUR NOT = SPACES
009730           PERFORM 5500-AMOUNT-VALUE
009740               THRU 5500-AMOUNT-VALUE-EXIT
009750        WHEN LG-FT-TYPE (LG-F) = 'D'
009760           IF LG-LEN = 8 AND
009770              LTRSEL-IMAGE (LG-POS:8) NUMERIC
009780              MOVE LTRSEL-IMAGE (LG-POS:8) TO LG-DATE
009790              PERFORM 5100-EDIT-DATE
009800                  THRU 5100-EDIT-DATE-EXIT
009810           END-IF
009820        WHEN LG-FT-TYPE (LG-F) = 'T'
009830           IF LG-LEN NOT < 10 AND
009840              LTRSEL-IMAGE (LG-POS:4) NUMERIC AND
009850              LTRSEL-IMAGE (LG-POS + 5:2) NUMERIC AND
009860              LTRSEL-IMAGE (LG-POS + 8:2) NUMERIC
009870              MOVE LTRSEL-IMAGE (LG-POS:4)     TO LG-DATE-YY
009880              MOVE LTRSEL-IMAGE (LG-POS + 5:2) TO LG-DATE-MM
009890              MOVE LTRSEL-IMAGE (LG-POS + 8:2) TO LG-DATE-DD
009900              PERFORM 5100-EDIT-DATE
009910                  THRU 5100-EDIT-DATE-EXIT
009920           END-IF
009930        WHEN LG-FT-TYPE (LG-F) = 'N' OR LG-FT-TYPE (LG-F) = 'P'
009940           MOVE 0 TO LG-DECS
009950           MOVE SPACES TO LG-SYM
009960           PERFORM 5600-FIELD-DIGITS
009970               THRU 5600-FIELD-DIGITS-EXIT
009980           IF LG-TOK-RESOLVED
009990              PERFORM 5200-EDIT-NUMBER
010000                  THRU 5200-EDIT-NUMBER-EXIT
010010           END-IF
010020        WHEN OTHER
010030           PERFORM 5700-TEXT-VALUE
010040               THRU 5700-TEXT-VALUE-EXIT
010050     END-EVALUATE.
010060 5000-RESOLVE-TOKEN-EXIT.
010070     EXIT.
010080*----------------------------------------------------------*
010090* 5100-EDIT-DATE - LG-DATE IN THE PROFILE'S DATE ORDER AND *
010100*                  SEPARATOR, FULL YEAR, AS GX-TTOC EDITS  *
010110*                  A DATE FOR THE SCREEN                   *
010120*----------------------------------------------------------*
010130 5100-EDIT-DATE.
010140     IF LG-DATE = 0
010150        SET LG-TOK-RESOLVED TO TRUE
010160        GO TO 5100-EDIT-DATE-EXIT
010170     END-IF
010180     MOVE SPACES TO LG-VAL
010190     EVALUATE TRUE
010200        WHEN LG-DFMT-YMD
010210           STRING LG-DATE-YY LG-DATESEP LG-DATE-MM LG-DATESEP
010220                  LG-DATE-DD
010230                  DELIMITED BY SIZE INTO LG-VAL
010240        WHEN LG-DFMT-DMY
010250           STRING LG-DATE-DD LG-DATESEP LG-DATE-MM LG-DATESEP
010260                  LG-DATE-YY
010270                  DELIMITED BY SIZE INTO LG-VAL
010280        WHEN LG-DFMT-MDY
010290           STRING LG-DATE-MM LG-DATESEP LG-DATE-DD LG-DATESEP
010300                  LG-DATE-YY
010310                  DELIMITED BY SIZE INTO LG-VAL
010320        WHEN OTHER
010330           STRING LG-DATE-YY '-' LG-DATE-MM '-' LG-DATE-DD
010340                  DELIMITED BY SIZE INTO LG-VAL
010350     END-EVALUATE
010360     MOVE 10 TO LG-VAL-LEN
010370     SET LG-TOK-RESOLVED TO TRUE.
010380 5100-EDIT-DATE-EXIT.
010390     EXIT.
010400*----------------------------------------------------------*
010410* 5200-EDIT-NUMBER - LG-DIGITS WITH LG-DECS IMPLIED        *
010420*                    DECIMALS: LEADING ZEROS DROPPED, THE  *
010430*                    PROFILE'S GROUPING AND DECIMAL MARKS, *
010440*                    THE SYMBOL IN FRONT AND A TRAILING    *
010450*                    MINUS - THE GX-CURFMT LAYOUT          *
010460*----------------------------------------------------------*
010470 5200-EDIT-NUMBER.
010480     MOVE SPACES TO LG-VAL
010490     MOVE 1 TO LG-W
010500     IF LG-SYM NOT = SPACES
010510        STRING LG-SYM DELIMITED BY SPACE
010520               INTO LG-VAL POINTER LG-W
010530     END-IF
010540     COMPUTE LG-ILEN = 18 - LG-DECS
010550     MOVE 'N' TO LG-CUT-SW
010560     PERFORM VARYING LG-K FROM 1 BY 1
010570             UNTIL LG-K > LG-ILEN
010580        IF LG-DIGITS-X (LG-K:1) NOT = '0' OR LG-K = LG-ILEN
010590           MOVE 'Y' TO LG-CUT-SW
010600        END-IF
010610        IF LG-LINE-CUT
010620           MOVE LG-DIGITS-X (LG-K:1) TO LG-VAL (LG-W:1)
010630           ADD 1 TO LG-W
010640           COMPUTE LG-GRP = LG-ILEN - LG-K
010650           IF LG-GRP > 0 AND LG-THOUSEP NOT = SPACE
010660              DIVIDE LG-GRP BY 3 GIVING LG-Q REMAINDER LG-R
010670              IF LG-R = 0
010680                 MOVE LG-THOUSEP TO LG-VAL (LG-W:1)
010690                 ADD 1 TO LG-W
010700              END-IF
010710           END-IF
010720        END-IF
010730     END-PERFORM
010740     MOVE 'N' TO LG-CUT-SW
010750     IF LG-DECS > 0
010760        MOVE LG-DECSEP TO LG-VAL (LG-W:1)
010770        ADD 1 TO LG-W
010780        PERFORM VARYING LG-K FROM 1 BY 1
010790                UNTIL LG-K > LG-DECS
010800           COMPUTE LG-Q = LG-ILEN + LG-K
010810           MOVE LG-DIGITS-X (LG-Q:1) TO LG-VAL (LG-W:1)
010820           ADD 1 TO LG-W
010830        END-PERFORM
010840     END-IF
010850     IF LG-SIGN = '-'
010860        MOVE '-' TO LG-VAL (LG-W:1)
010870        ADD 1 TO LG-W
010880     END-IF
010890     COMPUTE LG-VAL-LEN = LG-W - 1.
010900 5200-EDIT-NUMBER-EXIT.
010910     EXIT.
010920 5300-FIND-FIELD.
010930     MOVE 0 TO LG-F
010940     IF LG-FIND-NAME = SPACES
010950        GO TO 5300-FIND-FIELD-EXIT
010960     END-IF
010970     PERFORM VARYING LG-I FROM 1 BY 1
010980             UNTIL LG-I > LG-FIELD-COUNT OR LG-F > 0
010990        IF LG-FT-NAME (LG-I) = LG-FIND-NAME
011000           MOVE LG-I TO LG-F
011010        END-IF
011020     END-PERFORM.
011030 5300-FIND-FIELD-EXIT.
011040     EXIT.
011050*----------------------------------------------------------*
011060* 5400-PUT-TEXT - LG-PUT FOR LG-PUT-LEN ONTO THE MERGED    *
011070*                 LINE; PAST EIGHTY THE LINE IS CUT        *
011080*----------------------------------------------------------*
011090 5400-PUT-TEXT.
011100     IF LG-O > 80
011110        MOVE 'Y' TO LG-CUT-SW
011120        GO TO 5400-PUT-TEXT-EXIT
011130     END-IF
011140     STRING LG-PUT (1:LG-PUT-LEN) DELIMITED BY SIZE
011150            INTO LG-OUT POINTER LG-O
011160            ON OVERFLOW
011170               MOVE 'Y' TO LG-CUT-SW
011180     END-STRING.
011190 5400-PUT-TEXT-EXIT.
011200     EXIT.
011210*----------------------------------------------------------*
011220* 5500-AMOUNT-VALUE - {FIELD/CUR}: THE CURRENCY CODE FROM  *
011230*                     FIELD CUR OF THE RECORD, OR CUR      *
011240*                     ITSELF; ITS CURRMST DECIMALS ARE THE *
011250*                     FIELD'S IMPLIED DECIMALS AND ITS     *
011260*                     SYMBOL LEADS                         *
011270*----------------------------------------------------------*
011280 5500-AMOUNT-VALUE.
011290     IF LG-FT-TYPE (LG-F) NOT = 'N' AND
011300        LG-FT-TYPE (LG-F) NOT = 'P'
011310        GO TO 5500-AMOUNT-VALUE-EXIT
011320     END-IF
011330     MOVE LG-F TO LG-K
011340     MOVE LG-TOK-CUR TO LG-FIND-NAME
011350     PERFORM 5300-FIND-FIELD
011360         THRU 5300-FIND-FIELD-EXIT
011370     IF LG-F = 0
011380        MOVE LG-TOK-CUR TO LG-CUR-CODE
011390     ELSE
011400        MOVE LTRSEL-IMAGE (LG-FT-POS (LG-F):3) TO LG-CUR-CODE
011410     END-IF
011420     MOVE LG-K TO LG-F
011430     MOVE 2      TO LG-DECS
011440     MOVE SPACES TO LG-SYM
011450     PERFORM VARYING LG-I FROM 1 BY 1
011460             UNTIL LG-I > LG-CURR-COUNT
011470        IF LG-CT-CODE (LG-I) = LG-CUR-CODE
011480           MOVE LG-CT-DECS (LG-I) TO LG-DECS
011490           MOVE LG-CT-SYM (LG-I)  TO LG-SYM
011500        END-IF
011510     END-PERFORM
011520     PERFORM 5600-FIELD-DIGITS
011530         THRU 5600-FIELD-DIGITS-EXIT
011540     IF LG-TOK-RESOLVED
011550        PERFORM 5200-EDIT-NUMBER
011560            THRU 5200-EDIT-NUMBER-EXIT
011570     END-IF.
011580 5500-AMOUNT-VALUE-EXIT.
011590     EXIT.
011600*----------------------------------------------------------*
011610* 5600-FIELD-DIGITS - THE FIELD AT LG-POS/LG-LEN INTO      *
011620*                     LG-DIGITS AND LG-SIGN: ZONED AS IS,  *
011630*                     PACKED A NIBBLE AT A TIME AS         *
011640*                     PACKSCAN READS IT.  ANYTHING NOT A   *
011650*                     CLEAN NUMBER STAYS UNRESOLVED        *
011660*----------------------------------------------------------*
011670 5600-FIELD-DIGITS.
011680     MOVE 0   TO LG-DIGITS
011690     MOVE '+' TO LG-SIGN
011700     IF LG-FT-TYPE (LG-F) = 'N'
011710        IF LG-LEN > 18 OR
011720           LTRSEL-IMAGE (LG-POS:LG-LEN) NOT NUMERIC
011730           GO TO 5600-FIELD-DIGITS-EXIT
011740        END-IF
011750        COMPUTE LG-K = 19 - LG-LEN
011760        MOVE LTRSEL-IMAGE (LG-POS:LG-LEN)
011770          TO LG-DIGITS-X (LG-K:LG-LEN)
011780        SET LG-TOK-RESOLVED TO TRUE
011790        GO TO 5600-FIELD-DIGITS-EXIT
011800     END-IF
011810     IF LG-LEN > 9
011820        GO TO 5600-FIELD-DIGITS-EXIT
011830     END-IF
011840     COMPUTE LG-DIG-AT = 18 - (LG-LEN * 2 - 1)
011850     PERFORM VARYING LG-K FROM 0 BY 1
011860             UNTIL LG-K NOT < LG-LEN
011870        MOVE LOW-VALUE TO LG-BYTE-PAIR
011880        MOVE LTRSEL-IMAGE (LG-POS + LG-K:1) TO LG-BYTE-CHAR
011890        COMPUTE LG-HI-NIB = LG-BYTE-NUM / 16
011900        COMPUTE LG-LO-NIB = LG-BYTE-NUM - (LG-HI-NIB * 16)
011910        IF LG-HI-NIB > 9
011920           GO TO 5600-FIELD-DIGITS-EXIT
011930        END-IF
011940        ADD 1 TO LG-DIG-AT
011950        MOVE LG-NIB-DIGITS (LG-HI-NIB + 1:1)
011960          TO LG-DIGITS-X (LG-DIG-AT:1)
011970        IF LG-K < LG-LEN - 1
011980           IF LG-LO-NIB > 9
011990              GO TO 5600-FIELD-DIGITS-EXIT
012000           END-IF
012010           ADD 1 TO LG-DIG-AT
012020           MOVE LG-NIB-DIGITS (LG-LO-NIB + 1:1)
012030             TO LG-DIGITS-X (LG-DIG-AT:1)
012040        ELSE
012050           IF LG-LO-NIB < 10
012060              GO TO 5600-FIELD-DIGITS-EXIT
012070           END-IF
012080           IF LG-LO-NIB = 11 OR LG-LO-NIB = 13
012090              MOVE '-' TO LG-SIGN
012100           END-IF
012110        END-IF
012120     END-PERFORM
012130     SET LG-TOK-RESOLVED TO TRUE.
012140 5600-FIELD-DIGITS-EXIT.
012150     EXIT.
012160*----------------------------------------------------------*
012170* 5700-TEXT-VALUE - THE FIELD AS STORED, TRAILING BLANKS   *
012180*                   DROPPED                                *
012190*----------------------------------------------------------*
012200 5700-TEXT-VALUE.
012210     IF LG-LEN > 40
012220        MOVE 40 TO LG-LEN
012230     END-IF
012240     MOVE LTRSEL-IMAGE (LG-POS:LG-LEN) TO LG-VAL
012250     MOVE 0 TO LG-VAL-LEN
012260     PERFORM VARYING LG-K FROM LG-LEN BY -1
012270             UNTIL LG-K < 1 OR LG-VAL-LEN > 0
012280        IF LG-VAL (LG-K:1) NOT = SPACE
012290           MOVE LG-K TO LG-VAL-LEN
012300        END-IF
012310     END-PERFORM
012320     SET LG-TOK-RESOLVED TO TRUE.
012330 5700-TEXT-VALUE-EXIT.
012340     EXIT.
012350 6900-PRINT-SUMMARY.
012360     MOVE LG-TOT-REQS    TO LG-SUM-REQS
012370     MOVE LG-TOT-WAIT    TO LG-SUM-WAIT
012380     MOVE LG-TOT-LETTERS TO LG-SUM-LETTERS
012390     MOVE LG-TOT-SKIPPED TO LG-SUM-SKIPPED
012400     MOVE LG-SUM-LINE TO RW-LINE
012410     MOVE 'T' TO RW-FUNC
012420     PERFORM 8900-RW-PUT
012430         THRU 8900-RW-PUT-EXIT.
012440 6900-PRINT-SUMMARY-EXIT.
012450     EXIT.
012460 8800-RUN-COMMAND.
012470     COMPUTE LG-CMDLEN = LG-CMD-PTR - 1
012480     MOVE 'LTRGEN'   TO CX-CALLER
012490     MOVE LG-CMD     TO CX-CMD
012500     MOVE LG-CMDLEN  TO CX-CMDLEN
012510     CALL 'GXCMDX' USING CX-CTL.
012520 8800-RUN-COMMAND-EXIT.
012530     EXIT.
012540 8900-RW-PUT.
012550     CALL 'GXRPTW' USING RW-CTL RW-OUT
012560     PERFORM VARYING RW-X FROM 1 BY 1
012570             UNTIL RW-X > RW-OUT-COUNT
012580        WRITE LTRRPT-LINE FROM RW-OUT-LINE (RW-X)
012590     END-PERFORM.
012600 8900-RW-PUT-EXIT.
012610     EXIT.
012620 9000-TERMINATE.
012630     MOVE 'C' TO RW-FUNC
012640     PERFORM 8900-RW-PUT
012650         THRU 8900-RW-PUT-EXIT
012660     CLOSE LTRREQ
012670     CLOSE LTRSEL
012680     CLOSE LTRTPL
012690     CLOSE FMTPROF
012700     CLOSE CURRMST
012710     CLOSE ATTLINK
012720     CLOSE BUSDATE
012730     CLOSE LTRRPT.
012740 9000-TERMINATE-EXIT.
012750     EXIT.
012760 9999-EXIT.
012770     STOP RUN.
