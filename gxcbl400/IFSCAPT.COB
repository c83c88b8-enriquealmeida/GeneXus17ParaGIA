000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IFSCAPT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - DAILY IFS FOLDER SPACE*
000100*                   CAPTURE, THE FSCAPTUR OF THE /GX* TREES.*
000110*                   EVERY FOLDER ON IFSCTL IS LISTED WITH   *
000120*                   QSH (FIND ... LS -LN, ESCAPE MESSAGE    *
000130*                   ARMED) INTO QTEMP/IFSLIST; ITS FILE     *
000140*                   COUNT, TOTAL BYTES AND OLDEST FILE AGE  *
000150*                   GO TO ONE DATED IFSSTAT HISTORY ROW FOR *
000160*                   IFSGROW.  A FILE NO LEDGER KNOWS ABOUT  *
000170*                   (XPRTLEDG, EVTQ, INBLOG OR THE SPOOL    *
000180*                   ARCHIVE INDEX, AS IFSCTL NAMES IT) IS   *
000190*                   AN ORPHAN - COUNTED ON THE ROW AND      *
000200*                   LISTED ON IFSCRPT                       *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-ISERIES.
000250 OBJECT-COMPUTER.   IBM-ISERIES.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT IFSCTL     ASSIGN TO DATABASE-IFSCTL
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS  IS IC-FS-IFSCTL.
000310     SELECT IFSLIST    ASSIGN TO DATABASE-IFSLIST
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS  IS IC-FS-IFSLIST.
000340     SELECT IFSSTAT    ASSIGN TO DATABASE-IFSSTAT
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS IC-FS-IFSSTAT.
000370     SELECT XPRTLEDG   ASSIGN TO DATABASE-XPRTLEDG
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE  IS DYNAMIC
000400         RECORD KEY   IS XPRTLEDG-KEY
000410         FILE STATUS  IS IC-FS-XPRTLEDG.
000420     SELECT EVTQ       ASSIGN TO DATABASE-EVTQ
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS DYNAMIC
000450         RECORD KEY   IS EVTQ-KEY
000460         FILE STATUS  IS IC-FS-EVTQ.
000470     SELECT INBLOG     ASSIGN TO DATABASE-INBLOG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS IC-FS-INBLOG.
000500     SELECT SPLPAGES   ASSIGN TO DATABASE-SPLPAGES
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS IC-FS-SPLPAGES.
000530     SELECT EVIDREG    ASSIGN TO DATABASE-EVIDREG
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE  IS SEQUENTIAL
000560         RECORD KEY   IS EVIDREG-KEY
000570         FILE STATUS  IS IC-FS-EVIDREG.
000580     SELECT IFSCRPT    ASSIGN TO DATABASE-IFSCRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS  IS IC-FS-IFSCRPT.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------*
000640* IFSCTL - ONE ROW PER WATCHED FOLDER: ITS QUOTA IN MB, THE *
000650* BREACH HORIZON IN DAYS AND THE LEDGER THAT ACCOUNTS FOR   *
000660* ITS FILES - X XPRTLEDG, E EVTQ, I INBLOG, S THE SPOOL     *
000670* ARCHIVE INDEX (SPLPAGES AND EVIDREG), BLANK NONE          *
000680*----------------------------------------------------------*
000690 FD  IFSCTL.
000700 01  IFSCTL-RECORD.
000710     05 IFSCTL-FOLDER            PIC  X(040).
000720     05 IFSCTL-QUOTA-MB          PIC  9(009).
000730     05 IFSCTL-HORIZON           PIC  9(003).
000740     05 IFSCTL-LEDGER            PIC  X(001).
000750        88 IFSCTL-BY-XPRTLEDG                  VALUE 'X'.
000760        88 IFSCTL-BY-EVTQ                      VALUE 'E'.
000770        88 IFSCTL-BY-INBLOG                    VALUE 'I'.
000780        88 IFSCTL-BY-SPOOL-INDEX               VALUE 'S'.
000790        88 IFSCTL-NO-LEDGER                    VALUE ' '.
000800*----------------------------------------------------------*
000810* IFSLIST - QTEMP WORK FILE, ONE LS -LN LINE PER FILE       *
000820*----------------------------------------------------------*
000830 FD  IFSLIST.
000840 01  IFSLIST-RECORD              PIC  X(256).
000850 FD  IFSSTAT.
000860 01  IFSSTAT-RECORD.
000870     05 IFSSTAT-DATE             PIC  9(008).
000880     05 IFSSTAT-FOLDER           PIC  X(040).
000890     05 IFSSTAT-FILES            PIC S9(009) COMP-3.
000900     05 IFSSTAT-BYTES            PIC S9(015) COMP-3.
000910     05 IFSSTAT-OLDEST-DAYS      PIC S9(005) COMP-3.
000920     05 IFSSTAT-ORPHANS          PIC S9(007) COMP-3.
000930     05 IFSSTAT-ORPHAN-BYTES     PIC S9(015) COMP-3.
000940     05 IFSSTAT-QUOTA-MB         PIC  9(009).
000950     05 IFSSTAT-HORIZON          PIC  9(003).
000960 FD  XPRTLEDG.
000970 01  XPRTLEDG-RECORD.
000980     05 XPRTLEDG-KEY.
000990        10 XPRTLEDG-NAME         PIC  X(040).
001000        10 XPRTLEDG-TS           PIC  X(026).
001010     05 XPRTLEDG-ROWS            PIC S9(009) COMP-3.
001020     05 XPRTLEDG-TOTAL           PIC S9(013)V9(002) COMP-3.
001030     05 XPRTLEDG-ACK             PIC  X(001).
001040     05 XPRTLEDG-ACK-TS          PIC  X(026).
001050 FD  EVTQ.
001060 01  EVTQ-RECORD.
001070     05 EVTQ-KEY.
001080        10 EVTQ-TS               PIC  X(026).
001090        10 EVTQ-SUFFIX           PIC  X(010).
001100        10 EVTQ-SEQ              PIC  9(003).
001110     05 EVTQ-STATE               PIC  X(001).
001120     05 EVTQ-TRIES               PIC  9(003).
001130     05 EVTQ-LAST-TS             PIC  X(026).
001140     05 EVTQ-PAYLOAD             PIC  X(290).
001150 FD  INBLOG.
001160 01  INBLOG-RECORD.
001170     05 INBLOG-TIMESTAMP         PIC  X(026).
001180     05 INBLOG-FILE              PIC  X(010).
001190     05 INBLOG-RECCOUNT          PIC  9(009).
001200     05 INBLOG-HASHTOT           PIC  9(013).
001210     05 INBLOG-VERDICT           PIC  X(001).
001220 FD  SPLPAGES.
001230 01  SPLPAGES-RECORD.
001240     05 SPLPAGES-DATE            PIC  9(008).
001250     05 SPLPAGES-REPORT          PIC  X(010).
001260     05 SPLPAGES-PGM             PIC  X(010).
001270     05 SPLPAGES-JOB             PIC  X(010).
001280     05 SPLPAGES-USER            PIC  X(010).
001290     05 SPLPAGES-LINES           PIC S9(007) COMP-3.
001300     05 SPLPAGES-PAGES           PIC S9(005) COMP-3.
001310     05 SPLPAGES-PATH            PIC  X(128).
001320 FD  EVIDREG.
001330 01  EVIDREG-RECORD.
001340     05 EVIDREG-KEY.
001350        10 EVIDREG-COMPANY       PIC  X(003).
001360        10 EVIDREG-PERIOD        PIC  9(006).
001370        10 EVIDREG-VERSION       PIC  9(003).
001380     05 EVIDREG-TS               PIC  X(026).
001390     05 EVIDREG-CLOSED-BY        PIC  X(010).
001400     05 EVIDREG-CLOSED-TS        PIC  X(026).
001410     05 EVIDREG-FROM-TS          PIC  X(026).
001420     05 EVIDREG-PDF-PATH         PIC  X(080).
001430     05 EVIDREG-TXT-PATH         PIC  X(080).
001440     05 EVIDREG-SECTIONS         PIC  9(002).
001450     05 EVIDREG-SEC OCCURS 8.
001460        10 EVIDREG-SEC-LINES     PIC S9(005) COMP-3.
001470        10 EVIDREG-SEC-HASH      PIC S9(009) COMP-3.
001480     05 EVIDREG-PACK-HASH        PIC S9(009) COMP-3.
001490     05 EVIDREG-DOC-LINES        PIC S9(007) COMP-3.
001500     05 EVIDREG-DOC-HASH         PIC S9(009) COMP-3.
001510 FD  IFSCRPT.
001520 01  IFSCRPT-LINE                PIC  X(080).
001530 WORKING-STORAGE SECTION.
001540 77  IC-FS-IFSCTL                PIC  X(002).
001550 77  IC-FS-IFSLIST               PIC  X(002).
001560 77  IC-FS-IFSSTAT               PIC  X(002).
001570 77  IC-FS-XPRTLEDG              PIC  X(002).
001580 77  IC-FS-EVTQ                  PIC  X(002).
001590 77  IC-FS-INBLOG                PIC  X(002).
001600 77  IC-FS-SPLPAGES              PIC  X(002).
001610 77  IC-FS-EVIDREG               PIC  X(002).
001620 77  IC-FS-IFSCRPT               PIC  X(002).
001630 77  IC-EOF-SW                   PIC  X(001)     VALUE 'N'.
001640     88 IC-AT-EOF                                VALUE 'Y'.
001650 77  IC-LIST-EOF-SW              PIC  X(001).
001660     88 IC-LIST-AT-EOF                           VALUE 'Y'.
001670     88 IC-LIST-NOT-EOF                          VALUE 'N'.
001680 77  IC-LOAD-EOF-SW              PIC  X(001).
001690     88 IC-LOAD-AT-EOF                           VALUE 'Y'.
001700     88 IC-LOAD-NOT-EOF                          VALUE 'N'.
001710 77  IC-KNOWN-SW                 PIC  X(001).
001720     88 IC-KNOWN                                 VALUE 'Y'.
001730     88 IC-NOT-KNOWN                             VALUE 'N'.
001740 77  IC-CMD-OK-SW                PIC  X(001).
001750     88 IC-CMD-OK                                VALUE 'Y'.
001760     88 IC-CMD-FAILED                            VALUE 'N'.
001770 77  IC-INB-LOADED-SW            PIC  X(001)     VALUE 'N'.
001780     88 IC-INB-LOADED                            VALUE 'Y'.
001790 77  IC-SPL-LOADED-SW            PIC  X(001)     VALUE 'N'.
001800     88 IC-SPL-LOADED                            VALUE 'Y'.
001810 77  IC-I                        PIC S9(005) COMP-3.
001820 77  IC-J                        PIC S9(005) COMP-3.
001830 77  IC-FOLDERS                  PIC S9(005) COMP-3 VALUE 0.
001840 77  IC-FOLDERS-MISSING          PIC S9(005) COMP-3 VALUE 0.
001850*----------------------------------------------------------*
001860* A FILE YOUNGER THAN THIS MANY DAYS IS NEVER AN ORPHAN -   *
001870* ITS LEDGER ROW MAY SIMPLY NOT BE WRITTEN YET.  NO MORE    *
001880* THAN THE LIST MAXIMUM OF ORPHANS IS LISTED PER FOLDER;    *
001890* THE COUNT ON IFSSTAT IS ALWAYS COMPLETE                   *
001900*----------------------------------------------------------*
001910 77  IC-ORPHAN-MIN-AGE           PIC S9(005) COMP-3 VALUE 1.
001920 77  IC-ORPHAN-LIST-MAX          PIC S9(005) COMP-3 VALUE 50.
001930 77  IC-FILES                    PIC S9(009) COMP-3.
001940 77  IC-BYTES                    PIC S9(015) COMP-3.
001950 77  IC-OLDEST                   PIC S9(005) COMP-3.
001960 77  IC-ORPHANS                  PIC S9(007) COMP-3.
001970 77  IC-ORPHAN-BYTES             PIC S9(015) COMP-3.
001980 77  IC-AGE                      PIC S9(005) COMP-3.
001990 77  IC-TODAY-DN                 PIC S9(009) COMP-3.
002000 77  IC-MB                       PIC S9(011) COMP-3.
002010 01  IC-TODAY-DATE.
002020     05 IC-TODAY-YY              PIC  9(004).
002030     05 IC-TODAY-MM              PIC  9(002).
002040     05 IC-TODAY-DD              PIC  9(002).
002050 01  IC-TODAY-DATE-N REDEFINES IC-TODAY-DATE
002060                                 PIC  9(008).
002070*----------------------------------------------------------*
002080* ONE LS -LN LINE TAKEN APART: MODE, LINKS, OWNER, GROUP,   *
002090* SIZE, MONTH, DAY, THEN A YEAR (OLDER THAN SIX MONTHS) OR  *
002100* A HH:MM TIME (THIS YEAR OR LATE LAST YEAR), THEN THE PATH *
002110*----------------------------------------------------------*
002120 01  IC-LS-MODE                  PIC  X(012).
002130 01  IC-LS-LINKS                 PIC  X(006).
002140 01  IC-LS-OWNER                 PIC  X(010).
002150 01  IC-LS-GROUP                 PIC  X(010).
002160 01  IC-LS-SIZE                  PIC  9(015).
002170 01  IC-LS-MON                   PIC  X(003).
002180 01  IC-LS-DAY                   PIC  9(002).
002190 01  IC-LS-YRTM                  PIC  X(005).
002200 01  IC-LS-PATH                  PIC  X(128).
002210 77  IC-LS-COLONS                PIC S9(003) COMP-3.
002220 01  IC-MONTH-NAMES              PIC  X(036) VALUE
002230                'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
002240 01  IC-MONTH-TABLE REDEFINES IC-MONTH-NAMES.
002250     05 IC-MONTH-NAME            PIC  X(003) OCCURS 12.
002260 01  IC-UC-MON                   PIC  X(003).
002270*----------------------------------------------------------*
002280* THE PATH'S BASE NAME, ITS STEM (NO EXTENSION) AND, FOR AN *
002290* EVENT FILE, THE EVTQ KEY PIECES ITS NAME CARRIES          *
002300*----------------------------------------------------------*
002310 01  IC-BASE                     PIC  X(128).
002320 01  IC-STEM                     PIC  X(128).
002330 01  IC-PATH-STEM                PIC  X(128).
002340 77  IC-SLASH                    PIC S9(004) COMP-3.
002350 77  IC-DOT                      PIC S9(004) COMP-3.
002360 77  IC-LEN                      PIC S9(004) COMP-3.
002370 01  IC-EV-LEAD                  PIC  X(010).
002380 01  IC-EV-TAGSEQ                PIC  X(017).
002390 01  IC-EV-TAIL                  PIC  X(030).
002400 01  IC-EV-SUFFIX                PIC  X(010).
002410 01  IC-EV-SEQ                   PIC  9(003).
002420 01  IC-EV-TSPFX                 PIC  X(019).
002430*----------------------------------------------------------*
002440* LEDGERS READ ONCE INTO STORAGE: THE INBOUND FILE NAMES    *
002450* INBLOG HAS SEEN, AND THE ARCHIVE PATH STEMS THE SPOOL     *
002460* INDEX (SPLPAGES) AND THE EVIDENCE REGISTER HOLD           *
002470*----------------------------------------------------------*
002480 77  IC-INB-MAX                  PIC S9(005) COMP-3 VALUE 2000.
002490 77  IC-INB-COUNT                PIC S9(005) COMP-3 VALUE 0.
002500 01  IC-INB-TABLE.
002510     05 IC-INB-NAME              PIC  X(010) OCCURS 2000.
002520 77  IC-SPL-MAX                  PIC S9(005) COMP-3 VALUE 5000.
002530 77  IC-SPL-COUNT                PIC S9(005) COMP-3 VALUE 0.
002540 01  IC-SPL-TABLE.
002550     05 IC-SPL-STEM              PIC  X(128) OCCURS 5000.
002560 01  IC-CMD                      PIC  X(512).
002570 77  IC-CMDLEN                   PIC S9(010)V9(005) COMP-3.
002580 77  IC-CMD-PTR                  PIC S9(004) COMP-3.
002590 01  IC-DN-DATE.
002600     05 IC-DN-YY                 PIC  9(004).
002610     05 IC-DN-MM                 PIC  9(002).
002620     05 IC-DN-DD                 PIC  9(002).
002630 01  IC-DN-DW.
002640     05 IC-DW-YY                 PIC S9(005) COMP-3.
002650     05 IC-DW-MM                 PIC S9(003) COMP-3.
002660     05 IC-DW-DD                 PIC S9(003) COMP-3.
002670 77  IC-DN-D                     PIC S9(003) COMP-3.
002680 77  IC-DN-L4                    PIC S9(005) COMP-3.
002690 77  IC-DN-L100                  PIC S9(005) COMP-3.
002700 77  IC-DN-L400                  PIC S9(005) COMP-3.
002710 77  IC-DN-NUM                   PIC S9(009) COMP-3.
002720 01  IC-COLS-LINE.
002730     05 FILLER                   PIC  X(040) VALUE
002740                'FOLDER                            FILES'.
002750     05 FILLER                   PIC  X(040) VALUE
002760                '         MBYTES  OLDEST ORPHANS'.
002770 01  IC-DTL-LINE.
002780     05 IC-DTL-FOLDER            PIC  X(028).
002790     05 IC-DTL-FILES             PIC  ZZZ,ZZZ,ZZ9.
002800     05 FILLER                   PIC  X(002) VALUE SPACES.
002810     05 IC-DTL-MB                PIC  ZZ,ZZZ,ZZZ,ZZ9.
002820     05 FILLER                   PIC  X(002) VALUE SPACES.
002830     05 IC-DTL-OLDEST            PIC  ZZ,ZZ9.
002840     05 FILLER                   PIC  X(001) VALUE SPACE.
002850     05 IC-DTL-ORPHANS           PIC  ZZZ,ZZ9.
002860     05 FILLER                   PIC  X(009) VALUE SPACES.
002870 01  IC-ORPH-LINE.
002880     05 FILLER                   PIC  X(004) VALUE SPACES.
002890     05 FILLER                   PIC  X(008) VALUE 'ORPHAN'.
002900     05 IC-OR-PATH               PIC  X(052).
002910     05 FILLER                   PIC  X(001) VALUE SPACE.
002920     05 IC-OR-AGE                PIC  ZZ,ZZ9.
002930     05 FILLER                   PIC  X(009) VALUE ' DAYS OLD'.
002940 01  IC-MORE-LINE.
002950     05 FILLER                   PIC  X(004) VALUE SPACES.
002960     05 FILLER                   PIC  X(008) VALUE '...'.
002970     05 IC-MR-COUNT              PIC  ZZZ,ZZ9.
002980     05 FILLER                   PIC  X(061)
002990                VALUE ' MORE ORPHANS NOT LISTED'.
003000 01  IC-MISS-LINE.
003010     05 IC-MS-FOLDER             PIC  X(040).
003020     05 FILLER                   PIC  X(040)
003030                VALUE '** FOLDER NOT FOUND OR NOT LISTED'.
003040 01  RW-CTL.
003050     05 RW-FUNC                  PIC  X(001).
003060     05 RW-TITLE                 PIC  X(050).
003070     05 RW-TITLE-ID              PIC  X(010).
003080     05 RW-LANG                  PIC  X(003).
003090     05 RW-COLS                  PIC  X(080).
003100     05 RW-LINE                  PIC  X(080).
003110     05 RW-PAGE-SIZE             PIC  9(003).
003120 01  RW-OUT.
003130     05 RW-OUT-COUNT             PIC  9(001).
003140     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003150 77  RW-X                        PIC S9(003) COMP-3.
003160 PROCEDURE DIVISION.
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE
003190         THRU 1000-INITIALIZE-EXIT
003200     PERFORM 1100-READ-IFSCTL
003210         THRU 1100-READ-IFSCTL-EXIT
003220     PERFORM 2000-CAPTURE-FOLDER
003230         THRU 2000-CAPTURE-FOLDER-EXIT
003240         UNTIL IC-AT-EOF
003250     IF IC-FOLDERS = 0
003260        MOVE '** NO FOLDERS ON IFSCTL - NOTHING CAPTURED'
003270          TO RW-LINE
003280        MOVE 'D' TO RW-FUNC
003290        PERFORM 8900-RW-PUT
003300            THRU 8900-RW-PUT-EXIT
003310     END-IF
003320     PERFORM 9000-TERMINATE
003330         THRU 9000-TERMINATE-EXIT
003340     GO TO 9999-EXIT.
003350*----------------------------------------------------------*
003360* 1000-INITIALIZE - OPEN THE FILES, ARM THE QSH ESCAPE      *
003370*                   MESSAGE AND CREATE THE QTEMP LISTING    *
003380*                   FILE (ONCE PER JOB - A CRTPF THAT FAILS *
003390*                   BECAUSE IT IS ALREADY THERE IS EXPECTED)*
003400*----------------------------------------------------------*
003410 1000-INITIALIZE.
003420     OPEN INPUT  IFSCTL
003430     OPEN EXTEND IFSSTAT
003440     OPEN INPUT  XPRTLEDG
003450     OPEN INPUT  EVTQ
003460     OPEN OUTPUT IFSCRPT
003470     ACCEPT IC-TODAY-DATE FROM DATE YYYYMMDD
003480     MOVE IC-TODAY-DATE TO IC-DN-DATE
003490     PERFORM 8000-DATE-TO-DAYNUM
003500         THRU 8000-DATE-TO-DAYNUM-EXIT
003510     MOVE IC-DN-NUM TO IC-TODAY-DN
003520     MOVE 'IFS FOLDER SPACE CAPTURE' TO RW-TITLE
003530     MOVE 'IFSCRPT'                  TO RW-TITLE-ID
003540     MOVE SPACES                     TO RW-LANG
003550     MOVE IC-COLS-LINE               TO RW-COLS
003560     MOVE 60  TO RW-PAGE-SIZE
003570     MOVE 'I' TO RW-FUNC
003580     PERFORM 8900-RW-PUT
003590         THRU 8900-RW-PUT-EXIT
003600     MOVE 1 TO IC-CMD-PTR
003610     MOVE SPACES TO IC-CMD
003620     STRING 'ADDENVVAR ENVVAR(QIBM_QSH_CMD_ESCAPE_MSG)'
003630            ' VALUE(Y) REPLACE(*YES)'
003640            DELIMITED BY SIZE INTO IC-CMD
003650            POINTER IC-CMD-PTR
003660     PERFORM 8100-RUN-COMMAND
003670         THRU 8100-RUN-COMMAND-EXIT
003680     MOVE 1 TO IC-CMD-PTR
003690     MOVE SPACES TO IC-CMD
003700     STRING 'CRTPF FILE(QTEMP/IFSLIST) RCDLEN(256)'
003710            DELIMITED BY SIZE INTO IC-CMD
003720            POINTER IC-CMD-PTR
003730     PERFORM 8100-RUN-COMMAND
003740         THRU 8100-RUN-COMMAND-EXIT.
003750 1000-INITIALIZE-EXIT.
003760     EXIT.
003770 1100-READ-IFSCTL.
003780     READ IFSCTL
003790         AT END
003800            SET IC-AT-EOF TO TRUE
003810     END-READ.
003820 1100-READ-IFSCTL-EXIT.
003830     EXIT.
003840*----------------------------------------------------------*
003850* 2000-CAPTURE-FOLDER - LIST THE FOLDER, WALK THE LISTING,  *
003860*                       WRITE THE HISTORY ROW; THE FOLDER'S *
003870*                       ORPHANS ARE LISTED ABOVE ITS TOTALS *
003880*----------------------------------------------------------*
003890 2000-CAPTURE-FOLDER.
003900     IF IFSCTL-FOLDER = SPACES
003910        GO TO 2000-CAPTURE-FOLDER-NEXT
003920     END-IF
003930     ADD 1 TO IC-FOLDERS
003940     MOVE 0 TO IC-FILES
003950     MOVE 0 TO IC-BYTES
003960     MOVE 0 TO IC-OLDEST
003970     MOVE 0 TO IC-ORPHANS
003980     MOVE 0 TO IC-ORPHAN-BYTES
003990     PERFORM 2100-LIST-FOLDER
004000         THRU 2100-LIST-FOLDER-EXIT
004010     IF IC-CMD-FAILED
004020        ADD 1 TO IC-FOLDERS-MISSING
004030        MOVE IFSCTL-FOLDER TO IC-MS-FOLDER
004040        MOVE IC-MISS-LINE TO RW-LINE
004050        MOVE 'D' TO RW-FUNC
004060        PERFORM 8900-RW-PUT
004070            THRU 8900-RW-PUT-EXIT
004080        GO TO 2000-CAPTURE-FOLDER-NEXT
004090     END-IF
004100     IF IFSCTL-BY-INBLOG AND NOT IC-INB-LOADED
004110        PERFORM 6000-LOAD-INBLOG
004120            THRU 6000-LOAD-INBLOG-EXIT
004130     END-IF
004140     IF IFSCTL-BY-SPOOL-INDEX AND NOT IC-SPL-LOADED
004150        PERFORM 6200-LOAD-SPOOL-INDEX
004160            THRU 6200-LOAD-SPOOL-INDEX-EXIT
004170     END-IF
004180     OPEN INPUT IFSLIST
004190     IF IC-FS-IFSLIST NOT = '00'
004200        GO TO 2000-CAPTURE-FOLDER-WRITE
004210     END-IF
004220     SET IC-LIST-NOT-EOF TO TRUE
004230     PERFORM 3000-TAKE-FILE
004240         THRU 3000-TAKE-FILE-EXIT
004250         UNTIL IC-LIST-AT-EOF
004260     CLOSE IFSLIST.
004270 2000-CAPTURE-FOLDER-WRITE.
004280     MOVE IC-TODAY-DATE-N  TO IFSSTAT-DATE
004290     MOVE IFSCTL-FOLDER    TO IFSSTAT-FOLDER
004300     MOVE IC-FILES         TO IFSSTAT-FILES
004310     MOVE IC-BYTES         TO IFSSTAT-BYTES
004320     MOVE IC-OLDEST        TO IFSSTAT-OLDEST-DAYS
004330     MOVE IC-ORPHANS       TO IFSSTAT-ORPHANS
004340     MOVE IC-ORPHAN-BYTES  TO IFSSTAT-ORPHAN-BYTES
004350     MOVE IFSCTL-QUOTA-MB  TO IFSSTAT-QUOTA-MB
004360     MOVE IFSCTL-HORIZON   TO IFSSTAT-HORIZON
004370     WRITE IFSSTAT-RECORD
004380     IF IC-ORPHANS GREATER IC-ORPHAN-LIST-MAX
004390        COMPUTE IC-MR-COUNT = IC-ORPHANS - IC-ORPHAN-LIST-MAX
004400        MOVE IC-MORE-LINE TO RW-LINE
004410        MOVE 'D' TO RW-FUNC
004420        PERFORM 8900-RW-PUT
004430            THRU 8900-RW-PUT-EXIT
004440     END-IF
004450     MOVE IFSCTL-FOLDER TO IC-DTL-FOLDER
004460     MOVE IC-FILES      TO IC-DTL-FILES
004470     COMPUTE IC-MB = IC-BYTES / 1048576
004480     MOVE IC-MB         TO IC-DTL-MB
004490     MOVE IC-OLDEST     TO IC-DTL-OLDEST
004500     MOVE IC-ORPHANS    TO IC-DTL-ORPHANS
004510     MOVE IC-DTL-LINE TO RW-LINE
004520     MOVE 'D' TO RW-FUNC
004530     PERFORM 8900-RW-PUT
004540         THRU 8900-RW-PUT-EXIT
004550     MOVE SPACES TO RW-LINE
004560     PERFORM 8900-RW-PUT
004570         THRU 8900-RW-PUT-EXIT.
004580 2000-CAPTURE-FOLDER-NEXT.
004590     PERFORM 1100-READ-IFSCTL
004600         THRU 1100-READ-IFSCTL-EXIT.
004610 2000-CAPTURE-FOLDER-EXIT.
004620     EXIT.
004630*----------------------------------------------------------*
004640* 2100-LIST-FOLDER - EVERY FILE UNDER THE FOLDER, ONE LS    *
004650*                    -LN LINE EACH, TO A STREAM FILE AND    *
004660*                    FROM THERE INTO QTEMP/IFSLIST.  A      *
004670*                    MISSING FOLDER FAILS THE FIND          *
004680*----------------------------------------------------------*
004690 2100-LIST-FOLDER.
004700     MOVE 1 TO IC-CMD-PTR
004710     MOVE SPACES TO IC-CMD
004720     STRING 'QSH CMD(''find '        DELIMITED BY SIZE
004730            IFSCTL-FOLDER            DELIMITED BY SPACE
004740            ' -type f -exec ls -ln {} + > /tmp/IFSCAPT.LST'')'
004750                                     DELIMITED BY SIZE
004760            INTO IC-CMD
004770            POINTER IC-CMD-PTR
004780     PERFORM 8100-RUN-COMMAND
004790         THRU 8100-RUN-COMMAND-EXIT
004800     IF IC-CMD-FAILED
004810        GO TO 2100-LIST-FOLDER-EXIT
004820     END-IF
004830     MOVE 1 TO IC-CMD-PTR
004840     MOVE SPACES TO IC-CMD
004850     STRING 'CLRPFM FILE(QTEMP/IFSLIST)'
004860            DELIMITED BY SIZE INTO IC-CMD
004870            POINTER IC-CMD-PTR
004880     PERFORM 8100-RUN-COMMAND
004890         THRU 8100-RUN-COMMAND-EXIT
004900     MOVE 1 TO IC-CMD-PTR
004910     MOVE SPACES TO IC-CMD
004920     STRING 'CPYFRMSTMF FROMSTMF(''/tmp/IFSCAPT.LST'') '
004930            'TOMBR(''/QSYS.LIB/QTEMP.LIB/IFSLIST.FILE'
004940            '/IFSLIST.MBR'') MBROPT(*REPLACE)'
004950            DELIMITED BY SIZE INTO IC-CMD
004960            POINTER IC-CMD-PTR
004970     PERFORM 8100-RUN-COMMAND
004980         THRU 8100-RUN-COMMAND-EXIT
004990     SET IC-CMD-OK TO TRUE.
005000 2100-LIST-FOLDER-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030* 3000-TAKE-FILE - ONE LISTED FILE: COUNT IT, ADD ITS       *
005040*                  BYTES, AGE IT AND ASK ITS LEDGER         *
005050*----------------------------------------------------------*
005060 3000-TAKE-FILE.
005070     READ IFSLIST
005080         AT END
005090            SET IC-LIST-AT-EOF TO TRUE
005100            GO TO 3000-TAKE-FILE-EXIT
005110     END-READ
005120     MOVE SPACES TO IC-LS-PATH
005130     MOVE 0      TO IC-LS-SIZE
005140     MOVE 0      TO IC-LS-DAY
005150     UNSTRING IFSLIST-RECORD DELIMITED BY ALL SPACE
005160         INTO IC-LS-MODE IC-LS-LINKS IC-LS-OWNER IC-LS-GROUP
005170              IC-LS-SIZE IC-LS-MON IC-LS-DAY IC-LS-YRTM
005180              IC-LS-PATH
005190     END-UNSTRING
005200     IF IC-LS-PATH = SPACES
005210        GO TO 3000-TAKE-FILE-EXIT
005220     END-IF
005230     ADD 1          TO IC-FILES
005240     ADD IC-LS-SIZE TO IC-BYTES
005250     PERFORM 3100-AGE-FILE
005260         THRU 3100-AGE-FILE-EXIT
005270     IF IC-AGE GREATER IC-OLDEST
005280        MOVE IC-AGE TO IC-OLDEST
005290     END-IF
005300     IF IFSCTL-NO-LEDGER OR IC-AGE LESS IC-ORPHAN-MIN-AGE
005310        GO TO 3000-TAKE-FILE-EXIT
005320     END-IF
005330     PERFORM 3200-SPLIT-PATH
005340         THRU 3200-SPLIT-PATH-EXIT
005350     SET IC-NOT-KNOWN TO TRUE
005360     EVALUATE TRUE
005370        WHEN IFSCTL-BY-XPRTLEDG
005380           PERFORM 4000-ASK-XPRTLEDG
005390               THRU 4000-ASK-XPRTLEDG-EXIT
005400        WHEN IFSCTL-BY-EVTQ
005410           PERFORM 4100-ASK-EVTQ
005420               THRU 4100-ASK-EVTQ-EXIT
005430        WHEN IFSCTL-BY-INBLOG
005440           PERFORM 4200-ASK-INBLOG
005450               THRU 4200-ASK-INBLOG-EXIT
005460        WHEN IFSCTL-BY-SPOOL-INDEX
005470           PERFORM 4300-ASK-SPOOL-INDEX
005480               THRU 4300-ASK-SPOOL-INDEX-EXIT
005490        WHEN OTHER
005500           SET IC-KNOWN TO TRUE
005510     END-EVALUATE
005520     IF IC-NOT-KNOWN
005530        ADD 1          TO IC-ORPHANS
005540        ADD IC-LS-SIZE TO IC-ORPHAN-BYTES
005550        IF IC-ORPHANS NOT GREATER IC-ORPHAN-LIST-MAX
005560           MOVE IC-LS-PATH TO IC-OR-PATH
005570           MOVE IC-AGE     TO IC-OR-AGE
005580           MOVE IC-ORPH-LINE TO RW-LINE
005590           MOVE 'D' TO RW-FUNC
005600           PERFORM 8900-RW-PUT
005610               THRU 8900-RW-PUT-EXIT
005620        END-IF
005630     END-IF.
005640 3000-TAKE-FILE-EXIT.
005650     EXIT.
005660*----------------------------------------------------------*
005670* 3100-AGE-FILE - DAYS SINCE THE FILE LAST CHANGED.  A TIME *
005680*                 IN PLACE OF THE YEAR MEANS THE LAST SIX   *
005690*                 MONTHS: THIS YEAR, OR LAST YEAR WHEN THE  *
005700*                 MONTH IS STILL AHEAD OF TODAY'S           *
005710*----------------------------------------------------------*
005720 3100-AGE-FILE.
005730     MOVE 0 TO IC-AGE
005740     MOVE IC-LS-MON TO IC-UC-MON
005750     INSPECT IC-UC-MON CONVERTING 'abcdefghijklmnopqrstuvwxyz'
005760                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
005770     MOVE 0 TO IC-DN-MM
005780     PERFORM VARYING IC-J FROM 1 BY 1
005790             UNTIL IC-J > 12
005800        IF IC-MONTH-NAME (IC-J) = IC-UC-MON
005810           MOVE IC-J TO IC-DN-MM
005820           MOVE 12 TO IC-J
005830        END-IF
005840     END-PERFORM
005850     IF IC-DN-MM = 0 OR IC-LS-DAY = 0
005860        GO TO 3100-AGE-FILE-EXIT
005870     END-IF
005880     MOVE IC-LS-DAY TO IC-DN-DD
005890     MOVE 0 TO IC-LS-COLONS
005900     INSPECT IC-LS-YRTM TALLYING IC-LS-COLONS FOR ALL ':'
005910     IF IC-LS-COLONS GREATER 0
005920        MOVE IC-TODAY-YY TO IC-DN-YY
005930        IF IC-DN-MM GREATER IC-TODAY-MM
005940           SUBTRACT 1 FROM IC-DN-YY
005950        END-IF
005960     ELSE
005970        IF IC-LS-YRTM (1:4) NOT NUMERIC
005980           GO TO 3100-AGE-FILE-EXIT
005990        END-IF
006000        MOVE IC-LS-YRTM (1:4) TO IC-DN-YY
006010     END-IF
006020     PERFORM 8000-DATE-TO-DAYNUM
006030         THRU 8000-DATE-TO-DAYNUM-EXIT
006040     COMPUTE IC-AGE = IC-TODAY-DN - IC-DN-NUM
006050     IF IC-AGE LESS 0
006060        MOVE 0 TO IC-AGE
006070     END-IF.
006080 3100-AGE-FILE-EXIT.
006090     EXIT.
006100*----------------------------------------------------------*
006110* 3200-SPLIT-PATH - BASE NAME AFTER THE LAST SLASH, ITS     *
006120*                   STEM BEFORE THE FIRST DOT, AND THE FULL *
006130*                   PATH LESS ITS LAST EXTENSION            *
006140*----------------------------------------------------------*
006150 3200-SPLIT-PATH.
006160     MOVE 0 TO IC-SLASH
006170     MOVE 0 TO IC-DOT
006180     MOVE 0 TO IC-LEN
006190     PERFORM VARYING IC-J FROM 1 BY 1
006200             UNTIL IC-J > 128
006210        IF IC-LS-PATH (IC-J:1) NOT = SPACE
006220           MOVE IC-J TO IC-LEN
006230        END-IF
006240        IF IC-LS-PATH (IC-J:1) = '/'
006250           MOVE IC-J TO IC-SLASH
006260           MOVE 0    TO IC-DOT
006270        END-IF
006280        IF IC-LS-PATH (IC-J:1) = '.'
006290           MOVE IC-J TO IC-DOT
006300        END-IF
006310     END-PERFORM
006320     MOVE SPACES TO IC-BASE
006330     IF IC-SLASH LESS IC-LEN
006340        MOVE IC-LS-PATH (IC-SLASH + 1:IC-LEN - IC-SLASH)
006350          TO IC-BASE
006360     END-IF
006370     MOVE SPACES TO IC-STEM
006380     UNSTRING IC-BASE DELIMITED BY '.'
006390         INTO IC-STEM
006400     END-UNSTRING
006410     MOVE IC-LS-PATH TO IC-PATH-STEM
006420     IF IC-DOT GREATER 0
006430        MOVE SPACES TO IC-PATH-STEM (IC-DOT:)
006440     END-IF.
006450 3200-SPLIT-PATH-EXIT.
006460     EXIT.
006470*----------------------------------------------------------*
006480* 4000-ASK-XPRTLEDG - AN EXPORT (OR ITS .MAN MANIFEST) IS   *
006490*                     KNOWN WHEN ITS NAME IS ON THE LEDGER  *
006500*----------------------------------------------------------*
006510 4000-ASK-XPRTLEDG.
006520     IF IC-LEN GREATER 4
006530        IF IC-LS-PATH (IC-LEN - 3:4) = '.MAN'
006540           MOVE SPACES TO IC-BASE (IC-LEN - IC-SLASH - 3:)
006550        END-IF
006560     END-IF
006570     MOVE IC-BASE    TO XPRTLEDG-NAME
006580     MOVE LOW-VALUES TO XPRTLEDG-TS
006590     START XPRTLEDG KEY NOT LESS XPRTLEDG-KEY
006600         INVALID KEY
006610            GO TO 4000-ASK-XPRTLEDG-EXIT
006620     END-START
006630     READ XPRTLEDG NEXT RECORD
006640         AT END
006650            GO TO 4000-ASK-XPRTLEDG-EXIT
006660     END-READ
006670     IF XPRTLEDG-NAME = IC-BASE
006680        SET IC-KNOWN TO TRUE
006690     END-IF.
006700 4000-ASK-XPRTLEDG-EXIT.
006710     EXIT.
006720*----------------------------------------------------------*
006730* 4100-ASK-EVTQ - EVTSHIP NAMES AN EVENT (AND ITS ACK)      *
006740*                 GXEVT-YYYYMMDDHHMMSSNNN-SUFFIX.JSON; THE  *
006750*                 QUEUE ROW WITH THAT SECOND, SUFFIX AND    *
006760*                 SEQUENCE ACCOUNTS FOR IT                  *
006770*----------------------------------------------------------*
006780 4100-ASK-EVTQ.
006790     MOVE SPACES TO IC-EV-LEAD
006800     MOVE SPACES TO IC-EV-TAGSEQ
006810     MOVE SPACES TO IC-EV-TAIL
006820     UNSTRING IC-BASE DELIMITED BY '-'
006830         INTO IC-EV-LEAD IC-EV-TAGSEQ IC-EV-TAIL
006840     END-UNSTRING
006850     IF IC-EV-LEAD NOT = 'GXEVT' AND IC-EV-LEAD NOT = 'ACK'
006860        GO TO 4100-ASK-EVTQ-EXIT
006870     END-IF
006880     IF IC-EV-TAGSEQ NOT NUMERIC
006890        GO TO 4100-ASK-EVTQ-EXIT
006900     END-IF
006910     MOVE SPACES TO IC-EV-SUFFIX
006920     UNSTRING IC-EV-TAIL DELIMITED BY '.'
006930         INTO IC-EV-SUFFIX
006940     END-UNSTRING
006950     MOVE IC-EV-TAGSEQ (15:3) TO IC-EV-SEQ
006960     MOVE SPACES TO IC-EV-TSPFX
006970     STRING IC-EV-TAGSEQ (1:4) '-' IC-EV-TAGSEQ (5:2) '-'
006980            IC-EV-TAGSEQ (7:2) '-' IC-EV-TAGSEQ (9:2) '.'
006990            IC-EV-TAGSEQ (11:2) '.' IC-EV-TAGSEQ (13:2)
007000            DELIMITED BY SIZE INTO IC-EV-TSPFX
007010     MOVE LOW-VALUES  TO EVTQ-KEY
007020     MOVE IC-EV-TSPFX TO EVTQ-TS (1:19)
007030     START EVTQ KEY NOT LESS EVTQ-KEY
007040         INVALID KEY
007050            GO TO 4100-ASK-EVTQ-EXIT
007060     END-START
007070     SET IC-LOAD-NOT-EOF TO TRUE
007080     PERFORM 4110-NEXT-EVTQ
007090         THRU 4110-NEXT-EVTQ-EXIT
007100         UNTIL IC-LOAD-AT-EOF OR IC-KNOWN.
007110 4100-ASK-EVTQ-EXIT.
007120     EXIT.
007130 4110-NEXT-EVTQ.
007140     READ EVTQ NEXT RECORD
007150         AT END
007160            SET IC-LOAD-AT-EOF TO TRUE
007170            GO TO 4110-NEXT-EVTQ-EXIT
007180     END-READ
007190     IF EVTQ-TS (1:19) NOT = IC-EV-TSPFX
007200        SET IC-LOAD-AT-EOF TO TRUE
007210        GO TO 4110-NEXT-EVTQ-EXIT
007220     END-IF
007230     IF EVTQ-SUFFIX = IC-EV-SUFFIX AND EVTQ-SEQ = IC-EV-SEQ
007240        SET IC-KNOWN TO TRUE
007250     END-IF.
007260 4110-NEXT-EVTQ-EXIT.
007270     EXIT.
007280*----------------------------------------------------------*
007290* 4200-ASK-INBLOG - AN INBOUND FILE (OR ITS MANIFEST) IS    *
007300*                   KNOWN WHEN THE GATEWAY LOGGED ITS NAME  *
007310*----------------------------------------------------------*
007320 4200-ASK-INBLOG.
007330     PERFORM VARYING IC-J FROM 1 BY 1
007340             UNTIL IC-J > IC-INB-COUNT OR IC-KNOWN
007350        IF IC-INB-NAME (IC-J) = IC-STEM
007360           SET IC-KNOWN TO TRUE
007370        END-IF
007380     END-PERFORM.
007390 4200-ASK-INBLOG-EXIT.
007400     EXIT.
007410*----------------------------------------------------------*
007420* 4300-ASK-SPOOL-INDEX - AN ARCHIVE COPY (.TXT OR .PDF) IS  *
007430*                        KNOWN WHEN THE INDEX OR THE        *
007440*                        EVIDENCE REGISTER HOLDS ITS PATH;  *
007450*                        THE .LST LISTS THE ARCHIVE KEEPS   *
007460*                        FOR ITSELF ARE ALWAYS KNOWN        *
007470*----------------------------------------------------------*
007480 4300-ASK-SPOOL-INDEX.
007490     IF IC-LEN GREATER 4
007500        IF IC-LS-PATH (IC-LEN - 3:4) = '.LST'
007510           SET IC-KNOWN TO TRUE
007520           GO TO 4300-ASK-SPOOL-INDEX-EXIT
007530        END-IF
007540     END-IF
007550     PERFORM VARYING IC-J FROM 1 BY 1
007560             UNTIL IC-J > IC-SPL-COUNT OR IC-KNOWN
007570        IF IC-SPL-STEM (IC-J) = IC-PATH-STEM
007580           SET IC-KNOWN TO TRUE
007590        END-IF
007600     END-PERFORM.
007610 4300-ASK-SPOOL-INDEX-EXIT.
007620     EXIT.
007630*----------------------------------------------------------*
007640* 6000-LOAD-INBLOG - EVERY DISTINCT FILE NAME THE INBOUND   *
007650*                    GATEWAY HAS LOGGED, WHATEVER VERDICT   *
007660*----------------------------------------------------------*
007670 6000-LOAD-INBLOG.
007680     SET IC-INB-LOADED TO TRUE
007690     OPEN INPUT INBLOG
007700     IF IC-FS-INBLOG NOT = '00'
007710        GO TO 6000-LOAD-INBLOG-EXIT
007720     END-IF
007730     SET IC-LOAD-NOT-EOF TO TRUE
007740     PERFORM 6100-TAKE-INBLOG
007750         THRU 6100-TAKE-INBLOG-EXIT
007760         UNTIL IC-LOAD-AT-EOF
007770     CLOSE INBLOG.
007780 6000-LOAD-INBLOG-EXIT.
007790     EXIT.
007800 6100-TAKE-INBLOG.
007810     READ INBLOG
007820         AT END
007830            SET IC-LOAD-AT-EOF TO TRUE
007840            GO TO 6100-TAKE-INBLOG-EXIT
007850     END-READ
007860     SET IC-NOT-KNOWN TO TRUE
007870     PERFORM VARYING IC-J FROM 1 BY 1
007880             UNTIL IC-J > IC-INB-COUNT OR IC-KNOWN
007890        IF IC-INB-NAME (IC-J) = INBLOG-FILE
007900           SET IC-KNOWN TO TRUE
007910        END-IF
007920     END-PERFORM
007930     IF IC-NOT-KNOWN AND IC-INB-COUNT LESS IC-INB-MAX
007940        ADD 1 TO IC-INB-COUNT
007950        MOVE INBLOG-FILE TO IC-INB-NAME (IC-INB-COUNT)
007960     END-IF.
007970 6100-TAKE-INBLOG-EXIT.
007980     EXIT.
007990*----------------------------------------------------------*
008000* 6200-LOAD-SPOOL-INDEX - THE PATH STEM OF EVERY ARCHIVE    *
008010*                         COPY SPLINDEX HAS INDEXED AND     *
008020*                         EVERY EVIDENCE PACK ON EVIDREG    *
008030*----------------------------------------------------------*
008040 6200-LOAD-SPOOL-INDEX.
008050     SET IC-SPL-LOADED TO TRUE
008060     OPEN INPUT SPLPAGES
008070     IF IC-FS-SPLPAGES = '00'
008080        SET IC-LOAD-NOT-EOF TO TRUE
008090        PERFORM 6300-TAKE-SPLPAGES
008100            THRU 6300-TAKE-SPLPAGES-EXIT
008110            UNTIL IC-LOAD-AT-EOF
008120        CLOSE SPLPAGES
008130     END-IF
008140     OPEN INPUT EVIDREG
008150     IF IC-FS-EVIDREG = '00'
008160        SET IC-LOAD-NOT-EOF TO TRUE
008170        PERFORM 6400-TAKE-EVIDREG
008180            THRU 6400-TAKE-EVIDREG-EXIT
008190            UNTIL IC-LOAD-AT-EOF
008200        CLOSE EVIDREG
008210     END-IF.
008220 6200-LOAD-SPOOL-INDEX-EXIT.
008230     EXIT.
008240 6300-TAKE-SPLPAGES.
008250     READ SPLPAGES
008260         AT END
008270            SET IC-LOAD-AT-EOF TO TRUE
008280            GO TO 6300-TAKE-SPLPAGES-EXIT
008290     END-READ
008300     MOVE SPLPAGES-PATH TO IC-LS-PATH
008310     PERFORM 6500-ADD-SPOOL-STEM
008320         THRU 6500-ADD-SPOOL-STEM-EXIT.
008330 6300-TAKE-SPLPAGES-EXIT.
008340     EXIT.
008350 6400-TAKE-EVIDREG.
008360     READ EVIDREG NEXT RECORD
008370         AT END
008380            SET IC-LOAD-AT-EOF TO TRUE
008390            GO TO 6400-TAKE-EVIDREG-EXIT
008400     END-READ
008410     MOVE EVIDREG-PDF-PATH TO IC-LS-PATH
008420     PERFORM 6500-ADD-SPOOL-STEM
008430         THRU 6500-ADD-SPOOL-STEM-EXIT
008440     MOVE EVIDREG-TXT-PATH TO IC-LS-PATH
008450     PERFORM 6500-ADD-SPOOL-STEM
008460         THRU 6500-ADD-SPOOL-STEM-EXIT.
008470 6400-TAKE-EVIDREG-EXIT.
008480     EXIT.
008490 6500-ADD-SPOOL-STEM.
008500     IF IC-LS-PATH = SPACES OR IC-SPL-COUNT NOT LESS IC-SPL-MAX
008510        GO TO 6500-ADD-SPOOL-STEM-EXIT
008520     END-IF
008530     PERFORM 3200-SPLIT-PATH
008540         THRU 3200-SPLIT-PATH-EXIT
008550     SET IC-NOT-KNOWN TO TRUE
008560     PERFORM VARYING IC-J FROM 1 BY 1
008570             UNTIL IC-J > IC-SPL-COUNT OR IC-KNOWN
008580        IF IC-SPL-STEM (IC-J) = IC-PATH-STEM
008590           SET IC-KNOWN TO TRUE
008600        END-IF
008610     END-PERFORM
008620     IF IC-NOT-KNOWN
008630        ADD 1 TO IC-SPL-COUNT
008640        MOVE IC-PATH-STEM TO IC-SPL-STEM (IC-SPL-COUNT)
008650     END-IF.
008660 6500-ADD-SPOOL-STEM-EXIT.
008670     EXIT.
008680*----------------------------------------------------------*
008690* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
008700*----------------------------------------------------------*
008710 8000-DATE-TO-DAYNUM.
008720     MOVE IC-DN-YY TO IC-DW-YY
008730     MOVE IC-DN-MM TO IC-DW-MM
008740     MOVE IC-DN-DD TO IC-DW-DD
008750     IF IC-DW-MM GREATER 2
008760        SUBTRACT 3 FROM IC-DW-MM
008770     ELSE
008780        ADD 9 TO IC-DW-MM
008790        SUBTRACT 1 FROM IC-DW-YY
008800     END-IF
008810     COMPUTE IC-DN-D = ((153 * IC-DW-MM) + 2) / 5
008820     COMPUTE IC-DN-L4 = IC-DW-YY / 4
008830     COMPUTE IC-DN-L100 = IC-DW-YY / 100
008840     COMPUTE IC-DN-L400 = IC-DW-YY / 400
008850     COMPUTE IC-DN-NUM = IC-DW-YY * 365 +
008860                         IC-DN-L4 -
008870                         IC-DN-L100 +
008880                         IC-DN-L400 +
008890                         IC-DN-D +
008900                         IC-DW-DD.
008910 8000-DATE-TO-DAYNUM-EXIT.
008920     EXIT.
008930 8100-RUN-COMMAND.
008940     COMPUTE IC-CMDLEN = IC-CMD-PTR - 1
008950     SET IC-CMD-OK TO TRUE
008960     CALL 'QCMDEXC' USING IC-CMD IC-CMDLEN
008970         ON EXCEPTION
008980            SET IC-CMD-FAILED TO TRUE
008990     END-CALL.
009000 8100-RUN-COMMAND-EXIT.
009010     EXIT.
009020 8900-RW-PUT.
009030     CALL 'GXRPTW' USING RW-CTL RW-OUT
009040     PERFORM VARYING RW-X FROM 1 BY 1
009050             UNTIL RW-X > RW-OUT-COUNT
009060        WRITE IFSCRPT-LINE FROM RW-OUT-LINE (RW-X)
009070     END-PERFORM.
009080 8900-RW-PUT-EXIT.
009090     EXIT.
009100 9000-TERMINATE.
009110     MOVE 'C' TO RW-FUNC
009120     PERFORM 8900-RW-PUT
009130         THRU 8900-RW-PUT-EXIT
009140     CLOSE IFSCTL
009150     CLOSE IFSSTAT
009160     CLOSE XPRTLEDG
009170     CLOSE EVTQ
009180     CLOSE IFSCRPT.
009190 9000-TERMINATE-EXIT.
009200     EXIT.
009210 9999-EXIT.
009220     STOP RUN.
