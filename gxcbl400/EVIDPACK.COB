000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EVIDPACK.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - AUDITOR EVIDENCE PACK *
000100*                   AT PERIOD CLOSE.  RUNS AFTER CLOSECHK   *
000110*                   ON THE SAME CLOSEREQ ROW AND ONLY FOR A *
000120*                   PERIOD CLOSESTAT SHOWS CLOSED.  THE     *
000130*                   PACK WINDOW RUNS FROM THE COMPANY'S     *
000140*                   PREVIOUS CLOSE TO THIS ONE.  EIGHT      *
000150*                   SECTIONS - CLOSE HISTORY, THE BALCHECK, *
000160*                   AUDITVFY, SECRECRT AND NBRRECON RESULTS *
000170*                   AS LAST PRINTED, AND THE PENDAPPR       *
000180*                   APPROVALS, CFGPEND PROMOTIONS AND       *
000190*                   EMRGSESS EMERGENCY SESSIONS DECIDED IN  *
000200*                   THE WINDOW - ARE PRINTED BEHIND A TABLE *
000210*                   OF CONTENTS, EACH FROM A FRESH PAGE,    *
000220*                   WITH A HASH MANIFEST AT THE BACK.  THE  *
000230*                   PRINT GOES TO /GXSPOOL/EVIDPACK AS A    *
000240*                   PDF WITH A TEXT TWIN, AND EVERY PACK IS *
000250*                   REGISTERED ON EVIDREG WITH ITS SECTION  *
000260*                   HASHES AND A HASH OF THE PRINTED LINES, *
000270*                   SO GXFEVID CAN PROVE A COPY UNCHANGED   *
000280*                   BEFORE IT IS REPRINTED.  A RERUN FOR    *
000290*                   THE SAME PERIOD ADDS A NEW VERSION AND  *
000300*                   LEAVES THE EARLIER ONES IN PLACE        *
000302*   2026-10-15  RH  THE PACK IS CUT TO THE DATA SCOPE OF THE*
000304*                   CLOSEREQ USER - FOR A COMPANY OUTSIDE IT*
000306*                   NO PACK IS BUILT AND THE ONE-LINE REPORT*
000308*                   SAYS SO                                 *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-ISERIES.
000350 OBJECT-COMPUTER.   IBM-ISERIES.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CLOSEREQ   ASSIGN TO DATABASE-CLOSEREQ
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS EP-FS-CLOSEREQ.
000410     SELECT CLOSESTAT  ASSIGN TO DATABASE-CLOSESTAT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS DYNAMIC
000440         RECORD KEY   IS CLOSESTAT-KEY
000450         FILE STATUS  IS EP-FS-CLOSESTAT.
000460     SELECT BALRPT     ASSIGN TO DATABASE-BALRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS EP-FS-BALRPT.
000490     SELECT CHAINSTAT  ASSIGN TO DATABASE-CHAINSTAT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS  IS EP-FS-CHAINSTAT.
000520     SELECT VFYRPT     ASSIGN TO DATABASE-VFYRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS  IS EP-FS-VFYRPT.
000550     SELECT PENDAPPR   ASSIGN TO DATABASE-PENDAPPR
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS SEQUENTIAL
000580         RECORD KEY   IS PENDAPPR-NBR
000590         FILE STATUS  IS EP-FS-PENDAPPR.
000600     SELECT RECRTRPT   ASSIGN TO DATABASE-RECRTRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS  IS EP-FS-RECRTRPT.
000630     SELECT NBRRPT     ASSIGN TO DATABASE-NBRRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS  IS EP-FS-NBRRPT.
000660     SELECT CFGPEND    ASSIGN TO DATABASE-CFGPEND
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE  IS SEQUENTIAL
000690         RECORD KEY   IS CFGPEND-KEY
000700         FILE STATUS  IS EP-FS-CFGPEND.
000710     SELECT EMRGSESS   ASSIGN TO DATABASE-EMRGSESS
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE  IS SEQUENTIAL
000740         RECORD KEY   IS EMRGSESS-KEY
000750         FILE STATUS  IS EP-FS-EMRGSESS.
000760     SELECT EVIDWRK    ASSIGN TO DATABASE-EVIDWRK
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS  IS EP-FS-EVIDWRK.
000790     SELECT EVIDREG    ASSIGN TO DATABASE-EVIDREG
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE  IS RANDOM
000820         RECORD KEY   IS EVIDREG-KEY
000830         FILE STATUS  IS EP-FS-EVIDREG.
000840     SELECT EVIDRPT    ASSIGN TO DATABASE-EVIDRPT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS  IS EP-FS-EVIDRPT.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CLOSEREQ.
000900 01  CLOSEREQ-RECORD.
000910     05 CLOSEREQ-COMPANY         PIC  X(003).
000920     05 CLOSEREQ-PERIOD          PIC  9(006).
000930     05 CLOSEREQ-USER            PIC  X(010).
000940 FD  CLOSESTAT.
000950 01  CLOSESTAT-RECORD.
000960     05 CLOSESTAT-KEY.
000970        10 CLOSESTAT-COMPANY     PIC  X(003).
000980        10 CLOSESTAT-PERIOD      PIC  9(006).
000990     05 CLOSESTAT-STATUS         PIC  X(001).
001000        88 CLOSESTAT-OPEN                        VALUE 'O'.
001010        88 CLOSESTAT-CLOSED                       VALUE 'C'.
001020     05 CLOSESTAT-CLOSED-BY      PIC  X(010).
001030     05 CLOSESTAT-CLOSED-TS      PIC  X(026).
001040 FD  BALRPT.
001050 01  BALRPT-LINE                 PIC  X(080).
001060 FD  CHAINSTAT.
001070 01  CHAINSTAT-RECORD.
001080     05 CHAINSTAT-COUNT          PIC  9(009).
001090     05 CHAINSTAT-CHAIN          PIC  9(009).
001100     05 CHAINSTAT-TS             PIC  X(026).
001110 FD  VFYRPT.
001120 01  VFYRPT-LINE                 PIC  X(080).
001130 FD  PENDAPPR.
001140 01  PENDAPPR-RECORD.
001150     05 PENDAPPR-NBR             PIC  9(007).
001160     05 PENDAPPR-PGM             PIC  X(010).
001170     05 PENDAPPR-ACTION          PIC  X(001).
001180     05 PENDAPPR-KEY             PIC  X(030).
001190     05 PENDAPPR-REQ-USER        PIC  X(010).
001200     05 PENDAPPR-REQ-TS          PIC  X(026).
001210     05 PENDAPPR-STATUS          PIC  X(001).
001220        88 PENDAPPR-PENDING                      VALUE 'P'.
001230        88 PENDAPPR-APPROVED-ST                  VALUE 'A'.
001240        88 PENDAPPR-REJECTED-ST                  VALUE 'R'.
001250     05 PENDAPPR-APPR-USER       PIC  X(010).
001260     05 PENDAPPR-APPR-TS         PIC  X(026).
001270 FD  RECRTRPT.
001280 01  RECRTRPT-LINE               PIC  X(080).
001290 FD  NBRRPT.
001300 01  NBRRPT-LINE                 PIC  X(080).
001310 FD  CFGPEND.
001320 01  CFGPEND-RECORD.
001330     05 CFGPEND-KEY.
001340        10 CFGPEND-FILE          PIC  X(010).
001350        10 CFGPEND-ROWKEY        PIC  X(020).
001360     05 CFGPEND-CHGTYPE          PIC  X(001).
001370     05 CFGPEND-OLDVAL           PIC  X(030).
001380     05 CFGPEND-NEWVAL           PIC  X(030).
001390     05 CFGPEND-STATUS           PIC  X(001).
001400     05 CFGPEND-APPR-USER        PIC  X(010).
001410     05 CFGPEND-APPR-TS          PIC  X(026).
001420 FD  EMRGSESS.
001430 01  EMRGSESS-RECORD.
001440     05 EMRGSESS-KEY.
001450        10 EMRGSESS-USER         PIC  X(010).
001460        10 EMRGSESS-NBR          PIC  9(009).
001470     05 EMRGSESS-PROFILE         PIC  X(010).
001480     05 EMRGSESS-REASON          PIC  X(060).
001490     05 EMRGSESS-HOURS           PIC  9(002).
001500     05 EMRGSESS-START-TS        PIC  X(026).
001510     05 EMRGSESS-EXPIRE-TS       PIC  X(026).
001520     05 EMRGSESS-STATUS          PIC  X(001).
001530        88 EMRGSESS-ACTIVE                       VALUE 'A'.
001540        88 EMRGSESS-EXPIRED                      VALUE 'E'.
001550        88 EMRGSESS-REVIEWED                     VALUE 'R'.
001560     05 EMRGSESS-REVOKED-TS      PIC  X(026).
001570     05 EMRGSESS-REVIEWER        PIC  X(010).
001580     05 EMRGSESS-REVIEW-TS       PIC  X(026).
001590     05 EMRGSESS-ALERTED         PIC  X(001).
001600*----------------------------------------------------------*
001610* SECTION LINES AS THEY ARE GATHERED - A QTEMP WORK FILE,   *
001620* READ BACK ONCE THE PAGE OF EVERY SECTION IS KNOWN         *
001630*----------------------------------------------------------*
001640 FD  EVIDWRK.
001650 01  EVIDWRK-RECORD.
001660     05 EVIDWRK-SECTION          PIC  9(002).
001670     05 EVIDWRK-TEXT             PIC  X(080).
001680*----------------------------------------------------------*
001690* ONE ROW PER PACK.  THE SECTION HASHES ARE THE ONES ON THE *
001700* MANIFEST PAGE; DOC-LINES AND DOC-HASH COVER EVERY LINE    *
001710* PRINTED, AND ARE WHAT GXFEVID CHECKS A COPY AGAINST       *
001720*----------------------------------------------------------*
001730 FD  EVIDREG.
001740 01  EVIDREG-RECORD.
001750     05 EVIDREG-KEY.
001760        10 EVIDREG-COMPANY       PIC  X(003).
001770        10 EVIDREG-PERIOD        PIC  9(006).
001780        10 EVIDREG-VERSION       PIC  9(003).
001790     05 EVIDREG-TS               PIC  X(026).
001800     05 EVIDREG-CLOSED-BY        PIC  X(010).
001810     05 EVIDREG-CLOSED-TS        PIC  X(026).
001820     05 EVIDREG-FROM-TS          PIC  X(026).
001830     05 EVIDREG-PDF-PATH         PIC  X(080).
001840     05 EVIDREG-TXT-PATH         PIC  X(080).
001850     05 EVIDREG-SECTIONS         PIC  9(002).
001860     05 EVIDREG-SEC OCCURS 8.
001870        10 EVIDREG-SEC-LINES     PIC S9(005) COMP-3.
001880        10 EVIDREG-SEC-HASH      PIC S9(009) COMP-3.
001890     05 EVIDREG-PACK-HASH        PIC S9(009) COMP-3.
001900     05 EVIDREG-DOC-LINES        PIC S9(007) COMP-3.
001910     05 EVIDREG-DOC-HASH         PIC S9(009) COMP-3.
001920 FD  EVIDRPT.
001930 01  EVIDRPT-LINE                PIC  X(080).
001940 WORKING-STORAGE SECTION.
001950 77  EP-FS-CLOSEREQ              PIC  X(002).
001960 77  EP-FS-CLOSESTAT             PIC  X(002).
001970 77  EP-FS-BALRPT                PIC  X(002).
001980 77  EP-FS-CHAINSTAT             PIC  X(002).
001990 77  EP-FS-VFYRPT                PIC  X(002).
002000 77  EP-FS-PENDAPPR              PIC  X(002).
002010 77  EP-FS-RECRTRPT              PIC  X(002).
002020 77  EP-FS-NBRRPT                PIC  X(002).
002030 77  EP-FS-CFGPEND               PIC  X(002).
002040 77  EP-FS-EMRGSESS              PIC  X(002).
002050 77  EP-FS-EVIDWRK               PIC  X(002).
002060 77  EP-FS-EVIDREG               PIC  X(002).
002070 77  EP-FS-EVIDRPT               PIC  X(002).
002080 77  EP-EOF-SW                   PIC  X(001)     VALUE 'N'.
002090     88 EP-AT-EOF                                VALUE 'Y'.
002100 77  EP-CLOSED-SW                PIC  X(001)     VALUE 'N'.
002110     88 EP-PERIOD-CLOSED                         VALUE 'Y'.
002120     88 EP-PERIOD-NOT-CLOSED                     VALUE 'N'.
002130 77  EP-FREE-SW                  PIC  X(001).
002140     88 EP-VERSION-FREE                          VALUE 'Y'.
002150     88 EP-VERSION-TAKEN                         VALUE 'N'.
002160 01  EP-REQ-COMPANY              PIC  X(003).
002170 01  EP-REQ-PERIOD               PIC  9(006).
002180 01  EP-REQ-USER                 PIC  X(010).
002190 01  EP-TODAY-DATE.
002200     05 EP-TODAY-YY              PIC  9(004).
002210     05 EP-TODAY-MM              PIC  9(002).
002220     05 EP-TODAY-DD              PIC  9(002).
002230 01  EP-NOW-TIME.
002240     05 EP-NOW-HH                PIC  9(002).
002250     05 EP-NOW-MIN               PIC  9(002).
002260     05 EP-NOW-SS                PIC  9(002).
002270     05 EP-NOW-HS                PIC  9(002).
002280 01  EP-NOW-TS                   PIC  X(026).
002290*----------------------------------------------------------*
002300* THE PACK WINDOW - AFTER THE COMPANY'S PREVIOUS CLOSE, UP  *
002310* TO AND INCLUDING THIS ONE.  NO EARLIER CLOSE ON FILE      *
002320* LEAVES THE WINDOW OPEN AT THE FRONT                       *
002330*----------------------------------------------------------*
002340 01  EP-CLOSED-BY                PIC  X(010).
002350 01  EP-CLOSED-TS                PIC  X(026).
002360 01  EP-FROM-TS                  PIC  X(026).
002370 01  EP-PREV-PERIOD              PIC  9(006).
002380 01  EP-TS                       PIC  X(026).
002390 77  EP-IN-WINDOW-SW             PIC  X(001).
002400     88 EP-IN-WINDOW                             VALUE 'Y'.
002410     88 EP-OUT-OF-WINDOW                         VALUE 'N'.
002420 77  EP-VERSION                  PIC  9(003).
002430*----------------------------------------------------------*
002440* THE EIGHT SECTIONS, IN PACK ORDER, WITH THE FILE EACH IS  *
002450* DRAWN FROM                                                *
002460*----------------------------------------------------------*
002470 77  EP-SEC-COUNT                PIC S9(003) COMP-3 VALUE 8.
002480 01  EP-SEC-NAMES-INIT.
002490     05 FILLER.
002500        10 FILLER                PIC  X(030) VALUE
002510           'PERIOD CLOSE HISTORY'.
002520        10 FILLER                PIC  X(010) VALUE 'CLOSESTAT'.
002530     05 FILLER.
002540        10 FILLER                PIC  X(030) VALUE
002550           'CONTROL TOTAL RESULTS'.
002560        10 FILLER                PIC  X(010) VALUE 'BALRPT'.
002570     05 FILLER.
002580        10 FILLER                PIC  X(030) VALUE
002590           'AUDIT TRAIL CHAIN VERIFICATION'.
002600        10 FILLER                PIC  X(010) VALUE 'VFYRPT'.
002610     05 FILLER.
002620        10 FILLER                PIC  X(030) VALUE
002630           'FOUR-EYES APPROVALS'.
002640        10 FILLER                PIC  X(010) VALUE 'PENDAPPR'.
002650     05 FILLER.
002660        10 FILLER                PIC  X(030) VALUE
002670           'AUTHORITY RECERTIFICATION'.
002680        10 FILLER                PIC  X(010) VALUE 'RECRTRPT'.
002690     05 FILLER.
002700        10 FILLER                PIC  X(030) VALUE
002710           'DOCUMENT NUMBER GAP REPORT'.
002720        10 FILLER                PIC  X(010) VALUE 'NBRRPT'.
002730     05 FILLER.
002740        10 FILLER                PIC  X(030) VALUE
002750           'CONFIGURATION PROMOTIONS'.
002760        10 FILLER                PIC  X(010) VALUE 'CFGPEND'.
002770     05 FILLER.
002780        10 FILLER                PIC  X(030) VALUE
002790           'EMERGENCY ACCESS SESSIONS'.
002800        10 FILLER                PIC  X(010) VALUE 'EMRGSESS'.
002810 01  EP-SEC-NAMES REDEFINES EP-SEC-NAMES-INIT.
002820     05 EP-SEC-NAME OCCURS 8.
002830        10 EP-SEC-TITLE          PIC  X(030).
002840        10 EP-SEC-SOURCE         PIC  X(010).
002850 01  EP-SEC-TABLE.
002860     05 EP-SEC-ENTRY OCCURS 8.
002870        10 EP-SEC-LINES          PIC S9(005) COMP-3.
002880        10 EP-SEC-HASH           PIC S9(009) COMP-3.
002890        10 EP-SEC-PAGE           PIC S9(005) COMP-3.
002900 77  EP-CUR-SEC                  PIC S9(003) COMP-3.
002910 77  EP-I                        PIC S9(003) COMP-3.
002920*----------------------------------------------------------*
002930* LINE HASH - THE BYTE SUM GXFBAL TAKES OVER A RECORD,      *
002940* FOLDED INTO A RUNNING VALUE THE WAY AUDITVFY CHAINS ITS   *
002950* ROWS, SO A MOVED LINE CHANGES THE RESULT AS MUCH AS AN    *
002960* EDITED ONE                                                *
002970*----------------------------------------------------------*
002980 01  EP-HASH-LINE                PIC  X(080).
002990 77  EP-LINE-HASH                PIC S9(009) COMP-3.
003000 77  EP-HASH-WORK                PIC S9(013) COMP-3.
003010 77  EP-HASH-Q                   PIC S9(005) COMP-3.
003020 77  EP-J                        PIC S9(004) COMP-3.
003030 01  EP-BYTE-PAIR.
003040     05 FILLER                   PIC  X(001).
003050     05 EP-BYTE-CHAR             PIC  X(001).
003060 01  EP-BYTE-NUM REDEFINES EP-BYTE-PAIR
003070                                 PIC S9(004) COMP-4.
003080 77  EP-PACK-HASH                PIC S9(009) COMP-3 VALUE 0.
003090 77  EP-DOC-LINES                PIC S9(007) COMP-3 VALUE 0.
003100 77  EP-DOC-HASH                 PIC S9(009) COMP-3 VALUE 0.
003110*----------------------------------------------------------*
003120* PAGING - GXRPTW PUTS TWO HEADING LINES ON EVERY PAGE, SO  *
003130* A SIXTY-LINE PAGE CARRIES FIFTY-EIGHT BODY LINES; EACH    *
003140* SECTION OPENS WITH THREE LINES OF ITS OWN                 *
003150*----------------------------------------------------------*
003160 77  EP-PAGE-SIZE                PIC S9(003) COMP-3 VALUE 60.
003170 77  EP-PAGE-BODY                PIC S9(003) COMP-3 VALUE 58.
003180 77  EP-PAGE-LINE                PIC S9(003) COMP-3 VALUE 0.
003190 77  EP-NEXT-PAGE                PIC S9(005) COMP-3.
003200 77  EP-SEC-PAGES                PIC S9(005) COMP-3.
003210 77  EP-MAN-PAGE                 PIC S9(005) COMP-3.
003220 01  EP-LINE                     PIC  X(080).
003230 01  EP-EDIT-A                   PIC  Z9.
003240 01  EP-EDIT-B                   PIC  Z9.
003250 01  EP-EDIT-C                   PIC  Z(8)9.
003260 01  EP-EDIT-NBR                 PIC  Z(8)9.
003270*----------------------------------------------------------*
003280* WHERE THE PACK LANDS - /GXSPOOL/EVIDPACK/EVIDPACK-<CO>-   *
003290* <PERIOD>-<YYYYMMDDHHMMSS>, THE GXFSPLA GENERATION TAG     *
003300*----------------------------------------------------------*
003310 01  EP-GENTAG                   PIC  X(014).
003320 01  EP-STEM                     PIC  X(070).
003330 01  EP-PDF-PATH                 PIC  X(080).
003340 01  EP-TXT-PATH                 PIC  X(080).
003350 01  EP-CMD                      PIC  X(512).
003360 77  EP-CMDLEN                   PIC S9(010)V9(005) COMP-3.
003370 77  EP-CMD-PTR                  PIC S9(004) COMP-3.
003380 01  EP-HDG-LINE-1.
003390     05 FILLER                   PIC  X(024)
003400                VALUE 'AUDIT EVIDENCE PACK    '.
003410     05 EP-HDG-COMPANY           PIC  X(003).
003420     05 FILLER                   PIC  X(001) VALUE '/'.
003430     05 EP-HDG-PERIOD            PIC  9(006).
003440     05 FILLER                   PIC  X(016) VALUE SPACES.
003450 01  EP-TOC-LINE.
003460     05 FILLER                   PIC  X(002) VALUE SPACES.
003470     05 EP-TOC-NBR               PIC  Z9.
003480     05 FILLER                   PIC  X(002) VALUE SPACES.
003490     05 EP-TOC-TITLE             PIC  X(031).
003500     05 EP-TOC-SOURCE            PIC  X(010).
003510     05 EP-TOC-LINES             PIC  ZZ,ZZ9.
003520     05 FILLER                   PIC  X(005) VALUE SPACES.
003530     05 EP-TOC-PAGE              PIC  ZZZZ9.
003540     05 FILLER                   PIC  X(017) VALUE SPACES.
003550 01  EP-MAN-LINE.
003560     05 FILLER                   PIC  X(002) VALUE SPACES.
003570     05 EP-MAN-NBR               PIC  Z9.
003580     05 FILLER                   PIC  X(002) VALUE SPACES.
003590     05 EP-MAN-TITLE             PIC  X(031).
003600     05 EP-MAN-LINES             PIC  ZZ,ZZ9.
003610     05 FILLER                   PIC  X(004) VALUE SPACES.
003620     05 EP-MAN-HASH              PIC  9(009).
003630     05 FILLER                   PIC  X(024) VALUE SPACES.
003640*----------------------------------------------------------*
003650* SHARED COMMAND-EXECUTION INTERFACE (GXCMDX) - THE SERVICE *
003660* OWNS THE ALLOW-LIST AND THE COMMAND LOG                   *
003670*----------------------------------------------------------*
003680 01  CX-CTL.
003690     05 CX-CALLER                PIC  X(010).
003700     05 CX-CMD                   PIC  X(512).
003710     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
003720     05 CX-RESULT                PIC  X(002).
003730*----------------------------------------------------------*
003740* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
003750* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
003760*----------------------------------------------------------*
003770 01  RW-CTL.
003780     05 RW-FUNC                  PIC  X(001).
003790     05 RW-TITLE                 PIC  X(050).
003800     05 RW-TITLE-ID              PIC  X(010).
003810     05 RW-LANG                  PIC  X(003).
003820     05 RW-COLS                  PIC  X(080).
003830     05 RW-LINE                  PIC  X(080).
003840     05 RW-PAGE-SIZE             PIC  9(003).
003850 01  RW-OUT.
003860     05 RW-OUT-COUNT             PIC  9(001).
003870     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003880 77  RW-X                        PIC S9(003) COMP-3.
003890 PROCEDURE DIVISION.
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE
003920         THRU 1000-INITIALIZE-EXIT
003930     IF EP-PERIOD-NOT-CLOSED
003940        PERFORM 8000-NOT-CLOSED
003950            THRU 8000-NOT-CLOSED-EXIT
003960        GO TO 9999-EXIT
003970     END-IF
003971     MOVE SPACES      TO RW-LINE
003972     MOVE EP-REQ-USER TO RW-LINE (1:10)
003973     MOVE 'S' TO RW-FUNC
003974     PERFORM 8900-RW-PUT
003975         THRU 8900-RW-PUT-EXIT
003976     MOVE SPACES         TO RW-LINE
003977     MOVE EP-REQ-COMPANY TO RW-LINE (1:3)
003978     MOVE 'K' TO RW-FUNC
003979     PERFORM 8900-RW-PUT
003980         THRU 8900-RW-PUT-EXIT
003981     IF RW-OUT-LINE (1) = 'N'
003982        PERFORM 8100-OUT-OF-SCOPE
003983            THRU 8100-OUT-OF-SCOPE-EXIT
003984        GO TO 9999-EXIT
003985     END-IF
003986     PERFORM 2000-GATHER-SECTIONS
003990         THRU 2000-GATHER-SECTIONS-EXIT
004000     PERFORM 3000-PRINT-PACK
004010         THRU 3000-PRINT-PACK-EXIT
004020     PERFORM 4000-PUBLISH-PACK
004030         THRU 4000-PUBLISH-PACK-EXIT
004040     PERFORM 5000-REGISTER-PACK
004050         THRU 5000-REGISTER-PACK-EXIT
004060     PERFORM 9000-TERMINATE
004070         THRU 9000-TERMINATE-EXIT
004080     GO TO 9999-EXIT.
004090*----------------------------------------------------------*
004100* 1000-INITIALIZE - READ THE CLOSE REQUEST, CONFIRM THE     *
004110*                   PERIOD IS CLOSED AND FIX THE WINDOW AND *
004120*                   THE NEXT FREE REGISTER VERSION          *
004130*----------------------------------------------------------*
004140 1000-INITIALIZE.
004150     OPEN INPUT  CLOSEREQ
004160     OPEN INPUT  CLOSESTAT
004170     OPEN I-O    EVIDREG
004180     ACCEPT EP-TODAY-DATE FROM DATE YYYYMMDD
004190     ACCEPT EP-NOW-TIME   FROM TIME
004200     MOVE SPACES TO EP-NOW-TS
004210     STRING EP-TODAY-YY '-' EP-TODAY-MM '-' EP-TODAY-DD '-'
004220            EP-NOW-HH '.' EP-NOW-MIN '.' EP-NOW-SS '.000000'
004230            DELIMITED BY SIZE INTO EP-NOW-TS
004240     MOVE SPACES TO EP-GENTAG
004250     STRING EP-TODAY-DATE EP-NOW-HH EP-NOW-MIN EP-NOW-SS
004260            DELIMITED BY SIZE INTO EP-GENTAG
004270     READ CLOSEREQ
004280         AT END
004290            CONTINUE
004300     END-READ
004310     MOVE CLOSEREQ-COMPANY TO EP-REQ-COMPANY
004320     MOVE CLOSEREQ-PERIOD  TO EP-REQ-PERIOD
004330     MOVE CLOSEREQ-USER    TO EP-REQ-USER
004340     MOVE EP-REQ-COMPANY TO EP-HDG-COMPANY
004350     MOVE EP-REQ-PERIOD  TO EP-HDG-PERIOD
004360     MOVE EP-HDG-LINE-1 TO RW-TITLE
004370     MOVE 'EVIDPACK' TO RW-TITLE-ID
004380     MOVE SPACES TO RW-LANG
004390     MOVE SPACES TO RW-COLS
004400     MOVE EP-PAGE-SIZE TO RW-PAGE-SIZE
004410     MOVE LOW-VALUES TO EP-FROM-TS
004420     MOVE 0 TO EP-PREV-PERIOD
004430     SET EP-PERIOD-NOT-CLOSED TO TRUE
004440     MOVE EP-REQ-COMPANY TO CLOSESTAT-COMPANY
004450     MOVE 0              TO CLOSESTAT-PERIOD
004460     START CLOSESTAT KEY NOT LESS CLOSESTAT-KEY
004470        INVALID KEY
004480           GO TO 1000-INITIALIZE-EXIT
004490     END-START
004500     MOVE 'N' TO EP-EOF-SW
004510     PERFORM 1100-SCAN-CLOSESTAT
004520         THRU 1100-SCAN-CLOSESTAT-EXIT
004530         UNTIL EP-AT-EOF
004540     IF EP-PERIOD-NOT-CLOSED
004550        GO TO 1000-INITIALIZE-EXIT
004560     END-IF
004570     SET EP-VERSION-TAKEN TO TRUE
004580     PERFORM VARYING EP-VERSION FROM 1 BY 1
004590             UNTIL EP-VERSION-FREE OR EP-VERSION = 999
004600        MOVE EP-REQ-COMPANY TO EVIDREG-COMPANY
004610        MOVE EP-REQ-PERIOD  TO EVIDREG-PERIOD
004620        MOVE EP-VERSION     TO EVIDREG-VERSION
004630        READ EVIDREG
004640           INVALID KEY
004650              SET EP-VERSION-FREE TO TRUE
004660        END-READ
004670     END-PERFORM
004680     IF EP-VERSION-FREE
004690        SUBTRACT 1 FROM EP-VERSION
004700     END-IF
004710     MOVE 1 TO EP-CMD-PTR
004720     MOVE SPACES TO EP-CMD
004730     STRING 'CRTPF FILE(QTEMP/EVIDWRK) RCDLEN(82)'
004740            DELIMITED BY SIZE INTO EP-CMD
004750            POINTER EP-CMD-PTR
004760     PERFORM 8800-RUN-COMMAND
004770         THRU 8800-RUN-COMMAND-EXIT.
004780 1000-INITIALIZE-EXIT.
004790     EXIT.
004800*----------------------------------------------------------*
004810* 1100-SCAN-CLOSESTAT - THE REQUESTED PERIOD MUST BE CLOSED;*
004820*                       THE LATEST CLOSED PERIOD BEFORE IT  *
004830*                       OPENS THE WINDOW                    *
004840*----------------------------------------------------------*
004850 1100-SCAN-CLOSESTAT.
004860     READ CLOSESTAT NEXT RECORD
004870         AT END
004880            SET EP-AT-EOF TO TRUE
004890            GO TO 1100-SCAN-CLOSESTAT-EXIT
004900     END-READ
004910     IF CLOSESTAT-COMPANY NOT = EP-REQ-COMPANY OR
004920        CLOSESTAT-PERIOD GREATER EP-REQ-PERIOD
004930        SET EP-AT-EOF TO TRUE
004940        GO TO 1100-SCAN-CLOSESTAT-EXIT
004950     END-IF
004960     IF NOT CLOSESTAT-CLOSED
004970        GO TO 1100-SCAN-CLOSESTAT-EXIT
004980     END-IF
004990     IF CLOSESTAT-PERIOD = EP-REQ-PERIOD
005000        SET EP-PERIOD-CLOSED TO TRUE
005010        MOVE CLOSESTAT-CLOSED-BY TO EP-CLOSED-BY
005020        MOVE CLOSESTAT-CLOSED-TS TO EP-CLOSED-TS
005030     ELSE
005040        MOVE CLOSESTAT-PERIOD    TO EP-PREV-PERIOD
005050        MOVE CLOSESTAT-CLOSED-TS TO EP-FROM-TS
005060     END-IF.
005070 1100-SCAN-CLOSESTAT-EXIT.
005080     EXIT.
005090*----------------------------------------------------------*
005100* 2000-GATHER-SECTIONS - EVERY SECTION'S LINES GO TO THE    *
005110*                        WORK FILE, COUNTED AND HASHED AS   *
005120*                        THEY ARE PUT                       *
005130*----------------------------------------------------------*
005140 2000-GATHER-SECTIONS.
005150     OPEN OUTPUT EVIDWRK
005160     PERFORM VARYING EP-I FROM 1 BY 1
005170             UNTIL EP-I > EP-SEC-COUNT
005180        MOVE 0 TO EP-SEC-LINES (EP-I)
005190        MOVE 0 TO EP-SEC-HASH  (EP-I)
005200     END-PERFORM
005210     MOVE 1 TO EP-CUR-SEC
005220     PERFORM 2100-CLOSE-HISTORY
005230         THRU 2100-CLOSE-HISTORY-EXIT
005240     PERFORM 2050-EMPTY-SECTION
005250         THRU 2050-EMPTY-SECTION-EXIT
005260     MOVE 2 TO EP-CUR-SEC
005270     OPEN INPUT BALRPT
005280     IF EP-FS-BALRPT = '00'
005290        MOVE 'N' TO EP-EOF-SW
005300        PERFORM 2200-COPY-BALRPT
005310            THRU 2200-COPY-BALRPT-EXIT
005320            UNTIL EP-AT-EOF
005330        CLOSE BALRPT
005340     END-IF
005350     PERFORM 2050-EMPTY-SECTION
005360         THRU 2050-EMPTY-SECTION-EXIT
005370     MOVE 3 TO EP-CUR-SEC
005380     PERFORM 2300-CHAIN-ANCHOR
005390         THRU 2300-CHAIN-ANCHOR-EXIT
005400     OPEN INPUT VFYRPT
005410     IF EP-FS-VFYRPT = '00'
005420        MOVE 'N' TO EP-EOF-SW
005430        PERFORM 2350-COPY-VFYRPT
005440            THRU 2350-COPY-VFYRPT-EXIT
005450            UNTIL EP-AT-EOF
005460        CLOSE VFYRPT
005470     END-IF
005480     PERFORM 2050-EMPTY-SECTION
005490         THRU 2050-EMPTY-SECTION-EXIT
005500     MOVE 4 TO EP-CUR-SEC
005510     OPEN INPUT PENDAPPR
005520     IF EP-FS-PENDAPPR = '00'
005530        MOVE 'N' TO EP-EOF-SW
005540        PERFORM 2400-ONE-APPROVAL
005550            THRU 2400-ONE-APPROVAL-EXIT
005560            UNTIL EP-AT-EOF
005570        CLOSE PENDAPPR
005580     END-IF
005590     PERFORM 2050-EMPTY-SECTION
005600         THRU 2050-EMPTY-SECTION-EXIT
005610     MOVE 5 TO EP-CUR-SEC
005620     OPEN INPUT RECRTRPT
005630     IF EP-FS-RECRTRPT = '00'
005640        MOVE 'N' TO EP-EOF-SW
005650        PERFORM 2500-COPY-RECRTRPT
005660            THRU 2500-COPY-RECRTRPT-EXIT
005670            UNTIL EP-AT-EOF
005680        CLOSE RECRTRPT
005690     END-IF
005700     PERFORM 2050-EMPTY-SECTION
005710         THRU 2050-EMPTY-SECTION-EXIT
005720     MOVE 6 TO EP-CUR-SEC
005730     OPEN INPUT NBRRPT
005740     IF EP-FS-NBRRPT = '00'
005750        MOVE 'N' TO EP-EOF-SW
005760        PERFORM 2600-COPY-NBRRPT
005770            THRU 2600-COPY-NBRRPT-EXIT
005780            UNTIL EP-AT-EOF
005790        CLOSE NBRRPT
005800     END-IF
005810     PERFORM 2050-EMPTY-SECTION
005820         THRU 2050-EMPTY-SECTION-EXIT
005830     MOVE 7 TO EP-CUR-SEC
005840     OPEN INPUT CFGPEND
005850     IF EP-FS-CFGPEND = '00'
005860        MOVE 'N' TO EP-EOF-SW
005870        PERFORM 2700-ONE-PROMOTION
005880            THRU 2700-ONE-PROMOTION-EXIT
005890            UNTIL EP-AT-EOF
005900        CLOSE CFGPEND
005910     END-IF
005920     PERFORM 2050-EMPTY-SECTION
005930         THRU 2050-EMPTY-SECTION-EXIT
005940     MOVE 8 TO EP-CUR-SEC
005950     OPEN INPUT EMRGSESS
005960     IF EP-FS-EMRGSESS = '00'
005970        MOVE 'N' TO EP-EOF-SW
005980        PERFORM 2800-ONE-SESSION
005990            THRU 2800-ONE-SESSION-EXIT
006000            UNTIL EP-AT-EOF
006010        CLOSE EMRGSESS
006020     END-IF
006030     PERFORM 2050-EMPTY-SECTION
006040         THRU 2050-EMPTY-SECTION-EXIT
006050     CLOSE EVIDWRK.
006060 2000-GATHER-SECTIONS-EXIT.
006070     EXIT.
006080*----------------------------------------------------------*
006090* 2050-EMPTY-SECTION - A SECTION WITH NOTHING TO SHOW SAYS  *
006100*                      SO, RATHER THAN LEAVING THE AUDITOR  *
006110*                      TO WONDER WHETHER IT WAS LOOKED AT   *
006120*----------------------------------------------------------*
006130 2050-EMPTY-SECTION.
006140     IF EP-SEC-LINES (EP-CUR-SEC) = 0
006150        MOVE SPACES TO EP-LINE
006160        STRING 'NOTHING ON FILE IN ' DELIMITED BY SIZE
006170               EP-SEC-SOURCE (EP-CUR-SEC) DELIMITED BY SPACE
006180               ' FOR THIS PERIOD'   DELIMITED BY SIZE
006190               INTO EP-LINE
006200        PERFORM 2900-PUT-WORK
006210            THRU 2900-PUT-WORK-EXIT
006220     END-IF.
006230 2050-EMPTY-SECTION-EXIT.
006240     EXIT.
006250*----------------------------------------------------------*
006260* 2100-CLOSE-HISTORY - EVERY CLOSESTAT ROW OF THE COMPANY   *
006270*                      UP TO THE PERIOD BEING CLOSED        *
006280*----------------------------------------------------------*
006290 2100-CLOSE-HISTORY.
006300     MOVE EP-REQ-COMPANY TO CLOSESTAT-COMPANY
006310     MOVE 0              TO CLOSESTAT-PERIOD
006320     START CLOSESTAT KEY NOT LESS CLOSESTAT-KEY
006330        INVALID KEY
006340           GO TO 2100-CLOSE-HISTORY-EXIT
006350     END-START
006360     MOVE 'N' TO EP-EOF-SW
006370     PERFORM 2150-ONE-CLOSE
006380         THRU 2150-ONE-CLOSE-EXIT
006390         UNTIL EP-AT-EOF.
006400 2100-CLOSE-HISTORY-EXIT.
006410     EXIT.
006420 2150-ONE-CLOSE.
006430     READ CLOSESTAT NEXT RECORD
006440         AT END
006450            SET EP-AT-EOF TO TRUE
006460            GO TO 2150-ONE-CLOSE-EXIT
006470     END-READ
006480     IF CLOSESTAT-COMPANY NOT = EP-REQ-COMPANY OR
006490        CLOSESTAT-PERIOD GREATER EP-REQ-PERIOD
006500        SET EP-AT-EOF TO TRUE
006510        GO TO 2150-ONE-CLOSE-EXIT
006520     END-IF
006530     MOVE SPACES TO EP-LINE
006540     IF CLOSESTAT-CLOSED
006550        STRING 'PERIOD ' CLOSESTAT-PERIOD '  CLOSED BY '
006560               CLOSESTAT-CLOSED-BY ' AT '
006570               CLOSESTAT-CLOSED-TS (1:19)
006580               DELIMITED BY SIZE INTO EP-LINE
006590     ELSE
006600        STRING 'PERIOD ' CLOSESTAT-PERIOD '  OPEN'
006610               DELIMITED BY SIZE INTO EP-LINE
006620     END-IF
006630     PERFORM 2900-PUT-WORK
006640         THRU 2900-PUT-WORK-EXIT.
006650 2150-ONE-CLOSE-EXIT.
006660     EXIT.
006670*----------------------------------------------------------*
006680* 2200/2350/2500/2600 - THE CHECKING PROGRAMS' OWN REPORTS, *
006690*                       LINE FOR LINE AS THEY LAST PRINTED  *
006700*----------------------------------------------------------*
006710 2200-COPY-BALRPT.
006720     READ BALRPT
006730         AT END
006740            SET EP-AT-EOF TO TRUE
006750            GO TO 2200-COPY-BALRPT-EXIT
006760     END-READ
006770     MOVE BALRPT-LINE TO EP-LINE
006780     PERFORM 2900-PUT-WORK
006790         THRU 2900-PUT-WORK-EXIT.
006800 2200-COPY-BALRPT-EXIT.
006810     EXIT.
006820*----------------------------------------------------------*
006830* 2300-CHAIN-ANCHOR - THE SEALED POSITION AUDITVFY LEFT     *
006840*                     FOR ITS NEXT WALK                     *
006850*----------------------------------------------------------*
006860 2300-CHAIN-ANCHOR.
006870     OPEN INPUT CHAINSTAT
006880     IF EP-FS-CHAINSTAT NOT = '00'
006890        GO TO 2300-CHAIN-ANCHOR-EXIT
006900     END-IF
006910     READ CHAINSTAT
006920         AT END
006930            CLOSE CHAINSTAT
006940            GO TO 2300-CHAIN-ANCHOR-EXIT
006950     END-READ
006960     MOVE CHAINSTAT-COUNT TO EP-EDIT-C
006970     MOVE CHAINSTAT-CHAIN TO EP-EDIT-NBR
006980     MOVE SPACES TO EP-LINE
006990     STRING 'SEALED ANCHOR - ROWS ' EP-EDIT-C
007000            '  CHAIN ' EP-EDIT-NBR
007010            '  AT ' CHAINSTAT-TS (1:19)
007020            DELIMITED BY SIZE INTO EP-LINE
007030     PERFORM 2900-PUT-WORK
007040         THRU 2900-PUT-WORK-EXIT
007050     CLOSE CHAINSTAT.
007060 2300-CHAIN-ANCHOR-EXIT.
007070     EXIT.
007080 2350-COPY-VFYRPT.
007090     READ VFYRPT
007100         AT END
007110            SET EP-AT-EOF TO TRUE
007120            GO TO 2350-COPY-VFYRPT-EXIT
007130     END-READ
007140     MOVE VFYRPT-LINE TO EP-LINE
007150     PERFORM 2900-PUT-WORK
007160         THRU 2900-PUT-WORK-EXIT.
007170 2350-COPY-VFYRPT-EXIT.
007180     EXIT.
007190*----------------------------------------------------------*
007200* 2400-ONE-APPROVAL - A FOUR-EYES REQUEST DECIDED IN THE    *
007210*                     WINDOW, APPROVED OR REJECTED          *
007220*----------------------------------------------------------*
007230 2400-ONE-APPROVAL.
007240     READ PENDAPPR
007250         AT END
007260            SET EP-AT-EOF TO TRUE
007270            GO TO 2400-ONE-APPROVAL-EXIT
007280     END-READ
007290     IF PENDAPPR-PENDING
007300        GO TO 2400-ONE-APPROVAL-EXIT
007310     END-IF
007320     MOVE PENDAPPR-APPR-TS TO EP-TS
007330     PERFORM 2950-CHECK-WINDOW
007340         THRU 2950-CHECK-WINDOW-EXIT
007350     IF EP-OUT-OF-WINDOW
007360        GO TO 2400-ONE-APPROVAL-EXIT
007370     END-IF
007380     MOVE PENDAPPR-NBR TO EP-EDIT-NBR
007390     MOVE SPACES TO EP-LINE
007400     STRING EP-EDIT-NBR ' ' PENDAPPR-PGM ' ACTION '
007410            PENDAPPR-ACTION ' KEY ' PENDAPPR-KEY
007420            DELIMITED BY SIZE INTO EP-LINE
007430     PERFORM 2900-PUT-WORK
007440         THRU 2900-PUT-WORK-EXIT
007450     MOVE SPACES TO EP-LINE
007460     IF PENDAPPR-APPROVED-ST
007470        STRING '          ASKED ' PENDAPPR-REQ-USER
007480               ' APPROVED ' PENDAPPR-APPR-USER
007490               ' AT ' PENDAPPR-APPR-TS (1:19)
007500               DELIMITED BY SIZE INTO EP-LINE
007510     ELSE
007520        STRING '          ASKED ' PENDAPPR-REQ-USER
007530               ' REJECTED ' PENDAPPR-APPR-USER
007540               ' AT ' PENDAPPR-APPR-TS (1:19)
007550               DELIMITED BY SIZE INTO EP-LINE
007560     END-IF
007570     PERFORM 2900-PUT-WORK
007580         THRU 2900-PUT-WORK-EXIT.
007590 2400-ONE-APPROVAL-EXIT.
007600     EXIT.
007610 2500-COPY-RECRTRPT.
007620     READ RECRTRPT
007630         AT END
007640            SET EP-AT-EOF TO TRUE
007650            GO TO 2500-COPY-RECRTRPT-EXIT
007660     END-READ
007670     MOVE RECRTRPT-LINE TO EP-LINE
007680     PERFORM 2900-PUT-WORK
007690         THRU 2900-PUT-WORK-EXIT.
007700 2500-COPY-RECRTRPT-EXIT.
007710     EXIT.
007720 2600-COPY-NBRRPT.
007730     READ NBRRPT
007740         AT END
007750            SET EP-AT-EOF TO TRUE
007760            GO TO 2600-COPY-NBRRPT-EXIT
007770     END-READ
007780     MOVE NBRRPT-LINE TO EP-LINE
007790     PERFORM 2900-PUT-WORK
007800         THRU 2900-PUT-WORK-EXIT.
007810 2600-COPY-NBRRPT-EXIT.
007820     EXIT.
007830*----------------------------------------------------------*
007840* 2700-ONE-PROMOTION - A CFGPEND CHANGE SIGNED OFF IN THE   *
007850*                      WINDOW, WITH WHERE IT GOT TO: A =    *
007860*                      APPROVED, D = PROMOTED, B = BACKED   *
007870*                      OUT BY A CFGPROMO REVERSAL           *
007880*----------------------------------------------------------*
007890 2700-ONE-PROMOTION.
007900     READ CFGPEND
007910         AT END
007920            SET EP-AT-EOF TO TRUE
007930            GO TO 2700-ONE-PROMOTION-EXIT
007940     END-READ
007950     IF CFGPEND-APPR-USER = SPACES
007960        GO TO 2700-ONE-PROMOTION-EXIT
007970     END-IF
007980     MOVE CFGPEND-APPR-TS TO EP-TS
007990     PERFORM 2950-CHECK-WINDOW
008000         THRU 2950-CHECK-WINDOW-EXIT
008010     IF EP-OUT-OF-WINDOW
008020        GO TO 2700-ONE-PROMOTION-EXIT
008030     END-IF
008040     MOVE SPACES TO EP-LINE
008050     EVALUATE CFGPEND-STATUS
008060        WHEN 'D'
008070           STRING CFGPEND-FILE ' ' CFGPEND-ROWKEY ' '
008080                  CFGPEND-CHGTYPE ' PROMOTED    BY '
008090                  CFGPEND-APPR-USER ' AT '
008100                  CFGPEND-APPR-TS (1:16)
008110                  DELIMITED BY SIZE INTO EP-LINE
008120        WHEN 'B'
008130           STRING CFGPEND-FILE ' ' CFGPEND-ROWKEY ' '
008140                  CFGPEND-CHGTYPE ' BACKED OUT  BY '
008150                  CFGPEND-APPR-USER ' AT '
008160                  CFGPEND-APPR-TS (1:16)
008170                  DELIMITED BY SIZE INTO EP-LINE
008180        WHEN OTHER
008190           STRING CFGPEND-FILE ' ' CFGPEND-ROWKEY ' '
008200                  CFGPEND-CHGTYPE ' APPROVED    BY '
008210                  CFGPEND-APPR-USER ' AT '
008220                  CFGPEND-APPR-TS (1:16)
008230                  DELIMITED BY SIZE INTO EP-LINE
008240     END-EVALUATE
008250     PERFORM 2900-PUT-WORK
008260         THRU 2900-PUT-WORK-EXIT
008270     MOVE SPACES TO EP-LINE
008280     STRING '          ' CFGPEND-OLDVAL ' TO ' CFGPEND-NEWVAL
008290            DELIMITED BY SIZE INTO EP-LINE
008300     PERFORM 2900-PUT-WORK
008310         THRU 2900-PUT-WORK-EXIT.
008320 2700-ONE-PROMOTION-EXIT.
008330     EXIT.
008340*----------------------------------------------------------*
008350* 2800-ONE-SESSION - AN EMERGENCY SESSION OPENED IN THE     *
008360*                    WINDOW, WITH ITS REASON AND REVIEW     *
008370*----------------------------------------------------------*
008380 2800-ONE-SESSION.
008390     READ EMRGSESS
008400         AT END
008410            SET EP-AT-EOF TO TRUE
008420            GO TO 2800-ONE-SESSION-EXIT
008430     END-READ
008440     MOVE EMRGSESS-START-TS TO EP-TS
008450     PERFORM 2950-CHECK-WINDOW
008460         THRU 2950-CHECK-WINDOW-EXIT
008470     IF EP-OUT-OF-WINDOW
008480        GO TO 2800-ONE-SESSION-EXIT
008490     END-IF
008500     MOVE EMRGSESS-NBR TO EP-EDIT-NBR
008510     MOVE SPACES TO EP-LINE
008520     STRING EP-EDIT-NBR ' ' EMRGSESS-USER ' AS '
008530            EMRGSESS-PROFILE ' FROM '
008540            EMRGSESS-START-TS (1:16) ' TO '
008550            EMRGSESS-EXPIRE-TS (1:16)
008560            DELIMITED BY SIZE INTO EP-LINE
008570     PERFORM 2900-PUT-WORK
008580         THRU 2900-PUT-WORK-EXIT
008590     MOVE SPACES TO EP-LINE
008600     STRING '          ' EMRGSESS-REASON
008610            DELIMITED BY SIZE INTO EP-LINE
008620     PERFORM 2900-PUT-WORK
008630         THRU 2900-PUT-WORK-EXIT
008640     MOVE SPACES TO EP-LINE
008650     IF EMRGSESS-REVIEWED
008660        STRING '          REVIEWED BY ' EMRGSESS-REVIEWER
008670               ' AT ' EMRGSESS-REVIEW-TS (1:16)
008680               DELIMITED BY SIZE INTO EP-LINE
008690     ELSE
008700        STRING '          NOT YET REVIEWED'
008710               DELIMITED BY SIZE INTO EP-LINE
008720     END-IF
008730     PERFORM 2900-PUT-WORK
008740         THRU 2900-PUT-WORK-EXIT.
008750 2800-ONE-SESSION-EXIT.
008760     EXIT.
008770*----------------------------------------------------------*
008780* 2900-PUT-WORK - ONE SECTION LINE TO THE WORK FILE, INTO   *
008790*                 THE SECTION'S COUNT AND HASH              *
008800*----------------------------------------------------------*
008810 2900-PUT-WORK.
008820     MOVE EP-CUR-SEC TO EVIDWRK-SECTION
008830     MOVE EP-LINE    TO EVIDWRK-TEXT
008840     WRITE EVIDWRK-RECORD
008850     ADD 1 TO EP-SEC-LINES (EP-CUR-SEC)
008860     MOVE EP-LINE TO EP-HASH-LINE
008870     PERFORM 8500-HASH-LINE
008880         THRU 8500-HASH-LINE-EXIT
008890     COMPUTE EP-HASH-WORK =
008900             (EP-SEC-HASH (EP-CUR-SEC) * 31) + EP-LINE-HASH
008910     DIVIDE EP-HASH-WORK BY 1000000000 GIVING EP-HASH-Q
008920            REMAINDER EP-SEC-HASH (EP-CUR-SEC).
008930 2900-PUT-WORK-EXIT.
008940     EXIT.
008950*----------------------------------------------------------*
008960* 2950-CHECK-WINDOW - EP-TS AFTER THE PREVIOUS CLOSE AND    *
008970*                     NOT AFTER THIS ONE                    *
008980*----------------------------------------------------------*
008990 2950-CHECK-WINDOW.
009000     SET EP-OUT-OF-WINDOW TO TRUE
009010     IF EP-TS GREATER EP-FROM-TS AND
009020        EP-TS NOT GREATER EP-CLOSED-TS AND
009030        EP-TS NOT = SPACES
009040        SET EP-IN-WINDOW TO TRUE
009050     END-IF.
009060 2950-CHECK-WINDOW-EXIT.
009070     EXIT.
009080*----------------------------------------------------------*
009090* 3000-PRINT-PACK - CONTENTS PAGE, THE SECTIONS EACH FROM A *
009100*                   FRESH PAGE, THEN THE MANIFEST           *
009110*----------------------------------------------------------*
009120 3000-PRINT-PACK.
009130     MOVE 2 TO EP-NEXT-PAGE
009140     PERFORM VARYING EP-I FROM 1 BY 1
009150             UNTIL EP-I > EP-SEC-COUNT
009160        MOVE EP-NEXT-PAGE TO EP-SEC-PAGE (EP-I)
009170        COMPUTE EP-SEC-PAGES =
009180                (EP-SEC-LINES (EP-I) + 3 + EP-PAGE-BODY - 1)
009190                / EP-PAGE-BODY
009200        ADD EP-SEC-PAGES TO EP-NEXT-PAGE
009210     END-PERFORM
009220     MOVE EP-NEXT-PAGE TO EP-MAN-PAGE
009230     MOVE 0 TO EP-PACK-HASH
009240     PERFORM VARYING EP-I FROM 1 BY 1
009250             UNTIL EP-I > EP-SEC-COUNT
009260        COMPUTE EP-HASH-WORK =
009270                (EP-PACK-HASH * 31) + EP-SEC-HASH (EP-I)
009280        DIVIDE EP-HASH-WORK BY 1000000000 GIVING EP-HASH-Q
009290               REMAINDER EP-PACK-HASH
009300     END-PERFORM
009310     OPEN OUTPUT EVIDRPT
009320     MOVE 'I' TO RW-FUNC
009330     PERFORM 8900-RW-PUT
009340         THRU 8900-RW-PUT-EXIT
009350     PERFORM 3100-CONTENTS-PAGE
009360         THRU 3100-CONTENTS-PAGE-EXIT
009370     MOVE 0 TO EP-CUR-SEC
009380     OPEN INPUT EVIDWRK
009390     MOVE 'N' TO EP-EOF-SW
009400     PERFORM 3200-PRINT-WORK-LINE
009410         THRU 3200-PRINT-WORK-LINE-EXIT
009420         UNTIL EP-AT-EOF
009430     CLOSE EVIDWRK
009440     PERFORM 3400-NEW-PAGE
009450         THRU 3400-NEW-PAGE-EXIT
009460     PERFORM 3500-MANIFEST-PAGE
009470         THRU 3500-MANIFEST-PAGE-EXIT
009480     MOVE 'C' TO RW-FUNC
009490     PERFORM 8900-RW-PUT
009500         THRU 8900-RW-PUT-EXIT
009510     CLOSE EVIDRPT.
009520 3000-PRINT-PACK-EXIT.
009530     EXIT.
009540 3100-CONTENTS-PAGE.
009550     MOVE SPACES TO EP-LINE
009560     STRING 'COMPANY ' EP-REQ-COMPANY '  PERIOD ' EP-REQ-PERIOD
009570            '  CLOSED BY ' EP-CLOSED-BY ' AT '
009580            EP-CLOSED-TS (1:19)
009590            DELIMITED BY SIZE INTO EP-LINE
009600     PERFORM 3300-PRINT-LINE
009610         THRU 3300-PRINT-LINE-EXIT
009620     MOVE SPACES TO EP-LINE
009630     IF EP-PREV-PERIOD = 0
009640        STRING 'ACTIVITY COVERED: ALL RECORDS UP TO THIS CLOSE'
009650               DELIMITED BY SIZE INTO EP-LINE
009660     ELSE
009670        STRING 'ACTIVITY COVERED: AFTER THE CLOSE OF PERIOD '
009680               EP-PREV-PERIOD ' AT ' EP-FROM-TS (1:19)
009690               DELIMITED BY SIZE INTO EP-LINE
009700     END-IF
009710     PERFORM 3300-PRINT-LINE
009720         THRU 3300-PRINT-LINE-EXIT
009730     MOVE SPACES TO EP-LINE
009740     STRING 'PACK VERSION ' EP-VERSION '  ASSEMBLED '
009750            EP-NOW-TS (1:19)
009760            DELIMITED BY SIZE INTO EP-LINE
009770     PERFORM 3300-PRINT-LINE
009780         THRU 3300-PRINT-LINE-EXIT
009790     MOVE SPACES TO EP-LINE
009800     PERFORM 3300-PRINT-LINE
009810         THRU 3300-PRINT-LINE-EXIT
009820     MOVE 'CONTENTS' TO EP-LINE
009830     PERFORM 3300-PRINT-LINE
009840         THRU 3300-PRINT-LINE-EXIT
009850     MOVE SPACES TO EP-LINE
009860     STRING '  NO  SECTION                        SOURCE'
009870            '     LINES      PAGE'
009880            DELIMITED BY SIZE INTO EP-LINE
009890     PERFORM 3300-PRINT-LINE
009900         THRU 3300-PRINT-LINE-EXIT
009910     PERFORM VARYING EP-I FROM 1 BY 1
009920             UNTIL EP-I > EP-SEC-COUNT
009930        MOVE EP-I                 TO EP-TOC-NBR
009940        MOVE EP-SEC-TITLE  (EP-I) TO EP-TOC-TITLE
009950        MOVE EP-SEC-SOURCE (EP-I) TO EP-TOC-SOURCE
009960        MOVE EP-SEC-LINES  (EP-I) TO EP-TOC-LINES
009970        MOVE EP-SEC-PAGE   (EP-I) TO EP-TOC-PAGE
009980        MOVE EP-TOC-LINE TO EP-LINE
009990        PERFORM 3300-PRINT-LINE
010000            THRU 3300-PRINT-LINE-EXIT
010010     END-PERFORM
010020     MOVE SPACES TO EP-TOC-LINE
010030     MOVE 'HASH MANIFEST' TO EP-TOC-TITLE
010040     MOVE EP-MAN-PAGE TO EP-TOC-PAGE
010050     MOVE EP-TOC-LINE TO EP-LINE
010060     PERFORM 3300-PRINT-LINE
010070         THRU 3300-PRINT-LINE-EXIT.
010080 3100-CONTENTS-PAGE-EXIT.
010090     EXIT.
010100*----------------------------------------------------------*
010110* 3200-PRINT-WORK-LINE - A CHANGE OF SECTION STARTS A NEW   *
010120*                        PAGE UNDER THE SECTION HEADING     *
010130*----------------------------------------------------------*
010140 3200-PRINT-WORK-LINE.
010150     READ EVIDWRK
010160         AT END
010170            SET EP-AT-EOF TO TRUE
010180            GO TO 3200-PRINT-WORK-LINE-EXIT
010190     END-READ
010200     IF EVIDWRK-SECTION NOT = EP-CUR-SEC
010210        MOVE EVIDWRK-SECTION TO EP-CUR-SEC
010220        PERFORM 3400-NEW-PAGE
010230            THRU 3400-NEW-PAGE-EXIT
010240        MOVE EP-CUR-SEC TO EP-EDIT-A
010250        MOVE EP-SEC-COUNT TO EP-EDIT-B
010260        MOVE SPACES TO EP-LINE
010270        STRING 'SECTION' EP-EDIT-A ' OF' EP-EDIT-B ' - '
010280               EP-SEC-TITLE (EP-CUR-SEC)
010290               DELIMITED BY SIZE INTO EP-LINE
010300        PERFORM 3300-PRINT-LINE
010310            THRU 3300-PRINT-LINE-EXIT
010320        MOVE SPACES TO EP-LINE
010330        STRING 'SOURCE: ' EP-SEC-SOURCE (EP-CUR-SEC)
010340               DELIMITED BY SIZE INTO EP-LINE
010350        PERFORM 3300-PRINT-LINE
010360            THRU 3300-PRINT-LINE-EXIT
010370        MOVE SPACES TO EP-LINE
010380        PERFORM 3300-PRINT-LINE
010390            THRU 3300-PRINT-LINE-EXIT
010400     END-IF
010410     MOVE EVIDWRK-TEXT TO EP-LINE
010420     PERFORM 3300-PRINT-LINE
010430         THRU 3300-PRINT-LINE-EXIT.
010440 3200-PRINT-WORK-LINE-EXIT.
010450     EXIT.
010460 3300-PRINT-LINE.
010470     MOVE EP-LINE TO RW-LINE
010480     MOVE 'D' TO RW-FUNC
010490     PERFORM 8900-RW-PUT
010500         THRU 8900-RW-PUT-EXIT
010510     ADD 1 TO EP-PAGE-LINE
010520     IF EP-PAGE-LINE NOT LESS EP-PAGE-BODY
010530        MOVE 0 TO EP-PAGE-LINE
010540     END-IF.
010550 3300-PRINT-LINE-EXIT.
010560     EXIT.
010570*----------------------------------------------------------*
010580* 3400-NEW-PAGE - BLANK LINES TO THE FOOT OF THE PAGE, SO   *
010590*                 THE NEXT LINE IS THE FIRST OF A NEW ONE   *
010600*----------------------------------------------------------*
010610 3400-NEW-PAGE.
010620     MOVE SPACES TO EP-LINE
010630     PERFORM 3300-PRINT-LINE
010640         THRU 3300-PRINT-LINE-EXIT
010650         UNTIL EP-PAGE-LINE = 0.
010660 3400-NEW-PAGE-EXIT.
010670     EXIT.
010680 3500-MANIFEST-PAGE.
010690     MOVE 'HASH MANIFEST' TO EP-LINE
010700     PERFORM 3300-PRINT-LINE
010710         THRU 3300-PRINT-LINE-EXIT
010720     MOVE SPACES TO EP-LINE
010730     PERFORM 3300-PRINT-LINE
010740         THRU 3300-PRINT-LINE-EXIT
010750     MOVE SPACES TO EP-LINE
010760     STRING '  NO  SECTION                         LINES'
010770            '         HASH'
010780            DELIMITED BY SIZE INTO EP-LINE
010790     PERFORM 3300-PRINT-LINE
010800         THRU 3300-PRINT-LINE-EXIT
010810     PERFORM VARYING EP-I FROM 1 BY 1
010820             UNTIL EP-I > EP-SEC-COUNT
010830        MOVE EP-I                TO EP-MAN-NBR
010840        MOVE EP-SEC-TITLE (EP-I) TO EP-MAN-TITLE
010850        MOVE EP-SEC-LINES (EP-I) TO EP-MAN-LINES
010860        MOVE EP-SEC-HASH  (EP-I) TO EP-MAN-HASH
010870        MOVE EP-MAN-LINE TO EP-LINE
010880        PERFORM 3300-PRINT-LINE
010890            THRU 3300-PRINT-LINE-EXIT
010900     END-PERFORM
010910     MOVE SPACES TO EP-MAN-LINE
010920     MOVE 'PACK (SECTIONS IN ORDER)' TO EP-MAN-TITLE
010930     MOVE EP-PACK-HASH TO EP-MAN-HASH
010940     MOVE EP-MAN-LINE TO EP-LINE
010950     PERFORM 3300-PRINT-LINE
010960         THRU 3300-PRINT-LINE-EXIT
010970     MOVE SPACES TO EP-LINE
010980     PERFORM 3300-PRINT-LINE
010990         THRU 3300-PRINT-LINE-EXIT
011000     MOVE SPACES TO EP-LINE
011010     STRING 'REGISTERED ON EVIDREG AS ' EP-REQ-COMPANY '/'
011020            EP-REQ-PERIOD ' VERSION ' EP-VERSION
011030            DELIMITED BY SIZE INTO EP-LINE
011040     PERFORM 3300-PRINT-LINE
011050         THRU 3300-PRINT-LINE-EXIT.
011060 3500-MANIFEST-PAGE-EXIT.
011070     EXIT.
011080*----------------------------------------------------------*
011090* 4000-PUBLISH-PACK - THE PRINTED PACK THROUGH THE SPOOL TO *
011100*                     A PDF, AS GXFSPLA DOES, AND A TEXT    *
011110*                     TWIN BESIDE IT FOR VERIFICATION       *
011120*----------------------------------------------------------*
011130 4000-PUBLISH-PACK.
011140     MOVE SPACES TO EP-STEM
011150     STRING '/GXSPOOL/EVIDPACK/EVIDPACK-' EP-REQ-COMPANY '-'
011160            EP-REQ-PERIOD '-' EP-GENTAG
011170            DELIMITED BY SIZE INTO EP-STEM
011180     MOVE SPACES TO EP-PDF-PATH
011190     STRING EP-STEM DELIMITED BY SPACE
011200            '.PDF'  DELIMITED BY SIZE
011210            INTO EP-PDF-PATH
011220     MOVE SPACES TO EP-TXT-PATH
011230     STRING EP-STEM DELIMITED BY SPACE
011240            '.TXT'  DELIMITED BY SIZE
011250            INTO EP-TXT-PATH
011260     MOVE 1 TO EP-CMD-PTR
011270     MOVE SPACES TO EP-CMD
011280     STRING 'QSH CMD(''mkdir -p /GXSPOOL/EVIDPACK'')'
011290            DELIMITED BY SIZE INTO EP-CMD
011300            POINTER EP-CMD-PTR
011310     PERFORM 8800-RUN-COMMAND
011320         THRU 8800-RUN-COMMAND-EXIT
011330     MOVE 1 TO EP-CMD-PTR
011340     MOVE SPACES TO EP-CMD
011350     STRING 'OVRPRTF FILE(QSYSPRT) SPLFNAME(EVIDPACK)'
011360            DELIMITED BY SIZE INTO EP-CMD
011370            POINTER EP-CMD-PTR
011380     PERFORM 8800-RUN-COMMAND
011390         THRU 8800-RUN-COMMAND-EXIT
011400     MOVE 1 TO EP-CMD-PTR
011410     MOVE SPACES TO EP-CMD
011420     STRING 'CPYF FROMFILE(EVIDRPT) TOFILE(QSYSPRT)'
011430            DELIMITED BY SIZE INTO EP-CMD
011440            POINTER EP-CMD-PTR
011450     PERFORM 8800-RUN-COMMAND
011460         THRU 8800-RUN-COMMAND-EXIT
011470     MOVE 1 TO EP-CMD-PTR
011480     MOVE SPACES TO EP-CMD
011490     STRING 'DLTOVR FILE(QSYSPRT)'
011500            DELIMITED BY SIZE INTO EP-CMD
011510            POINTER EP-CMD-PTR
011520     PERFORM 8800-RUN-COMMAND
011530         THRU 8800-RUN-COMMAND-EXIT
011540     MOVE 1 TO EP-CMD-PTR
011550     MOVE SPACES TO EP-CMD
011560     STRING 'CPYSPLF FILE(EVIDPACK) TOFILE(QTEMP/EVIDPDF) '
011570            'SPLNBR(*LAST) MBROPT(*REPLACE) WSCST(*PDF)'
011580            DELIMITED BY SIZE INTO EP-CMD
011590            POINTER EP-CMD-PTR
011600     PERFORM 8800-RUN-COMMAND
011610         THRU 8800-RUN-COMMAND-EXIT
011620     MOVE 1 TO EP-CMD-PTR
011630     MOVE SPACES TO EP-CMD
011640     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB/EVIDPDF.FILE'
011650            '/EVIDPDF.MBR'') TOSTMF('''
011660                           DELIMITED BY SIZE
011670            EP-PDF-PATH    DELIMITED BY SPACE
011680            ''') STMFOPT(*REPLACE)'
011690                           DELIMITED BY SIZE
011700            INTO EP-CMD
011710            POINTER EP-CMD-PTR
011720     PERFORM 8800-RUN-COMMAND
011730         THRU 8800-RUN-COMMAND-EXIT
011740     MOVE 1 TO EP-CMD-PTR
011750     MOVE SPACES TO EP-CMD
011760     STRING 'CPYF FROMFILE(EVIDRPT) TOFILE(QTEMP/EVIDTXT) '
011770            'MBROPT(*REPLACE) CRTFILE(*YES)'
011780            DELIMITED BY SIZE INTO EP-CMD
011790            POINTER EP-CMD-PTR
011800     PERFORM 8800-RUN-COMMAND
011810         THRU 8800-RUN-COMMAND-EXIT
011820     MOVE 1 TO EP-CMD-PTR
011830     MOVE SPACES TO EP-CMD
011840     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB/EVIDTXT.FILE'
011850            '/EVIDTXT.MBR'') TOSTMF('''
011860                           DELIMITED BY SIZE
011870            EP-TXT-PATH    DELIMITED BY SPACE
011880            ''') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
011890                           DELIMITED BY SIZE
011900            INTO EP-CMD
011910            POINTER EP-CMD-PTR
011920     PERFORM 8800-RUN-COMMAND
011930         THRU 8800-RUN-COMMAND-EXIT.
011940 4000-PUBLISH-PACK-EXIT.
011950     EXIT.
011960*----------------------------------------------------------*
011970* 5000-REGISTER-PACK - THE EVIDREG ROW THAT LATER COPIES    *
011980*                      ARE PROVED AGAINST                   *
011990*----------------------------------------------------------*
012000 5000-REGISTER-PACK.
012010     MOVE EP-REQ-COMPANY TO EVIDREG-COMPANY
012020     MOVE EP-REQ-PERIOD  TO EVIDREG-PERIOD
012030     MOVE EP-VERSION     TO EVIDREG-VERSION
012040     MOVE EP-NOW-TS      TO EVIDREG-TS
012050     MOVE EP-CLOSED-BY   TO EVIDREG-CLOSED-BY
012060     MOVE EP-CLOSED-TS   TO EVIDREG-CLOSED-TS
012070     IF EP-PREV-PERIOD = 0
012080        MOVE SPACES      TO EVIDREG-FROM-TS
012090     ELSE
012100        MOVE EP-FROM-TS  TO EVIDREG-FROM-TS
012110     END-IF
012120     MOVE EP-PDF-PATH    TO EVIDREG-PDF-PATH
012130     MOVE EP-TXT-PATH    TO EVIDREG-TXT-PATH
012140     MOVE EP-SEC-COUNT   TO EVIDREG-SECTIONS
012150     PERFORM VARYING EP-I FROM 1 BY 1
012160             UNTIL EP-I > EP-SEC-COUNT
012170        MOVE EP-SEC-LINES (EP-I) TO EVIDREG-SEC-LINES (EP-I)
012180        MOVE EP-SEC-HASH  (EP-I) TO EVIDREG-SEC-HASH  (EP-I)
012190     END-PERFORM
012200     MOVE EP-PACK-HASH   TO EVIDREG-PACK-HASH
012210     MOVE EP-DOC-LINES   TO EVIDREG-DOC-LINES
012220     MOVE EP-DOC-HASH    TO EVIDREG-DOC-HASH
012230     WRITE EVIDREG-RECORD
012240        INVALID KEY CONTINUE
012250     END-WRITE.
012260 5000-REGISTER-PACK-EXIT.
012270     EXIT.
012280*----------------------------------------------------------*
012290* 8000-NOT-CLOSED - NO PACK FOR A PERIOD CLOSECHK REFUSED;  *
012300*                   THE ONE-LINE REPORT SAYS WHY            *
012310*----------------------------------------------------------*
012320 8000-NOT-CLOSED.
012330     OPEN OUTPUT EVIDRPT
012340     MOVE 'I' TO RW-FUNC
012350     PERFORM 8900-RW-PUT
012360         THRU 8900-RW-PUT-EXIT
012370     MOVE SPACES TO RW-LINE
012380     STRING 'PERIOD NOT CLOSED ON CLOSESTAT - NO EVIDENCE PACK'
012390            DELIMITED BY SIZE INTO RW-LINE
012400     MOVE 'T' TO RW-FUNC
012410     PERFORM 8900-RW-PUT
012420         THRU 8900-RW-PUT-EXIT
012430     MOVE 'C' TO RW-FUNC
012440     PERFORM 8900-RW-PUT
012450         THRU 8900-RW-PUT-EXIT
012460     CLOSE EVIDRPT
012470     CLOSE CLOSEREQ
012480     CLOSE CLOSESTAT
012490     CLOSE EVIDREG.
012500 8000-NOT-CLOSED-EXIT.
012510     EXIT.
012511*----------------------------------------------------------*
012512* 8100-OUT-OF-SCOPE - NO PACK FOR A COMPANY OUTSIDE THE     *
012513*                     DATA SCOPE OF THE CLOSEREQ USER; THE  *
012514*                     ONE-LINE REPORT SAYS SO               *
012515*----------------------------------------------------------*
012516 8100-OUT-OF-SCOPE.
012517     OPEN OUTPUT EVIDRPT
012518     MOVE 'I' TO RW-FUNC
012519     PERFORM 8900-RW-PUT
012520         THRU 8900-RW-PUT-EXIT
012521     MOVE SPACES TO RW-LINE
012522     STRING 'COMPANY ' EP-REQ-COMPANY
012523            ' IS OUTSIDE THE DATA SCOPE - NO EVIDENCE PACK'
012524            DELIMITED BY SIZE INTO RW-LINE
012525     MOVE 'T' TO RW-FUNC
012526     PERFORM 8900-RW-PUT
012527         THRU 8900-RW-PUT-EXIT
012528     MOVE 'C' TO RW-FUNC
012529     PERFORM 8900-RW-PUT
012530         THRU 8900-RW-PUT-EXIT
012531     CLOSE EVIDRPT
012532     CLOSE CLOSEREQ
012533     CLOSE CLOSESTAT
012534     CLOSE EVIDREG.
012535 8100-OUT-OF-SCOPE-EXIT.
012536     EXIT.
012537*----------------------------------------------------------*
012538* 8500-HASH-LINE - BYTE SUM OF THE EIGHTY POSITIONS         *
012540*----------------------------------------------------------*
012550 8500-HASH-LINE.
012560     MOVE 0 TO EP-LINE-HASH
012570     PERFORM VARYING EP-J FROM 1 BY 1
012580             UNTIL EP-J > 80
012590        MOVE LOW-VALUE TO EP-BYTE-PAIR
012600        MOVE EP-HASH-LINE (EP-J:1) TO EP-BYTE-CHAR
012610        ADD EP-BYTE-NUM TO EP-LINE-HASH
012620     END-PERFORM.
012630 8500-HASH-LINE-EXIT.
012640     EXIT.
012650 8800-RUN-COMMAND.
012660     COMPUTE EP-CMDLEN = EP-CMD-PTR - 1
012670     MOVE 'EVIDPACK' TO CX-CALLER
012680     MOVE EP-CMD     TO CX-CMD
012690     MOVE EP-CMDLEN  TO CX-CMDLEN
012700     CALL 'GXCMDX' USING CX-CTL.
012710 8800-RUN-COMMAND-EXIT.
012720     EXIT.
012730*----------------------------------------------------------*
012740* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN    *
012750*               WRITE WHATEVER IT HANDED BACK; EVERY LINE   *
012760*               WRITTEN GOES INTO THE DOCUMENT HASH         *
012770*----------------------------------------------------------*
012780 8900-RW-PUT.
012790     CALL 'GXRPTW' USING RW-CTL RW-OUT
012800     PERFORM VARYING RW-X FROM 1 BY 1
012810             UNTIL RW-X > RW-OUT-COUNT
012820        WRITE EVIDRPT-LINE FROM RW-OUT-LINE (RW-X)
012830        ADD 1 TO EP-DOC-LINES
012840        MOVE RW-OUT-LINE (RW-X) TO EP-HASH-LINE
012850        PERFORM 8500-HASH-LINE
012860            THRU 8500-HASH-LINE-EXIT
012870        COMPUTE EP-HASH-WORK = (EP-DOC-HASH * 31) + EP-LINE-HASH
012880        DIVIDE EP-HASH-WORK BY 1000000000 GIVING EP-HASH-Q
012890               REMAINDER EP-DOC-HASH
012900     END-PERFORM.
012910 8900-RW-PUT-EXIT.
012920     EXIT.
012930*----------------------------------------------------------*
012940* 9000-TERMINATE - CLOSE FILES                              *
012950*----------------------------------------------------------*
012960 9000-TERMINATE.
012970     CLOSE CLOSEREQ
012980     CLOSE CLOSESTAT
012990     CLOSE EVIDREG.
013000 9000-TERMINATE-EXIT.
013010     EXIT.
013020 9999-EXIT.
013030     STOP RUN.
