000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUBJSCAN.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - DATA-SUBJECT LOCATE  *
000100*                   AND PSEUDONYMIZE SERVICE.  THE DRIVING  *
000110*                   CL RUNS IT ONCE PER FILE THAT MAY HOLD  *
000120*                   THE SUBJECT - EACH MASTER FILE, ITS     *
000130*                   ARCSWEEP ARCHIVE COPY (SAME LAYOUT, SO  *
000140*                   THE SAME DICTIONARY ROWS), CHGHIST,     *
000150*                   ATTLINK, MSGLOG AND AUDITLOG - WITH     *
000160*                   SUBJIN OVERRIDDEN TO THAT FILE AND ONE  *
000170*                   SUBJCTL ROW NAMING THE SUBJECT, THE     *
000180*                   PASS AND THE FILE.  THE FLDDICT ROWS    *
000190*                   FLAGGED AS PERSONAL DATA SAY WHERE TO   *
000200*                   LOOK.  PASS L LISTS EVERY HIT ON THE    *
000210*                   SUBJECT-ACCESS LISTING; PASS P ALSO     *
000220*                   WRITES SUBJOUT WITH THE HIT RECORDS'    *
000230*                   PERSONAL FIELDS SCRAMBLED BY THEIR      *
000240*                   FLDDICT MASK STYLE (THE TESTMASK        *
000250*                   ROUTINES) FOR THE CL TO SWAP BACK THE   *
000260*                   LOGPURGE WAY - BUT ONLY ONCE A SECOND   *
000270*                   USER HAS APPROVED IT ON THE PENDAPPR    *
000280*                   FOUR-EYES QUEUE.  EVERY PASS IS LOGGED  *
000290*                   TO AUDITLOG AND CERTIFIED ON SUBJCERT,  *
000300*                   ONE ROW PER FIELD CHANGED               *
000302*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE DATA     *
000304*                   OWNER GXDQREG ASSIGNS ISSUES TO         *
000306*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000308*                   VERIFICATION FLAG                       *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-ISERIES.
000350 OBJECT-COMPUTER.   IBM-ISERIES.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SUBJCTL    ASSIGN TO DATABASE-SUBJCTL
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS SJ-FS-SUBJCTL.
000410     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS  IS SJ-FS-FLDDICT.
000440     SELECT SUBJIN     ASSIGN TO DATABASE-SUBJIN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS  IS SJ-FS-SUBJIN.
000470     SELECT SUBJOUT    ASSIGN TO DATABASE-SUBJOUT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS SJ-FS-SUBJOUT.
000500     SELECT PENDAPPR   ASSIGN TO DATABASE-PENDAPPR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE  IS DYNAMIC
000530         RECORD KEY   IS PENDAPPR-NBR
000540         FILE STATUS  IS SJ-FS-PENDAPPR.
000550     SELECT NBRASGN    ASSIGN TO DATABASE-NBRASGN
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS RANDOM
000580         RECORD KEY   IS NBRASGN-SERIES
000590         FILE STATUS  IS SJ-FS-NBRASGN.
000600     SELECT NBRLOG     ASSIGN TO DATABASE-NBRLOG
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS  IS SJ-FS-NBRLOG.
000630     SELECT SUBJCERT   ASSIGN TO DATABASE-SUBJCERT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS  IS SJ-FS-SUBJCERT.
000660     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS  IS SJ-FS-AUDITLOG.
000690     SELECT SUBJRPT    ASSIGN TO DATABASE-SUBJRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS  IS SJ-FS-SUBJRPT.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------*
000750* ONE ROW PER RUN.  PASS L = LOCATE AND LIST, P = ALSO      *
000760* PSEUDONYMIZE.  FILE IS THE DICTIONARY NAME OF THE LAYOUT, *
000770* SOURCE THE FILE ACTUALLY READ (THE ARCHIVE FOR AN ARCHIVE *
000780* RUN).  LAST = Y ON THE FINAL FILE OF THE REQUEST - THAT   *
000790* RUN USES UP THE APPROVAL                                  *
000800*----------------------------------------------------------*
000810 FD  SUBJCTL.
000820 01  SUBJCTL-RECORD.
000830     05 SUBJCTL-SUBJECT          PIC  X(030).
000840     05 SUBJCTL-PASS             PIC  X(001).
000850        88 SUBJCTL-LOCATE                        VALUE 'L'.
000860        88 SUBJCTL-PSEUDONYMIZE                  VALUE 'P'.
000870     05 SUBJCTL-FILE             PIC  X(010).
000880     05 SUBJCTL-SOURCE           PIC  X(010).
000890     05 SUBJCTL-USER             PIC  X(010).
000900     05 SUBJCTL-LAST             PIC  X(001).
000910 FD  FLDDICT.
000920 01  FLDDICT-RECORD.
000930     05 FLDDICT-KEY.
000940        10 FLDDICT-FILE          PIC  X(010).
000950        10 FLDDICT-FIELD         PIC  X(010).
000960     05 FLDDICT-POS              PIC  9(003).
000970     05 FLDDICT-LEN              PIC  9(003).
000980     05 FLDDICT-TYPE             PIC  X(001).
000990     05 FLDDICT-DESC             PIC  X(030).
001000     05 FLDDICT-DOMAIN           PIC  X(020).
001010     05 FLDDICT-MASK             PIC  X(001).
001020     05 FLDDICT-PERSONAL         PIC  X(001).
001025     05 FLDDICT-OWNER            PIC  X(010).
001027     05 FLDDICT-REKEY            PIC  X(001).
001030 FD  SUBJIN.
001040 01  SUBJIN-RECORD               PIC  X(512).
001050 FD  SUBJOUT.
001060 01  SUBJOUT-RECORD              PIC  X(512).
001070 FD  PENDAPPR.
001080 01  PENDAPPR-RECORD.
001090     05 PENDAPPR-NBR             PIC  9(007).
001100     05 PENDAPPR-PGM             PIC  X(010).
001110     05 PENDAPPR-ACTION          PIC  X(001).
001120     05 PENDAPPR-KEY             PIC  X(030).
001130     05 PENDAPPR-REQ-USER        PIC  X(010).
001140     05 PENDAPPR-REQ-TS          PIC  X(026).
001150     05 PENDAPPR-STATUS          PIC  X(001).
001160        88 PENDAPPR-PENDING                      VALUE 'P'.
001170        88 PENDAPPR-APPROVED-ST                  VALUE 'A'.
001180        88 PENDAPPR-REJECTED-ST                  VALUE 'R'.
001190     05 PENDAPPR-APPR-USER       PIC  X(010).
001200     05 PENDAPPR-APPR-TS         PIC  X(026).
001210 FD  NBRASGN.
001220 01  NBRASGN-RECORD.
001230     05 NBRASGN-SERIES           PIC  X(010).
001240     05 NBRASGN-PREFIX           PIC  X(004).
001250     05 NBRASGN-NEXTNBR          PIC  9(009).
001260     05 NBRASGN-ROLLOVER         PIC  9(009).
001270 FD  NBRLOG.
001280 01  NBRLOG-RECORD.
001290     05 NBRLOG-SERIES            PIC  X(010).
001300     05 NBRLOG-NBR               PIC  9(009).
001310     05 NBRLOG-TIMESTAMP         PIC  X(026).
001320     05 NBRLOG-USER              PIC  X(010).
001330     05 NBRLOG-PGM               PIC  X(010).
001340*----------------------------------------------------------*
001350* THE CERTIFICATE.  KIND S = ONE SUMMARY ROW PER PASS OVER  *
001360* A FILE; KIND F = ONE ROW PER FIELD OVERWRITTEN, BY RECORD *
001370* NUMBER WITHIN THE SOURCE FILE                             *
001380*----------------------------------------------------------*
001390 FD  SUBJCERT.
001400 01  SUBJCERT-RECORD.
001410     05 SUBJCERT-TS              PIC  X(026).
001420     05 SUBJCERT-SUBJECT         PIC  X(030).
001430     05 SUBJCERT-PASS            PIC  X(001).
001440     05 SUBJCERT-KIND            PIC  X(001).
001450        88 SUBJCERT-SUMMARY                      VALUE 'S'.
001460        88 SUBJCERT-FIELD-ROW                    VALUE 'F'.
001470     05 SUBJCERT-FILE            PIC  X(010).
001480     05 SUBJCERT-SOURCE          PIC  X(010).
001490     05 SUBJCERT-RECNO           PIC  9(009).
001500     05 SUBJCERT-FIELD           PIC  X(010).
001510     05 SUBJCERT-POS             PIC  9(003).
001520     05 SUBJCERT-LEN             PIC  9(003).
001530     05 SUBJCERT-STYLE           PIC  X(001).
001540     05 SUBJCERT-READ            PIC  9(009).
001550     05 SUBJCERT-MATCHED         PIC  9(009).
001560     05 SUBJCERT-CHANGED         PIC  9(009).
001570     05 SUBJCERT-USER            PIC  X(010).
001580     05 SUBJCERT-APPROVER        PIC  X(010).
001590 FD  AUDITLOG.
001600 01  AUDITLOG-RECORD.
001610     05 AUDITLOG-TIMESTAMP       PIC  X(026).
001620     05 AUDITLOG-JOB             PIC  X(010).
001630     05 AUDITLOG-PGM             PIC  X(010).
001640     05 AUDITLOG-FILE            PIC  X(010).
001650     05 AUDITLOG-OPER            PIC  X(006).
001660     05 AUDITLOG-STATUS          PIC  X(002).
001670     05 AUDITLOG-CHECK           PIC  9(009).
001680 FD  SUBJRPT.
001690 01  SUBJRPT-LINE                PIC  X(080).
001700 WORKING-STORAGE SECTION.
001710 77  SJ-FS-SUBJCTL               PIC  X(002).
001720 77  SJ-FS-FLDDICT               PIC  X(002).
001730 77  SJ-FS-SUBJIN                PIC  X(002).
001740 77  SJ-FS-SUBJOUT               PIC  X(002).
001750 77  SJ-FS-PENDAPPR              PIC  X(002).
001760 77  SJ-FS-NBRASGN               PIC  X(002).
001770 77  SJ-FS-NBRLOG                PIC  X(002).
001780 77  SJ-FS-SUBJCERT              PIC  X(002).
001790 77  SJ-FS-AUDITLOG              PIC  X(002).
001800 77  SJ-FS-SUBJRPT               PIC  X(002).
001810 77  SJ-EOF-SW                   PIC  X(001)     VALUE 'N'.
001820     88 SJ-AT-EOF                                VALUE 'Y'.
001830 77  SJ-RUN-SW                   PIC  X(001)     VALUE 'Y'.
001840     88 SJ-RUN-OK                                VALUE 'Y'.
001850     88 SJ-RUN-REFUSED                           VALUE 'N'.
001860*----------------------------------------------------------*
001870* RELEASE STATE OF A PASS P RUN: R = APPROVED BY A SECOND   *
001880* USER, FIELDS ARE OVERWRITTEN; W = WAITING FOR APPROVAL,   *
001890* SUBJOUT IS AN UNCHANGED COPY                              *
001900*----------------------------------------------------------*
001910 77  SJ-RELEASE-SW               PIC  X(001)     VALUE 'W'.
001920     88 SJ-RELEASED                              VALUE 'R'.
001930     88 SJ-WAITING                               VALUE 'W'.
001940 77  SJ-PEND-SW                  PIC  X(001)     VALUE 'N'.
001950     88 SJ-PEND-ON-FILE                          VALUE 'Y'.
001960 77  SJ-APPR-SCAN-SW             PIC  X(001).
001970     88 SJ-APPR-SCAN-EOF                         VALUE 'Y'.
001980     88 SJ-APPR-SCAN-NOT-EOF                     VALUE 'N'.
001990 77  SJ-HIT-SW                   PIC  X(001).
002000     88 SJ-HIT                                   VALUE 'Y'.
002010     88 SJ-NO-HIT                                VALUE 'N'.
002020 77  SJ-APPR-NBR                 PIC  9(007)        VALUE 0.
002030 01  SJ-APPR-USER                PIC  X(010)     VALUE SPACES.
002040 77  SJ-SUBJ-LEN                 PIC S9(004) COMP-3.
002050 77  SJ-I                        PIC S9(004) COMP-3.
002060 77  SJ-J                        PIC S9(004) COMP-3.
002070 77  SJ-J-LAST                   PIC S9(004) COMP-3.
002080 77  SJ-RECNO                    PIC S9(009) COMP-3 VALUE 0.
002090 77  SJ-MATCHED                  PIC S9(009) COMP-3 VALUE 0.
002100 77  SJ-CHANGED                  PIC S9(009) COMP-3 VALUE 0.
002110 77  SJ-FLD-COUNT                PIC S9(003) COMP-3 VALUE 0.
002120 77  SJ-MAX-FLDS                 PIC S9(003) COMP-3 VALUE 40.
002130*----------------------------------------------------------*
002140* THE FILE'S PERSONAL-DATA FIELDS FROM THE DICTIONARY       *
002150*----------------------------------------------------------*
002160 01  SJ-FLD-TABLE.
002170     05 SJ-FLD-ENTRY OCCURS 40 TIMES.
002180        10 SJ-FL-FIELD           PIC  X(010).
002190        10 SJ-FL-POS             PIC  9(003).
002200        10 SJ-FL-LEN             PIC  9(003).
002210        10 SJ-FL-TYPE            PIC  X(001).
002220        10 SJ-FL-DESC            PIC  X(030).
002230        10 SJ-FL-STYLE           PIC  X(001).
002240 01  SJ-WORK-RECORD              PIC  X(512).
002250*----------------------------------------------------------*
002260* THE SITE ROTATION AND CHECK-DIGIT FIELDS OF THE TESTMASK  *
002270* SCRAMBLE, SO A PSEUDONYM HERE MATCHES THE ONE THE TEST    *
002280* REFRESH GIVES THE SAME VALUE                              *
002290*----------------------------------------------------------*
002300 77  SJ-ROTATE                   PIC S9(003) COMP-3 VALUE 7.
002310 01  SJ-CHAR                     PIC  X(001).
002320 77  SJ-ORD                      PIC S9(003) COMP-3.
002330 77  SJ-Q                        PIC S9(003) COMP-3.
002340 77  SJ-LUHN-SUM                 PIC S9(009) COMP-3.
002350 77  SJ-LUHN-D                   PIC S9(003) COMP-3.
002360 77  SJ-LUHN-W                   PIC S9(003) COMP-3.
002370 77  SJ-FLD-POS                  PIC S9(004) COMP-3.
002380 77  SJ-FLD-LEN                  PIC S9(004) COMP-3.
002390 77  SJ-J-START                  PIC S9(004) COMP-3.
002400 01  SJ-DIGIT-A                  PIC  9(001).
002410 01  SJ-ALPHA-UC                 PIC  X(026)
002420                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002430 01  SJ-ALPHA-LC                 PIC  X(026)
002440                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
002450 01  SJ-DIGITS                   PIC  X(010)
002460                                 VALUE '0123456789'.
002470 01  SJ-TODAY-DATE.
002480     05 SJ-TODAY-YY              PIC  9(004).
002490     05 SJ-TODAY-MM              PIC  9(002).
002500     05 SJ-TODAY-DD              PIC  9(002).
002510 01  SJ-NOW-TIME.
002520     05 SJ-NOW-HH                PIC  9(002).
002530     05 SJ-NOW-MIN               PIC  9(002).
002540     05 SJ-NOW-SS                PIC  9(002).
002550     05 SJ-NOW-HS                PIC  9(002).
002560 01  SJ-NOW-TS                   PIC  X(026).
002570 01  SJ-AUD-OPER                 PIC  X(006).
002580 01  SJ-AUD-FILE                 PIC  X(010).
002590 01  SJ-AUD-BYTE-PAIR.
002600     05 FILLER                   PIC  X(001).
002610     05 SJ-AUD-BYTE-CHAR         PIC  X(001).
002620 01  SJ-AUD-BYTE-NUM REDEFINES SJ-AUD-BYTE-PAIR
002630                                 PIC S9(004) COMP-4.
002640 77  SJ-AUD-I                    PIC S9(003) COMP-3.
002650 01  SJ-HDG-LINE-1.
002660     05 FILLER                   PIC  X(025)
002670                VALUE 'SUBJECT ACCESS LISTING - '.
002680     05 SJ-HDG-SUBJECT           PIC  X(030).
002690     05 FILLER                   PIC  X(007) VALUE '  PASS '.
002700     05 SJ-HDG-PASS              PIC  X(001).
002710     05 FILLER                   PIC  X(017) VALUE SPACES.
002720 01  SJ-HDG-LINE-2.
002730     05 FILLER                   PIC  X(008) VALUE 'SOURCE '.
002740     05 SJ-HDG-SOURCE            PIC  X(010).
002750     05 FILLER                   PIC  X(013)
002760                VALUE '  DICTIONARY '.
002770     05 SJ-HDG-FILE              PIC  X(010).
002780     05 FILLER                   PIC  X(039) VALUE SPACES.
002790 01  SJ-HDG-LINE-3.
002800     05 FILLER                   PIC  X(010) VALUE '   RECORD'.
002810     05 FILLER                   PIC  X(011) VALUE 'FIELD'.
002820     05 FILLER                   PIC  X(021) VALUE 'DESCRIPTION'.
002830     05 FILLER                   PIC  X(002) VALUE 'M'.
002840     05 FILLER                   PIC  X(036) VALUE 'VALUE HELD'.
002850 01  SJ-DTL-LINE.
002860     05 SJ-DTL-RECNO             PIC  Z(008)9.
002870     05 FILLER                   PIC  X(001) VALUE SPACES.
002880     05 SJ-DTL-FIELD             PIC  X(010).
002890     05 FILLER                   PIC  X(001) VALUE SPACES.
002900     05 SJ-DTL-DESC              PIC  X(020).
002910     05 FILLER                   PIC  X(001) VALUE SPACES.
002920     05 SJ-DTL-MASKED            PIC  X(001).
002930     05 FILLER                   PIC  X(001) VALUE SPACES.
002940     05 SJ-DTL-VALUE             PIC  X(036).
002950 01  SJ-MSG-LINE                 PIC  X(080).
002960 01  SJ-SUM-LINE.
002970     05 FILLER           PIC X(016) VALUE 'RECORDS READ:'.
002980     05 SJ-SUM-READ              PIC  ZZZ,ZZZ,ZZ9.
002990     05 FILLER                   PIC  X(012) VALUE '  MATCHED:'.
003000     05 SJ-SUM-MATCHED           PIC  ZZZ,ZZZ,ZZ9.
003010     05 FILLER           PIC X(019) VALUE '  FIELDS CHANGED:'.
003020     05 SJ-SUM-CHANGED           PIC  ZZZ,ZZ9.
003030     05 FILLER                   PIC  X(004) VALUE SPACES.
003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070         THRU 1000-INITIALIZE-EXIT
003080     IF SJ-RUN-OK
003090        PERFORM 1100-LOAD-FIELDS
003100            THRU 1100-LOAD-FIELDS-EXIT
003110     END-IF
003120     IF SJ-RUN-OK AND SUBJCTL-PSEUDONYMIZE
003130        PERFORM 1500-CHECK-APPROVAL
003140            THRU 1500-CHECK-APPROVAL-EXIT
003150     END-IF
003160     IF SJ-RUN-OK
003170        PERFORM 2000-SCAN-SOURCE
003180            THRU 2000-SCAN-SOURCE-EXIT
003190        PERFORM 3000-CERTIFY-PASS
003200            THRU 3000-CERTIFY-PASS-EXIT
003210     END-IF
003220     IF SJ-RUN-OK AND SJ-APPR-NBR > 0 AND SUBJCTL-LAST = 'Y'
003230        PERFORM 3500-CONSUME-APPROVAL
003240            THRU 3500-CONSUME-APPROVAL-EXIT
003250     END-IF
003260     PERFORM 9000-TERMINATE
003270         THRU 9000-TERMINATE-EXIT
003280     GO TO 9999-EXIT.
003290*----------------------------------------------------------*
003300* 1000-INITIALIZE - READ THE CONTROL ROW, OPEN THE FILES    *
003310*                   THE PASS NEEDS, START THE LISTING.  THE *
003320*                   LISTING AND CERTIFICATE ARE EXTENDED SO *
003330*                   THE RUNS OF ONE REQUEST BUILD ONE OF    *
003340*                   EACH                                    *
003350*----------------------------------------------------------*
003360 1000-INITIALIZE.
003370     OPEN INPUT  SUBJCTL
003380     OPEN EXTEND SUBJRPT
003390     ACCEPT SJ-TODAY-DATE FROM DATE YYYYMMDD
003400     ACCEPT SJ-NOW-TIME   FROM TIME
003410     MOVE SPACES TO SJ-NOW-TS
003420     STRING SJ-TODAY-YY '-' SJ-TODAY-MM '-' SJ-TODAY-DD '-'
003430            SJ-NOW-HH '.' SJ-NOW-MIN '.' SJ-NOW-SS '.000000'
003440            DELIMITED BY SIZE INTO SJ-NOW-TS
003450     READ SUBJCTL
003460         AT END
003470            MOVE 'NO SUBJCTL ROW - NOTHING TO DO' TO SJ-MSG-LINE
003480            WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
003490            SET SJ-RUN-REFUSED TO TRUE
003500            GO TO 1000-INITIALIZE-EXIT
003510     END-READ
003520     IF NOT SUBJCTL-LOCATE AND NOT SUBJCTL-PSEUDONYMIZE
003530        MOVE 'SUBJCTL PASS MUST BE L OR P' TO SJ-MSG-LINE
003540        WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
003550        SET SJ-RUN-REFUSED TO TRUE
003560        GO TO 1000-INITIALIZE-EXIT
003570     END-IF
003580     PERFORM VARYING SJ-SUBJ-LEN FROM 30 BY -1
003590             UNTIL SJ-SUBJ-LEN < 1 OR
003600                   SUBJCTL-SUBJECT (SJ-SUBJ-LEN:1) NOT = SPACE
003610        CONTINUE
003620     END-PERFORM
003630     IF SJ-SUBJ-LEN < 1
003640        MOVE 'SUBJCTL SUBJECT IDENTIFIER IS BLANK' TO SJ-MSG-LINE
003650        WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
003660        SET SJ-RUN-REFUSED TO TRUE
003670        GO TO 1000-INITIALIZE-EXIT
003680     END-IF
003690     IF SUBJCTL-SOURCE = SPACES
003700        MOVE SUBJCTL-FILE TO SUBJCTL-SOURCE
003710     END-IF
003720     OPEN INPUT  FLDDICT
003730     OPEN INPUT  SUBJIN
003740     OPEN EXTEND SUBJCERT
003750     OPEN EXTEND AUDITLOG
003760     IF SUBJCTL-PSEUDONYMIZE
003770        OPEN OUTPUT SUBJOUT
003780        OPEN I-O    PENDAPPR
003790        OPEN I-O    NBRASGN
003800        OPEN EXTEND NBRLOG
003810     END-IF
003820     MOVE SUBJCTL-SUBJECT TO SJ-HDG-SUBJECT
003830     MOVE SUBJCTL-PASS    TO SJ-HDG-PASS
003840     MOVE SUBJCTL-SOURCE  TO SJ-HDG-SOURCE
003850     MOVE SUBJCTL-FILE    TO SJ-HDG-FILE
003860     WRITE SUBJRPT-LINE FROM SJ-HDG-LINE-1
003870     WRITE SUBJRPT-LINE FROM SJ-HDG-LINE-2
003880     WRITE SUBJRPT-LINE FROM SJ-HDG-LINE-3.
003890 1000-INITIALIZE-EXIT.
003900     EXIT.
003910*----------------------------------------------------------*
003920* 1100-LOAD-FIELDS - THE DICTIONARY ROWS OF THE FILE THAT   *
003930*                    ARE FLAGGED AS PERSONAL DATA           *
003940*----------------------------------------------------------*
003950 1100-LOAD-FIELDS.
003960     MOVE 'N' TO SJ-EOF-SW
003970     PERFORM 1110-READ-FLDDICT
003980         THRU 1110-READ-FLDDICT-EXIT
003990         UNTIL SJ-AT-EOF
004000     IF SJ-FLD-COUNT = 0
004010        MOVE SPACES TO SJ-MSG-LINE
004020        STRING 'NO PERSONAL-DATA FIELDS IN FLDDICT FOR '
004030               SUBJCTL-FILE
004040               DELIMITED BY SIZE INTO SJ-MSG-LINE
004050        WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
004060     END-IF.
004070 1100-LOAD-FIELDS-EXIT.
004080     EXIT.
004090 1110-READ-FLDDICT.
004100     READ FLDDICT
004110         AT END
004120            SET SJ-AT-EOF TO TRUE
004130            GO TO 1110-READ-FLDDICT-EXIT
004140     END-READ
004150     IF FLDDICT-FILE NOT = SUBJCTL-FILE OR
004160        FLDDICT-PERSONAL NOT = 'Y'
004170        GO TO 1110-READ-FLDDICT-EXIT
004180     END-IF
004190     IF FLDDICT-POS = 0 OR FLDDICT-LEN = 0 OR
004200        FLDDICT-POS + FLDDICT-LEN - 1 > 512 OR
004210        SJ-FLD-COUNT NOT < SJ-MAX-FLDS
004220        GO TO 1110-READ-FLDDICT-EXIT
004230     END-IF
004240     ADD 1 TO SJ-FLD-COUNT
004250     MOVE FLDDICT-FIELD TO SJ-FL-FIELD (SJ-FLD-COUNT)
004260     MOVE FLDDICT-POS   TO SJ-FL-POS (SJ-FLD-COUNT)
004270     MOVE FLDDICT-LEN   TO SJ-FL-LEN (SJ-FLD-COUNT)
004280     MOVE FLDDICT-TYPE  TO SJ-FL-TYPE (SJ-FLD-COUNT)
004290     MOVE FLDDICT-DESC  TO SJ-FL-DESC (SJ-FLD-COUNT)
004300     MOVE FLDDICT-MASK  TO SJ-FL-STYLE (SJ-FLD-COUNT).
004310 1110-READ-FLDDICT-EXIT.
004320     EXIT.
004330*----------------------------------------------------------*
004340* 1500-CHECK-APPROVAL - A PASS P RUN CHANGES NOTHING UNTIL  *
004350*                       A SECOND USER HAS APPROVED IT ON    *
004360*                       THE GXFAPRV QUEUE (PROGRAM SUBJSCAN,*
004370*                       ACTION P, THE SUBJECT AS THE KEY).  *
004380*                       WITHOUT ONE THE REQUEST IS CAPTURED *
004390*                       - ONCE - AND THE RUN COPIES THE FILE*
004400*                       UNCHANGED.  THE AUDIT TRAIL ITSELF  *
004410*                       IS NEVER REWRITTEN - ITS CHECK CHAIN*
004420*                       IS THE EVIDENCE                     *
004430*----------------------------------------------------------*
004440 1500-CHECK-APPROVAL.
004450     MOVE 0 TO PENDAPPR-NBR
004460     START PENDAPPR KEY NOT LESS PENDAPPR-NBR
004470         INVALID KEY
004480            SET SJ-APPR-SCAN-EOF TO TRUE
004490         NOT INVALID KEY
004500            SET SJ-APPR-SCAN-NOT-EOF TO TRUE
004510     END-START
004520     PERFORM 1510-SCAN-APPROVAL
004530         THRU 1510-SCAN-APPROVAL-EXIT
004540         UNTIL SJ-APPR-SCAN-EOF OR SJ-RELEASED
004550     IF SJ-RELEASED
004560        IF SUBJCTL-FILE = 'AUDITLOG'
004570           MOVE 'AUDIT TRAIL IS LISTED ONLY - NEVER REWRITTEN'
004580             TO SJ-MSG-LINE
004590           WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
004600           SET SJ-WAITING TO TRUE
004610        END-IF
004620        GO TO 1500-CHECK-APPROVAL-EXIT
004630     END-IF
004640     IF SJ-PEND-ON-FILE
004650        MOVE 'AWAITING SECOND-USER APPROVAL - NO CHANGES MADE'
004660          TO SJ-MSG-LINE
004670        WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
004680        GO TO 1500-CHECK-APPROVAL-EXIT
004690     END-IF
004700     PERFORM 1600-CAPTURE-REQUEST
004710         THRU 1600-CAPTURE-REQUEST-EXIT.
004720 1500-CHECK-APPROVAL-EXIT.
004730     EXIT.
004740 1510-SCAN-APPROVAL.
004750     READ PENDAPPR NEXT RECORD
004760         AT END
004770            SET SJ-APPR-SCAN-EOF TO TRUE
004780            GO TO 1510-SCAN-APPROVAL-EXIT
004790     END-READ
004800     IF PENDAPPR-PGM      NOT = 'SUBJSCAN' OR
004810        PENDAPPR-ACTION   NOT = 'P' OR
004820        PENDAPPR-KEY      NOT = SUBJCTL-SUBJECT OR
004830        PENDAPPR-REQ-USER NOT = SUBJCTL-USER
004840        GO TO 1510-SCAN-APPROVAL-EXIT
004850     END-IF
004860     IF PENDAPPR-PENDING
004870        SET SJ-PEND-ON-FILE TO TRUE
004880     END-IF
004890     IF PENDAPPR-APPROVED-ST AND
004900        PENDAPPR-APPR-USER NOT = PENDAPPR-REQ-USER
004910        SET  SJ-RELEASED       TO TRUE
004920        MOVE PENDAPPR-NBR       TO SJ-APPR-NBR
004930        MOVE PENDAPPR-APPR-USER TO SJ-APPR-USER
004940     END-IF.
004950 1510-SCAN-APPROVAL-EXIT.
004960     EXIT.
004970*----------------------------------------------------------*
004980* 1600-CAPTURE-REQUEST - THE PENDAPPR ROW, NUMBERED FROM    *
004990*                        ITS NBRASGN SERIES AND LOGGED TO   *
005000*                        NBRLOG AS GX-GETNBR DOES           *
005010*----------------------------------------------------------*
005020 1600-CAPTURE-REQUEST.
005030     MOVE 'PENDAPPR' TO NBRASGN-SERIES
005040     READ NBRASGN RECORD
005050         INVALID KEY
005060            MOVE 'PENDAPPR SERIES NOT ON FILE - NOT CAPTURED'
005070              TO SJ-MSG-LINE
005080            WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
005090            GO TO 1600-CAPTURE-REQUEST-EXIT
005100     END-READ
005110     MOVE NBRASGN-NEXTNBR TO PENDAPPR-NBR
005120     MOVE NBRASGN-NEXTNBR TO NBRLOG-NBR
005130     COMPUTE NBRASGN-NEXTNBR = NBRASGN-NEXTNBR + 1
005140     IF NBRASGN-ROLLOVER GREATER 0 AND
005150        NBRASGN-NEXTNBR GREATER NBRASGN-ROLLOVER
005160        MOVE 1 TO NBRASGN-NEXTNBR
005170     END-IF
005180     REWRITE NBRASGN-RECORD
005190         INVALID KEY
005200            GO TO 1600-CAPTURE-REQUEST-EXIT
005210     END-REWRITE
005220     MOVE 'PENDAPPR'      TO NBRLOG-SERIES
005230     MOVE SJ-NOW-TS       TO NBRLOG-TIMESTAMP
005240     MOVE SUBJCTL-USER    TO NBRLOG-USER
005250     MOVE 'SUBJSCAN'      TO NBRLOG-PGM
005260     WRITE NBRLOG-RECORD
005270     MOVE 'SUBJSCAN'      TO PENDAPPR-PGM
005280     MOVE 'P'             TO PENDAPPR-ACTION
005290     MOVE SUBJCTL-SUBJECT TO PENDAPPR-KEY
005300     MOVE SUBJCTL-USER    TO PENDAPPR-REQ-USER
005310     MOVE SJ-NOW-TS       TO PENDAPPR-REQ-TS
005320     SET  PENDAPPR-PENDING TO TRUE
005330     MOVE SPACES          TO PENDAPPR-APPR-USER
005340     MOVE SPACES          TO PENDAPPR-APPR-TS
005350     WRITE PENDAPPR-RECORD
005360         INVALID KEY
005370            GO TO 1600-CAPTURE-REQUEST-EXIT
005380     END-WRITE
005390     MOVE 'CAPTURED FOR SECOND-USER APPROVAL - NO CHANGES MADE'
005400       TO SJ-MSG-LINE
005410     WRITE SUBJRPT-LINE FROM SJ-MSG-LINE
005420     MOVE 'CAPTUR'   TO SJ-AUD-OPER
005430     MOVE '*SUBJECT' TO SJ-AUD-FILE
005440     MOVE SUBJCTL-USER TO AUDITLOG-JOB
005450     PERFORM 6000-LOG-PASS
005460         THRU 6000-LOG-PASS-EXIT.
005470 1600-CAPTURE-REQUEST-EXIT.
005480     EXIT.
005490*----------------------------------------------------------*
005500* 2000-SCAN-SOURCE - EVERY RECORD OF THE SOURCE FILE        *
005510*----------------------------------------------------------*
005520 2000-SCAN-SOURCE.
005530     MOVE 'N' TO SJ-EOF-SW
005540     PERFORM 2100-SCAN-ONE
005550         THRU 2100-SCAN-ONE-EXIT
005560         UNTIL SJ-AT-EOF.
005570 2000-SCAN-SOURCE-EXIT.
005580     EXIT.
005590*----------------------------------------------------------*
005600* 2100-SCAN-ONE - A RECORD CARRIES THE SUBJECT WHEN ANY OF  *
005610*                 ITS CHARACTER OR ZONED PERSONAL FIELDS    *
005620*                 CONTAINS THE IDENTIFIER - KEYS EMBEDDED IN*
005630*                 CHGHIST KEYS AND MESSAGE TEXT INCLUDED.   *
005640*                 EVERY PERSONAL FIELD OF A HIT IS LISTED,  *
005650*                 AND ON A RELEASED PASS P SCRAMBLED BY ITS *
005660*                 MASK STYLE                                *
005670*----------------------------------------------------------*
005680 2100-SCAN-ONE.
005690     READ SUBJIN
005700         AT END
005710            SET SJ-AT-EOF TO TRUE
005720            GO TO 2100-SCAN-ONE-EXIT
005730     END-READ
005740     ADD 1 TO SJ-RECNO
005750     MOVE SUBJIN-RECORD TO SJ-WORK-RECORD
005760     SET SJ-NO-HIT TO TRUE
005770     PERFORM VARYING SJ-I FROM 1 BY 1
005780             UNTIL SJ-I > SJ-FLD-COUNT OR SJ-HIT
005790        IF (SJ-FL-TYPE (SJ-I) = 'A' OR SJ-FL-TYPE (SJ-I) = 'N')
005800           AND SJ-FL-LEN (SJ-I) NOT < SJ-SUBJ-LEN
005810           COMPUTE SJ-J-LAST = SJ-FL-POS (SJ-I) +
005820                               SJ-FL-LEN (SJ-I) - SJ-SUBJ-LEN
005830           PERFORM VARYING SJ-J FROM SJ-FL-POS (SJ-I) BY 1
005840                   UNTIL SJ-J > SJ-J-LAST OR SJ-HIT
005850              IF SUBJIN-RECORD (SJ-J:SJ-SUBJ-LEN) =
005860                 SUBJCTL-SUBJECT (1:SJ-SUBJ-LEN)
005870                 SET SJ-HIT TO TRUE
005880              END-IF
005890           END-PERFORM
005900        END-IF
005910     END-PERFORM
005920     IF SJ-HIT
005930        ADD 1 TO SJ-MATCHED
005940        PERFORM VARYING SJ-I FROM 1 BY 1
005950                UNTIL SJ-I > SJ-FLD-COUNT
005960           PERFORM 2200-LIST-FIELD
005970               THRU 2200-LIST-FIELD-EXIT
005980        END-PERFORM
005990     END-IF
006000     IF SUBJCTL-PSEUDONYMIZE
006010        WRITE SUBJOUT-RECORD FROM SJ-WORK-RECORD
006020     END-IF.
006030 2100-SCAN-ONE-EXIT.
006040     EXIT.
006050 2200-LIST-FIELD.
006060     MOVE SJ-FL-POS (SJ-I) TO SJ-FLD-POS
006070     MOVE SJ-FL-LEN (SJ-I) TO SJ-FLD-LEN
006080     MOVE SJ-RECNO          TO SJ-DTL-RECNO
006090     MOVE SJ-FL-FIELD (SJ-I) TO SJ-DTL-FIELD
006100     MOVE SJ-FL-DESC (SJ-I)  TO SJ-DTL-DESC
006110     MOVE SPACE             TO SJ-DTL-MASKED
006120     MOVE SPACES            TO SJ-DTL-VALUE
006130     IF SJ-FL-TYPE (SJ-I) = 'P'
006140        MOVE '(PACKED)'     TO SJ-DTL-VALUE
006150     ELSE
006160        IF SJ-FLD-LEN > 36
006170           MOVE SUBJIN-RECORD (SJ-FLD-POS:36) TO SJ-DTL-VALUE
006180        ELSE
006190           MOVE SUBJIN-RECORD (SJ-FLD-POS:SJ-FLD-LEN)
006200             TO SJ-DTL-VALUE
006210        END-IF
006220     END-IF
006230     IF SJ-RELEASED
006240        EVALUATE SJ-FL-STYLE (SJ-I)
006250           WHEN 'S'
006260              PERFORM 4000-SCRAMBLE-ALPHA
006270                  THRU 4000-SCRAMBLE-ALPHA-EXIT
006280              MOVE 'S' TO SJ-DTL-MASKED
006290           WHEN 'D'
006300              PERFORM 4500-SCRAMBLE-DIGITS
006310                  THRU 4500-SCRAMBLE-DIGITS-EXIT
006320              MOVE 'D' TO SJ-DTL-MASKED
006330        END-EVALUATE
006340     END-IF
006350     WRITE SUBJRPT-LINE FROM SJ-DTL-LINE
006360     IF SJ-DTL-MASKED NOT = SPACE
006370        PERFORM 2300-CERTIFY-FIELD
006380            THRU 2300-CERTIFY-FIELD-EXIT
006390     END-IF.
006400 2200-LIST-FIELD-EXIT.
006410     EXIT.
006420 2300-CERTIFY-FIELD.
006430     ADD 1 TO SJ-CHANGED
006440     MOVE SPACES              TO SUBJCERT-RECORD
006450     MOVE SJ-NOW-TS           TO SUBJCERT-TS
006460     MOVE SUBJCTL-SUBJECT     TO SUBJCERT-SUBJECT
006470     MOVE SUBJCTL-PASS        TO SUBJCERT-PASS
006480     SET  SUBJCERT-FIELD-ROW  TO TRUE
006490     MOVE SUBJCTL-FILE        TO SUBJCERT-FILE
006500     MOVE SUBJCTL-SOURCE      TO SUBJCERT-SOURCE
006510     MOVE SJ-RECNO            TO SUBJCERT-RECNO
006520     MOVE SJ-FL-FIELD (SJ-I)  TO SUBJCERT-FIELD
006530     MOVE SJ-FL-POS (SJ-I)    TO SUBJCERT-POS
006540     MOVE SJ-FL-LEN (SJ-I)    TO SUBJCERT-LEN
006550     MOVE SJ-FL-STYLE (SJ-I)  TO SUBJCERT-STYLE
006560     MOVE 0                   TO SUBJCERT-READ
006570     MOVE 0                   TO SUBJCERT-MATCHED
006580     MOVE 0                   TO SUBJCERT-CHANGED
006590     MOVE SUBJCTL-USER        TO SUBJCERT-USER
006600     MOVE SJ-APPR-USER        TO SUBJCERT-APPROVER
006610     WRITE SUBJCERT-RECORD.
006620 2300-CERTIFY-FIELD-EXIT.
006630     EXIT.
006640*----------------------------------------------------------*
006650* 3000-CERTIFY-PASS - THE SUMMARY CERTIFICATE ROW, THE      *
006660*                     AUDITLOG ROW AND THE LISTING TOTALS   *
006670*----------------------------------------------------------*
006680 3000-CERTIFY-PASS.
006690     MOVE SPACES              TO SUBJCERT-RECORD
006700     MOVE SJ-NOW-TS           TO SUBJCERT-TS
006710     MOVE SUBJCTL-SUBJECT     TO SUBJCERT-SUBJECT
006720     MOVE SUBJCTL-PASS        TO SUBJCERT-PASS
006730     SET  SUBJCERT-SUMMARY    TO TRUE
006740     MOVE SUBJCTL-FILE        TO SUBJCERT-FILE
006750     MOVE SUBJCTL-SOURCE      TO SUBJCERT-SOURCE
006760     MOVE 0                   TO SUBJCERT-RECNO
006770     MOVE 0                   TO SUBJCERT-POS
006780     MOVE 0                   TO SUBJCERT-LEN
006790     MOVE SJ-RECNO            TO SUBJCERT-READ
006800     MOVE SJ-MATCHED          TO SUBJCERT-MATCHED
006810     MOVE SJ-CHANGED          TO SUBJCERT-CHANGED
006820     MOVE SUBJCTL-USER        TO SUBJCERT-USER
006830     MOVE SJ-APPR-USER        TO SUBJCERT-APPROVER
006840     WRITE SUBJCERT-RECORD
006850     IF SJ-RELEASED
006860        MOVE 'PSEUDO' TO SJ-AUD-OPER
006870     ELSE
006880        MOVE 'LOCATE' TO SJ-AUD-OPER
006890     END-IF
006900     MOVE SUBJCTL-SOURCE TO SJ-AUD-FILE
006910     MOVE SUBJCTL-USER   TO AUDITLOG-JOB
006920     PERFORM 6000-LOG-PASS
006930         THRU 6000-LOG-PASS-EXIT
006940     MOVE SJ-RECNO   TO SJ-SUM-READ
006950     MOVE SJ-MATCHED TO SJ-SUM-MATCHED
006960     MOVE SJ-CHANGED TO SJ-SUM-CHANGED
006970     WRITE SUBJRPT-LINE FROM SJ-SUM-LINE.
006980 3000-CERTIFY-PASS-EXIT.
006990     EXIT.
007000*----------------------------------------------------------*
007010* 3500-CONSUME-APPROVAL - THE LAST FILE OF A RELEASED       *
007020*                         REQUEST USES THE APPROVAL UP: ONE *
007030*                         AUDITLOG ROW PER IDENTITY, AS     *
007040*                         GX-FEYE-CONSUME WRITES THEM, THEN *
007050*                         THE PENDAPPR ROW GOES             *
007060*----------------------------------------------------------*
007070 3500-CONSUME-APPROVAL.
007080     MOVE SJ-APPR-NBR TO PENDAPPR-NBR
007090     READ PENDAPPR RECORD
007100         INVALID KEY
007110            GO TO 3500-CONSUME-APPROVAL-EXIT
007120     END-READ
007130     MOVE 'P'          TO SJ-AUD-OPER
007140     MOVE '*4EYESREQ'  TO SJ-AUD-FILE
007150     MOVE SUBJCTL-USER TO AUDITLOG-JOB
007160     PERFORM 6000-LOG-PASS
007170         THRU 6000-LOG-PASS-EXIT
007180     MOVE '*4EYESAPP'  TO SJ-AUD-FILE
007190     MOVE SJ-APPR-USER TO AUDITLOG-JOB
007200     PERFORM 6000-LOG-PASS
007210         THRU 6000-LOG-PASS-EXIT
007220     DELETE PENDAPPR RECORD
007230         INVALID KEY
007240            CONTINUE
007250     END-DELETE.
007260 3500-CONSUME-APPROVAL-EXIT.
007270     EXIT.
007280*----------------------------------------------------------*
007290* 4000-SCRAMBLE-ALPHA - THE TESTMASK STYLE S ROTATION OF    *
007300*                       LETTERS, CASE AND PUNCTUATION KEPT  *
007310*----------------------------------------------------------*
007320 4000-SCRAMBLE-ALPHA.
007330     PERFORM VARYING SJ-J FROM SJ-FLD-POS BY 1
007340             UNTIL SJ-J GREATER SJ-FLD-POS + SJ-FLD-LEN - 1
007350        MOVE SJ-WORK-RECORD (SJ-J:1) TO SJ-CHAR
007360        MOVE 0 TO SJ-ORD
007370        PERFORM VARYING SJ-Q FROM 1 BY 1
007380                UNTIL SJ-Q > 26 OR SJ-ORD > 0
007390           IF SJ-ALPHA-UC (SJ-Q:1) = SJ-CHAR
007400              MOVE SJ-Q TO SJ-ORD
007410              COMPUTE SJ-Q = SJ-ORD + SJ-ROTATE
007420              IF SJ-Q GREATER 26
007430                 SUBTRACT 26 FROM SJ-Q
007440              END-IF
007450              MOVE SJ-ALPHA-UC (SJ-Q:1)
007460                TO SJ-WORK-RECORD (SJ-J:1)
007470              MOVE 99 TO SJ-Q
007480           END-IF
007490        END-PERFORM
007500        IF SJ-ORD = 0
007510           PERFORM VARYING SJ-Q FROM 1 BY 1
007520                   UNTIL SJ-Q > 26 OR SJ-ORD > 0
007530              IF SJ-ALPHA-LC (SJ-Q:1) = SJ-CHAR
007540                 MOVE SJ-Q TO SJ-ORD
007550                 COMPUTE SJ-Q = SJ-ORD + SJ-ROTATE
007560                 IF SJ-Q GREATER 26
007570                    SUBTRACT 26 FROM SJ-Q
007580                 END-IF
007590                 MOVE SJ-ALPHA-LC (SJ-Q:1)
007600                   TO SJ-WORK-RECORD (SJ-J:1)
007610                 MOVE 99 TO SJ-Q
007620              END-IF
007630           END-PERFORM
007640        END-IF
007650     END-PERFORM.
007660 4000-SCRAMBLE-ALPHA-EXIT.
007670     EXIT.
007680*----------------------------------------------------------*
007690* 4500-SCRAMBLE-DIGITS - THE TESTMASK STYLE D ROTATION OF   *
007700*                        EVERY DIGIT BUT THE LAST, WITH A   *
007710*                        FRESH LUHN CHECK DIGIT IN THE LAST *
007720*                        POSITION                           *
007730*----------------------------------------------------------*
007740 4500-SCRAMBLE-DIGITS.
007750     PERFORM VARYING SJ-J FROM SJ-FLD-POS BY 1
007760             UNTIL SJ-J GREATER SJ-FLD-POS + SJ-FLD-LEN - 2
007770        MOVE SJ-WORK-RECORD (SJ-J:1) TO SJ-CHAR
007780        IF SJ-CHAR NUMERIC
007790           MOVE SJ-CHAR TO SJ-DIGIT-A
007800           COMPUTE SJ-ORD = SJ-DIGIT-A + SJ-ROTATE
007810           IF SJ-ORD GREATER 9
007820              SUBTRACT 10 FROM SJ-ORD
007830           END-IF
007840           MOVE SJ-DIGITS (SJ-ORD + 1:1)
007850             TO SJ-WORK-RECORD (SJ-J:1)
007860        END-IF
007870     END-PERFORM
007880     MOVE 0 TO SJ-LUHN-SUM
007890     MOVE 2 TO SJ-LUHN-W
007900     COMPUTE SJ-J-START = SJ-FLD-POS + SJ-FLD-LEN - 2
007910     PERFORM VARYING SJ-J FROM SJ-J-START
007920             BY -1 UNTIL SJ-J LESS SJ-FLD-POS
007930        MOVE SJ-WORK-RECORD (SJ-J:1) TO SJ-CHAR
007940        IF SJ-CHAR NUMERIC
007950           MOVE SJ-CHAR TO SJ-DIGIT-A
007960           COMPUTE SJ-LUHN-D = SJ-DIGIT-A * SJ-LUHN-W
007970           IF SJ-LUHN-D GREATER 9
007980              SUBTRACT 9 FROM SJ-LUHN-D
007990           END-IF
008000           ADD SJ-LUHN-D TO SJ-LUHN-SUM
008010           IF SJ-LUHN-W = 2
008020              MOVE 1 TO SJ-LUHN-W
008030           ELSE
008040              MOVE 2 TO SJ-LUHN-W
008050           END-IF
008060        END-IF
008070     END-PERFORM
008080     DIVIDE SJ-LUHN-SUM BY 10 GIVING SJ-Q
008090                    REMAINDER SJ-LUHN-D
008100     COMPUTE SJ-LUHN-D = 10 - SJ-LUHN-D
008110     IF SJ-LUHN-D = 10
008120        MOVE 0 TO SJ-LUHN-D
008130     END-IF
008140     COMPUTE SJ-J = SJ-FLD-POS + SJ-FLD-LEN - 1
008150     MOVE SJ-DIGITS (SJ-LUHN-D + 1:1)
008160       TO SJ-WORK-RECORD (SJ-J:1).
008170 4500-SCRAMBLE-DIGITS-EXIT.
008180     EXIT.
008190*----------------------------------------------------------*
008200* 6000-LOG-PASS - ONE AUDITLOG ROW (THE CALLER SETS THE JOB *
008210*                 COLUMN), THE CHECK VALUE SET THE WAY      *
008220*                 GX-WRITE-AUDITLOG SETS IT                 *
008230*----------------------------------------------------------*
008240 6000-LOG-PASS.
008250     MOVE SJ-NOW-TS      TO AUDITLOG-TIMESTAMP
008260     MOVE 'SUBJSCAN'     TO AUDITLOG-PGM
008270     MOVE SJ-AUD-FILE    TO AUDITLOG-FILE
008280     MOVE SJ-AUD-OPER    TO AUDITLOG-OPER
008290     MOVE '00'           TO AUDITLOG-STATUS
008300     PERFORM 8600-SET-AUDIT-CHECK
008310         THRU 8600-SET-AUDIT-CHECK-EXIT
008320     WRITE AUDITLOG-RECORD.
008330 6000-LOG-PASS-EXIT.
008340     EXIT.
008350*----------------------------------------------------------*
008360* 8600-SET-AUDIT-CHECK - CHECK VALUE OVER THE ROW'S CONTENT *
008370*                        BYTES, THE SAME CHAIN DISCIPLINE   *
008380*                        GX-WRITE-AUDITLOG APPLIES          *
008390*----------------------------------------------------------*
008400 8600-SET-AUDIT-CHECK.
008410     MOVE 0 TO AUDITLOG-CHECK
008420     PERFORM VARYING SJ-AUD-I FROM 1 BY 1
008430             UNTIL SJ-AUD-I > 64
008440        MOVE LOW-VALUE TO SJ-AUD-BYTE-PAIR
008450        MOVE AUDITLOG-RECORD (SJ-AUD-I:1)
008460          TO SJ-AUD-BYTE-CHAR
008470        ADD SJ-AUD-BYTE-NUM TO AUDITLOG-CHECK
008480     END-PERFORM.
008490 8600-SET-AUDIT-CHECK-EXIT.
008500     EXIT.
008510*----------------------------------------------------------*
008520* 9000-TERMINATE - CLOSE WHATEVER THE PASS OPENED           *
008530*----------------------------------------------------------*
008540 9000-TERMINATE.
008550     CLOSE SUBJCTL
008560     CLOSE SUBJRPT
008570     IF SJ-RUN-REFUSED
008580        GO TO 9000-TERMINATE-EXIT
008590     END-IF
008600     CLOSE FLDDICT
008610     CLOSE SUBJIN
008620     CLOSE SUBJCERT
008630     CLOSE AUDITLOG
008640     IF SUBJCTL-PSEUDONYMIZE
008650        CLOSE SUBJOUT
008660        CLOSE PENDAPPR
008670        CLOSE NBRASGN
008680        CLOSE NBRLOG
008690     END-IF.
008700 9000-TERMINATE-EXIT.
008710     EXIT.
008720 9999-EXIT.
008730     STOP RUN.
