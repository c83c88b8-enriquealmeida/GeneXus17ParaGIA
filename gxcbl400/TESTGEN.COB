000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TESTGEN.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - SYNTHETIC TEST DATA   *
000100*                   FROM THE DICTIONARY.  TGENCTL NAMES THE *
000110*                   FILE, THE ROW COUNT, THE DEFECT         *
000120*                   PERCENTAGE AND THE SEED; EVERY RECORD   *
000130*                   IS BUILT FIELD BY FIELD FROM THE        *
000140*                   FLDDICT POSITIONS AND TYPES, HELD       *
000150*                   INSIDE THE DOMRULES DOMAINS, WITH       *
000160*                   FOREIGN KEYS DRAWN FROM THE RIRULES     *
000170*                   PARENT FILE.                            *
000180*                   THE DEFECT PERCENTAGE OF RECORDS EACH   *
000190*                   BREAK ONE RULE ON PURPOSE, THE RULES    *
000200*                   TAKEN IN TURN SO EVERY ONE IS BROKEN,   *
000210*                   AND EACH DEFECT GOES TO THE TGENMANI    *
000220*                   MANIFEST UNDER THE CLASS AND FIELD      *
000230*                   DOMSCAN AND INTSWEEP POST TO THE ISSUE  *
000240*                   REGISTER - SO A RUN OF BOTH OVER        *
000250*                   TGENOUT CAN BE PROVED TO CATCH THEM ALL *
000252*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000254*                   VERIFICATION FLAG                       *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-ISERIES.
000300 OBJECT-COMPUTER.   IBM-ISERIES.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TGENCTL    ASSIGN TO DATABASE-TGENCTL
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS TG-FS-TGENCTL.
000360     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS TG-FS-FLDDICT.
000390     SELECT DOMRULES   ASSIGN TO DATABASE-DOMRULES
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS TG-FS-DOMRULES.
000420     SELECT RIRULES    ASSIGN TO DATABASE-RIRULES
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS TG-FS-RIRULES.
000450     SELECT RIPARENT   ASSIGN TO DATABASE-RIPARENT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS  IS TG-FS-RIPARENT.
000480     SELECT TGENOUT    ASSIGN TO DATABASE-TGENOUT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS  IS TG-FS-TGENOUT.
000510     SELECT TGENMANI   ASSIGN TO DATABASE-TGENMANI
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS  IS TG-FS-TGENMANI.
000540     SELECT TGENRPT    ASSIGN TO DATABASE-TGENRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS  IS TG-FS-TGENRPT.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* ONE ROW: THE FILE TO BUILD, HOW MANY RECORDS, WHAT        *
000610* PERCENTAGE OF THEM CARRY A DEFECT, AND THE SEED - THE     *
000620* SAME SEED ALWAYS BUILDS THE SAME FILE                     *
000630*----------------------------------------------------------*
000640 FD  TGENCTL.
000650 01  TGENCTL-RECORD.
000660     05 TGENCTL-FILE             PIC  X(010).
000670     05 TGENCTL-ROWS             PIC  9(007).
000680     05 TGENCTL-DEFECT-PCT       PIC  9(003).
000690     05 TGENCTL-SEED             PIC  9(010).
000700 FD  FLDDICT.
000710 01  FLDDICT-RECORD.
000720     05 FLDDICT-KEY.
000730        10 FLDDICT-FILE          PIC  X(010).
000740        10 FLDDICT-FIELD         PIC  X(010).
000750     05 FLDDICT-POS              PIC  9(003).
000760     05 FLDDICT-LEN              PIC  9(003).
000770     05 FLDDICT-TYPE             PIC  X(001).
000780     05 FLDDICT-DESC             PIC  X(030).
000790     05 FLDDICT-DOMAIN           PIC  X(020).
000800     05 FLDDICT-MASK             PIC  X(001).
000810     05 FLDDICT-PERSONAL         PIC  X(001).
000820     05 FLDDICT-OWNER            PIC  X(010).
000825     05 FLDDICT-REKEY            PIC  X(001).
000830 FD  DOMRULES.
000840 01  DOMRULES-RECORD.
000850     05 DOMRULES-FILE            PIC  X(010).
000860     05 DOMRULES-FIELD           PIC  X(010).
000870     05 DOMRULES-TYPE            PIC  X(001).
000880     05 DOMRULES-LO              PIC  X(020).
000890     05 DOMRULES-HI              PIC  X(020).
000900     05 DOMRULES-CONDFIELD       PIC  X(010).
000910     05 DOMRULES-CONDVAL         PIC  X(010).
000920 FD  RIRULES.
000930 01  RIRULES-RECORD.
000940     05 RIRULES-CHILD-FILE       PIC  X(010).
000950     05 RIRULES-CHILD-FIELD      PIC  X(010).
000960     05 RIRULES-PARENT-FILE      PIC  X(010).
000970     05 RIRULES-PARENT-FIELD     PIC  X(010).
000980     05 RIRULES-MANDATORY        PIC  X(001).
000990 FD  RIPARENT.
001000 01  RIPARENT-RECORD             PIC  X(256).
001010 FD  TGENOUT.
001020 01  TGENOUT-RECORD              PIC  X(512).
001030*----------------------------------------------------------*
001040* ONE ROW PER PLANTED DEFECT.  FILE, RECKEY, CLASS AND      *
001050* FIELD ARE SHAPED AS THE CHECKERS POST THEM TO DQISSUE     *
001060* (RECKEY IS THE LEADING TWENTY BYTES, OR THE FOREIGN KEY   *
001070* FOR AN ORPHAN).  RULE-TYPE IS THE DOMRULES TYPE FOR A     *
001080* DOMAIN DEFECT, THE FLDDICT TYPE FOR A DATE OR PACKED ONE  *
001090* AND K FOR AN ORPHAN KEY; RULE-SEQ IS THE RULE'S PLACE     *
001100* AMONG THE FILE'S DOMRULES ROWS                            *
001110*----------------------------------------------------------*
001120 FD  TGENMANI.
001130 01  TGENMANI-RECORD.
001140     05 TGENMANI-FILE            PIC  X(010).
001150     05 TGENMANI-RECNBR          PIC  9(009).
001160     05 TGENMANI-RECKEY          PIC  X(032).
001170     05 TGENMANI-CLASS           PIC  X(010).
001180     05 TGENMANI-FIELD           PIC  X(010).
001190     05 TGENMANI-RULE-TYPE       PIC  X(001).
001200     05 TGENMANI-RULE-SEQ        PIC  9(003).
001210     05 TGENMANI-VALUE           PIC  X(032).
001220 FD  TGENRPT.
001230 01  TGENRPT-LINE                PIC  X(080).
001240 WORKING-STORAGE SECTION.
001250 77  TG-FS-TGENCTL               PIC  X(002).
001260 77  TG-FS-FLDDICT               PIC  X(002).
001270 77  TG-FS-DOMRULES              PIC  X(002).
001280 77  TG-FS-RIRULES               PIC  X(002).
001290 77  TG-FS-RIPARENT              PIC  X(002).
001300 77  TG-FS-TGENOUT               PIC  X(002).
001310 77  TG-FS-TGENMANI              PIC  X(002).
001320 77  TG-FS-TGENRPT               PIC  X(002).
001330 77  TG-EOF-SW                   PIC  X(001)     VALUE 'N'.
001340     88 TG-AT-EOF                                VALUE 'Y'.
001350 77  TG-RI-SW                    PIC  X(001)     VALUE 'N'.
001360     88 TG-RI-RULE-PRESENT                       VALUE 'Y'.
001370 77  TG-FOUND-SW                 PIC  X(001).
001380     88 TG-FOUND                                 VALUE 'Y'.
001390     88 TG-NOT-FOUND                             VALUE 'N'.
001400 77  TG-I                        PIC S9(004) COMP-3.
001410 77  TG-J                        PIC S9(004) COMP-3.
001420 77  TG-K                        PIC S9(004) COMP-3.
001430 77  TG-PASS                     PIC S9(001) COMP-3.
001440 77  TG-TRIES                    PIC S9(003) COMP-3.
001450 01  TG-FILE-NAME                PIC  X(010).
001460 77  TG-ROWS                     PIC S9(007) COMP-3.
001470 77  TG-DEFECT-PCT               PIC S9(003) COMP-3.
001480 01  TG-RUN-SEED                 PIC  9(010).
001490 77  TG-REC-NBR                  PIC S9(009) COMP-3 VALUE 0.
001500 01  TG-REC-DISP                 PIC  9(009).
001510 77  TG-DEFECTS                  PIC S9(009) COMP-3 VALUE 0.
001520*----------------------------------------------------------*
001530* PARK-MILLER MINIMAL STANDARD GENERATOR, AS AUDSAMP DRAWS  *
001540* ITS SAMPLE - 16807 TIMES THE LAST VALUE, MODULO 2**31 - 1 *
001550*----------------------------------------------------------*
001560 77  TG-RND-MOD                  PIC S9(010) COMP-3
001570                                             VALUE 2147483647.
001580 77  TG-RND                      PIC S9(010) COMP-3.
001590 77  TG-RND-WORK                 PIC S9(018) COMP-3.
001600 77  TG-RND-Q                    PIC S9(018) COMP-3.
001610 77  TG-PICK-RANGE               PIC S9(018) COMP-3.
001620 77  TG-PICK                     PIC S9(018) COMP-3.
001630*----------------------------------------------------------*
001640* THE FILE'S FIELDS, FROM FLDDICT                           *
001650*----------------------------------------------------------*
001660 77  TG-FLD-COUNT                PIC S9(003) COMP-3 VALUE 0.
001670 77  TG-MAX-FLDS                 PIC S9(003) COMP-3 VALUE 60.
001680 01  TG-FLD-TABLE.
001690     05 TG-FLD-ENTRY OCCURS 60 TIMES.
001700        10 TG-FD-FIELD           PIC  X(010).
001710        10 TG-FD-POS             PIC  9(003).
001720        10 TG-FD-LEN             PIC  9(003).
001730        10 TG-FD-TYPE            PIC  X(001).
001740*       Y WHEN A DOMAIN RULE OR THE FOREIGN KEY OWNS THE VALUE
001750        10 TG-FD-RULED           PIC  X(001).
001760*----------------------------------------------------------*
001770* THE FILE'S DOMRULES ROWS, POSITIONS RESOLVED THROUGH      *
001780* FLDDICT EXACTLY AS DOMSCAN RESOLVES THEM                  *
001790*----------------------------------------------------------*
001800 77  TG-RULE-COUNT               PIC S9(003) COMP-3 VALUE 0.
001810 77  TG-MAX-RULES                PIC S9(003) COMP-3 VALUE 30.
001820 01  TG-RULE-TABLE.
001830     05 TG-RULE-ENTRY OCCURS 30 TIMES.
001840        10 TG-RL-FIELD           PIC  X(010).
001850        10 TG-RL-POS             PIC  9(003).
001860        10 TG-RL-LEN             PIC  9(003).
001870        10 TG-RL-TYPE            PIC  X(001).
001880        10 TG-RL-LO              PIC  X(020).
001890        10 TG-RL-HI              PIC  X(020).
001900        10 TG-RL-CONDFIELD       PIC  X(010).
001910        10 TG-RL-CONDVAL         PIC  X(010).
001920        10 TG-RL-CONDPOS         PIC  9(003).
001930        10 TG-RL-CONDLEN         PIC  9(003).
001940*----------------------------------------------------------*
001950* THE FOREIGN KEY AND THE PARENT KEYS IT MAY TAKE           *
001960*----------------------------------------------------------*
001970 77  TG-CHILD-POS                PIC S9(003) COMP-3 VALUE 0.
001980 77  TG-CHILD-LEN                PIC S9(003) COMP-3 VALUE 0.
001990 77  TG-PARENT-POS               PIC S9(003) COMP-3 VALUE 0.
002000 77  TG-PARENT-LEN               PIC S9(003) COMP-3 VALUE 0.
002010 77  TG-PARENT-COUNT             PIC S9(005) COMP-3 VALUE 0.
002020 77  TG-MAX-PARENTS              PIC S9(005) COMP-3 VALUE 5000.
002030 77  TG-PARENT-NEXT              PIC S9(005) COMP-3 VALUE 0.
002040 01  TG-FK-VALUE                 PIC  X(032).
002050 01  TG-PARENT-TABLE.
002060     05 TG-PAR-KEY OCCURS 5000   PIC  X(032).
002070*----------------------------------------------------------*
002080* EVERY RULE A DEFECT CAN BREAK: EACH RESOLVED DOMAIN RULE, *
002090* EACH DATE AND PACKED FIELD, AND THE FOREIGN KEY.  THE     *
002100* DEFECTS TAKE THEM IN TURN                                 *
002110*----------------------------------------------------------*
002120 77  TG-CAND-COUNT               PIC S9(003) COMP-3 VALUE 0.
002130 77  TG-MAX-CANDS                PIC S9(003) COMP-3 VALUE 99.
002140 77  TG-C                        PIC S9(003) COMP-3.
002150 01  TG-CLASS-WORK               PIC  X(010).
002160 01  TG-CAND-TABLE.
002170     05 TG-CAND-ENTRY OCCURS 99 TIMES.
002180        10 TG-CD-CLASS           PIC  X(010).
002190        10 TG-CD-FIELD           PIC  X(010).
002200        10 TG-CD-RULE-TYPE       PIC  X(001).
002210        10 TG-CD-IX              PIC S9(003) COMP-3.
002220        10 TG-CD-PLANTED         PIC S9(007) COMP-3.
002230*----------------------------------------------------------*
002240* VALUE BUILDING                                            *
002250*----------------------------------------------------------*
002260 77  TG-POS                      PIC S9(004) COMP-3.
002270 77  TG-LEN                      PIC S9(004) COMP-3.
002280 77  TG-USE-LEN                  PIC S9(004) COMP-3.
002290 01  TG-ALPHA                    PIC  X(026)
002300                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002310 01  TG-DIGITS                   PIC  X(010)
002320                                 VALUE '0123456789'.
002330*    TRIED IN TURN FOR A CODE THAT IS NOT ON A VALUE LIST
002340 01  TG-BAD-CODES                PIC  X(040)
002350        VALUE '*#@ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210'.
002360 01  TG-CODES                    PIC  X(020).
002370 77  TG-CODE-COUNT               PIC S9(003) COMP-3.
002380 01  TG-NUM-WORK                 PIC  9(018).
002390 01  TG-LO-NUM                   PIC  9(018).
002400 01  TG-HI-NUM                   PIC  9(018).
002410 01  TG-TOP-NUM                  PIC  9(018).
002420 01  TG-DATE-WORK.
002430     05 TG-DW-YYYY               PIC  9(004).
002440     05 TG-DW-MM                 PIC  9(002).
002450     05 TG-DW-DD                 PIC  9(002).
002460 01  TG-TIME-WORK.
002470     05 TG-TW-HH                 PIC  9(002).
002480     05 TG-TW-MI                 PIC  9(002).
002490     05 TG-TW-SS                 PIC  9(002).
002500     05 TG-TW-US                 PIC  9(006).
002510 01  TG-TS-WORK.
002520     05 TG-TS-YYYY               PIC  9(004).
002530     05 FILLER                   PIC  X(001) VALUE '-'.
002540     05 TG-TS-MM                 PIC  9(002).
002550     05 FILLER                   PIC  X(001) VALUE '-'.
002560     05 TG-TS-DD                 PIC  9(002).
002570     05 FILLER                   PIC  X(001) VALUE '-'.
002580     05 TG-TS-HH                 PIC  9(002).
002590     05 FILLER                   PIC  X(001) VALUE '.'.
002600     05 TG-TS-MI                 PIC  9(002).
002610     05 FILLER                   PIC  X(001) VALUE '.'.
002620     05 TG-TS-SS                 PIC  9(002).
002630     05 FILLER                   PIC  X(001) VALUE '.'.
002640     05 TG-TS-US                 PIC  9(006).
002650 01  TG-MONTH-DAYS-VALUES        PIC  X(024)
002660                       VALUE '312831303130313130313031'.
002670 01  TG-MONTH-DAYS-TABLE REDEFINES TG-MONTH-DAYS-VALUES.
002680     05 TG-MONTH-DAYS            PIC  9(002) OCCURS 12.
002690 77  TG-LAST-DAY                 PIC S9(003) COMP-3.
002700 77  TG-Q                        PIC S9(005) COMP-3.
002710 77  TG-R-4                      PIC S9(003) COMP-3.
002720 77  TG-R-100                    PIC S9(003) COMP-3.
002730 77  TG-R-400                    PIC S9(003) COMP-3.
002740*----------------------------------------------------------*
002750* PACKED BYTES ARE SET AND READ THROUGH A HALFWORD, THE     *
002760* PACKSCAN WAY                                              *
002770*----------------------------------------------------------*
002780 01  TG-BYTE-PAIR.
002790     05 FILLER                   PIC  X(001).
002800     05 TG-BYTE-CHAR             PIC  X(001).
002810 01  TG-BYTE-NUM REDEFINES TG-BYTE-PAIR
002820                                 PIC S9(004) COMP-4.
002830 77  TG-HI-NIB                   PIC S9(003) COMP-3.
002840 77  TG-LO-NIB                   PIC S9(003) COMP-3.
002850 01  TG-HEX-CHARS                PIC  X(016)
002860                                 VALUE '0123456789ABCDEF'.
002870 01  TG-HEX-OUT                  PIC  X(032).
002880 77  TG-HEX-LEN                  PIC S9(003) COMP-3.
002890*----------------------------------------------------------*
002900* REPORT LINES                                              *
002910*----------------------------------------------------------*
002920 01  TG-HDG-LINE-1.
002930     05 FILLER                   PIC  X(024)
002940            VALUE 'SYNTHETIC TEST DATA FOR '.
002950     05 TG-HDG-FILE              PIC  X(010).
002960     05 FILLER                   PIC  X(046) VALUE SPACES.
002970 01  TG-HDG-LINE-2.
002980     05 FILLER                   PIC  X(012) VALUE 'FIELD'.
002990     05 FILLER                   PIC  X(012) VALUE 'CLASS'.
003000     05 FILLER                   PIC  X(006) VALUE 'RULE'.
003010     05 FILLER                   PIC  X(012) VALUE '     PLANTED'.
003020     05 FILLER                   PIC  X(038) VALUE SPACES.
003030 01  TG-DTL-LINE.
003040     05 TG-DTL-FIELD             PIC  X(010).
003050     05 FILLER                   PIC  X(002) VALUE SPACES.
003060     05 TG-DTL-CLASS             PIC  X(010).
003070     05 FILLER                   PIC  X(002) VALUE SPACES.
003080     05 TG-DTL-RULE              PIC  X(001).
003090     05 FILLER                   PIC  X(005) VALUE SPACES.
003100     05 TG-DTL-PLANTED           PIC ZZZ,ZZZ,ZZ9.
003110     05 FILLER                   PIC  X(039) VALUE SPACES.
003120 01  TG-SUM-LINE.
003130     05 FILLER            PIC X(014) VALUE 'ROWS WRITTEN:'.
003140     05 TG-SUM-ROWS              PIC Z,ZZZ,ZZ9.
003150     05 FILLER            PIC X(020) VALUE '   DEFECTS PLANTED:'.
003160     05 TG-SUM-DEFECTS           PIC Z,ZZZ,ZZ9.
003170     05 FILLER            PIC X(009) VALUE '   SEED:'.
003180     05 TG-SUM-SEED              PIC  9(010).
003190     05 FILLER                   PIC  X(009) VALUE SPACES.
003200*----------------------------------------------------------*
003210* SHARED REPORT-WRITER INTERFACE (GXRPTW) - THE WRITER OWNS *
003220* PAGINATION AND HANDS BACK THE LINES TO WRITE              *
003230*----------------------------------------------------------*
003240 01  RW-CTL.
003250     05 RW-FUNC                  PIC  X(001).
003260     05 RW-TITLE                 PIC  X(050).
003270     05 RW-TITLE-ID              PIC  X(010).
003280     05 RW-LANG                  PIC  X(003).
003290     05 RW-COLS                  PIC  X(080).
003300     05 RW-LINE                  PIC  X(080).
003310     05 RW-PAGE-SIZE             PIC  9(003).
003320 01  RW-OUT.
003330     05 RW-OUT-COUNT             PIC  9(001).
003340     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
003350 77  RW-X                        PIC S9(003) COMP-3.
003360 PROCEDURE DIVISION.
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE
003390         THRU 1000-INITIALIZE-EXIT
003400     PERFORM 2000-GENERATE
003410         THRU 2000-GENERATE-EXIT
003420     PERFORM 6000-SUMMARIZE
003430         THRU 6000-SUMMARIZE-EXIT
003440     PERFORM 9000-TERMINATE
003450         THRU 9000-TERMINATE-EXIT
003460     GO TO 9999-EXIT.
003470*----------------------------------------------------------*
003480* 1000-INITIALIZE - OPEN FILES, TAKE THE CONTROL ROW, LOAD  *
003490*                   THE RULES AND PARENT KEYS, LIST THE     *
003500*                   BREAKABLE RULES AND SEED THE GENERATOR  *
003510*----------------------------------------------------------*
003520 1000-INITIALIZE.
003530     OPEN INPUT  TGENCTL
003540     OPEN INPUT  FLDDICT
003550     OPEN INPUT  DOMRULES
003560     OPEN INPUT  RIRULES
003570     OPEN INPUT  RIPARENT
003580     OPEN OUTPUT TGENOUT
003590     OPEN OUTPUT TGENMANI
003600     OPEN OUTPUT TGENRPT
003610     MOVE SPACES TO TG-FILE-NAME
003620     MOVE 0      TO TG-ROWS
003630     MOVE 0      TO TG-DEFECT-PCT
003640     MOVE 0      TO TG-RUN-SEED
003650     READ TGENCTL
003660         AT END
003670            CONTINUE
003680         NOT AT END
003690            MOVE TGENCTL-FILE       TO TG-FILE-NAME
003700            MOVE TGENCTL-ROWS       TO TG-ROWS
003710            MOVE TGENCTL-DEFECT-PCT TO TG-DEFECT-PCT
003720            MOVE TGENCTL-SEED       TO TG-RUN-SEED
003730     END-READ
003740     IF TG-DEFECT-PCT GREATER 100
003750        MOVE 100 TO TG-DEFECT-PCT
003760     END-IF
003770     IF TG-RUN-SEED = 0
003780        MOVE 12345 TO TG-RUN-SEED
003790     END-IF
003800     DIVIDE TG-RUN-SEED BY TG-RND-MOD
003810            GIVING TG-RND-Q REMAINDER TG-RND
003820     IF TG-RND = 0
003830        MOVE 12345 TO TG-RND
003840     END-IF
003850*    THE DRIVING CL PLACES THE RULE WHOSE CHILD IS THIS FILE
003860*    FIRST, AS IT DOES FOR INTSWEEP
003870     READ RIRULES
003880         AT END
003890            CONTINUE
003900         NOT AT END
003910            IF RIRULES-CHILD-FILE = TG-FILE-NAME
003920               SET TG-RI-RULE-PRESENT TO TRUE
003930            END-IF
003940     END-READ
003950     PERFORM 1200-LOAD-RULES
003960         THRU 1200-LOAD-RULES-EXIT
003970         UNTIL TG-AT-EOF
003980     MOVE 'N' TO TG-EOF-SW
003990     PERFORM 1100-LOAD-FLDDICT
004000         THRU 1100-LOAD-FLDDICT-EXIT
004010         UNTIL TG-AT-EOF
004020     IF TG-RI-RULE-PRESENT
004030        MOVE 'N' TO TG-EOF-SW
004040        PERFORM 1300-LOAD-PARENTS
004050            THRU 1300-LOAD-PARENTS-EXIT
004060            UNTIL TG-AT-EOF
004070     END-IF
004080     PERFORM 1400-LIST-CANDIDATES
004090         THRU 1400-LIST-CANDIDATES-EXIT
004100     MOVE TG-FILE-NAME TO TG-HDG-FILE
004110     MOVE TG-HDG-LINE-1 TO RW-TITLE
004120     MOVE 'TGENRPT' TO RW-TITLE-ID
004130     MOVE SPACES TO RW-LANG
004140     MOVE TG-HDG-LINE-2 TO RW-COLS
004150     MOVE 60 TO RW-PAGE-SIZE
004160     MOVE 'I' TO RW-FUNC
004170     PERFORM 8900-RW-PUT
004180         THRU 8900-RW-PUT-EXIT.
004190 1000-INITIALIZE-EXIT.
004200     EXIT.
004210*----------------------------------------------------------*
004220* 1100-LOAD-FLDDICT - THE FILE'S OWN ROWS ARE ITS FIELDS    *
004230*                     AND RESOLVE THE RULE POSITIONS; THE   *
004240*                     PARENT KEY FIELD LIVES IN ANOTHER     *
004250*                     FILE, SO EVERY ROW IS OFFERED TO THE  *
004260*                     FOREIGN KEY RESOLUTION                *
004270*----------------------------------------------------------*
004280 1100-LOAD-FLDDICT.
004290     READ FLDDICT
004300         AT END
004310            SET TG-AT-EOF TO TRUE
004320            GO TO 1100-LOAD-FLDDICT-EXIT
004330     END-READ
004340     IF TG-RI-RULE-PRESENT
004350        IF FLDDICT-FILE  = RIRULES-CHILD-FILE AND
004360           FLDDICT-FIELD = RIRULES-CHILD-FIELD
004370           MOVE FLDDICT-POS TO TG-CHILD-POS
004380           MOVE FLDDICT-LEN TO TG-CHILD-LEN
004390           IF TG-CHILD-LEN GREATER 32
004400              MOVE 32 TO TG-CHILD-LEN
004410           END-IF
004420        END-IF
004430        IF FLDDICT-FILE  = RIRULES-PARENT-FILE AND
004440           FLDDICT-FIELD = RIRULES-PARENT-FIELD
004450           MOVE FLDDICT-POS TO TG-PARENT-POS
004460           MOVE FLDDICT-LEN TO TG-PARENT-LEN
004470           IF TG-PARENT-LEN GREATER 32
004480              MOVE 32 TO TG-PARENT-LEN
004490           END-IF
004500        END-IF
004510     END-IF
004520     IF FLDDICT-FILE NOT = TG-FILE-NAME OR
004530        FLDDICT-POS = 0 OR FLDDICT-LEN = 0 OR
004540        FLDDICT-POS + FLDDICT-LEN - 1 GREATER 512
004550        GO TO 1100-LOAD-FLDDICT-EXIT
004560     END-IF
004570     IF TG-FLD-COUNT < TG-MAX-FLDS
004580        ADD 1 TO TG-FLD-COUNT
004590        MOVE FLDDICT-FIELD TO TG-FD-FIELD (TG-FLD-COUNT)
004600        MOVE FLDDICT-POS   TO TG-FD-POS (TG-FLD-COUNT)
004610        MOVE FLDDICT-LEN   TO TG-FD-LEN (TG-FLD-COUNT)
004620        MOVE FLDDICT-TYPE  TO TG-FD-TYPE (TG-FLD-COUNT)
004630        MOVE 'N'           TO TG-FD-RULED (TG-FLD-COUNT)
004640     END-IF
004650     PERFORM VARYING TG-I FROM 1 BY 1
004660             UNTIL TG-I > TG-RULE-COUNT
004670        IF TG-RL-FIELD (TG-I) = FLDDICT-FIELD
004680           MOVE FLDDICT-POS TO TG-RL-POS (TG-I)
004690           MOVE FLDDICT-LEN TO TG-RL-LEN (TG-I)
004700           IF TG-RL-LEN (TG-I) GREATER 20
004710              MOVE 20 TO TG-RL-LEN (TG-I)
004720           END-IF
004730        END-IF
004740        IF TG-RL-CONDFIELD (TG-I) = FLDDICT-FIELD
004750           MOVE FLDDICT-POS TO TG-RL-CONDPOS (TG-I)
004760           MOVE FLDDICT-LEN TO TG-RL-CONDLEN (TG-I)
004770           IF TG-RL-CONDLEN (TG-I) GREATER 10
004780              MOVE 10 TO TG-RL-CONDLEN (TG-I)
004790           END-IF
004800        END-IF
004810     END-PERFORM.
004820 1100-LOAD-FLDDICT-EXIT.
004830     EXIT.
004840 1200-LOAD-RULES.
004850     READ DOMRULES
004860         AT END
004870            SET TG-AT-EOF TO TRUE
004880         NOT AT END
004890            IF DOMRULES-FILE = TG-FILE-NAME AND
004900               TG-RULE-COUNT < TG-MAX-RULES
004910               ADD 1 TO TG-RULE-COUNT
004920               MOVE DOMRULES-FIELD
004930                 TO TG-RL-FIELD (TG-RULE-COUNT)
004940               MOVE 0 TO TG-RL-POS (TG-RULE-COUNT)
004950               MOVE 0 TO TG-RL-LEN (TG-RULE-COUNT)
004960               MOVE DOMRULES-TYPE
004970                 TO TG-RL-TYPE (TG-RULE-COUNT)
004980               MOVE DOMRULES-LO
004990                 TO TG-RL-LO (TG-RULE-COUNT)
005000               MOVE DOMRULES-HI
005010                 TO TG-RL-HI (TG-RULE-COUNT)
005020               MOVE DOMRULES-CONDFIELD
005030                 TO TG-RL-CONDFIELD (TG-RULE-COUNT)
005040               MOVE DOMRULES-CONDVAL
005050                 TO TG-RL-CONDVAL (TG-RULE-COUNT)
005060               MOVE 0 TO TG-RL-CONDPOS (TG-RULE-COUNT)
005070               MOVE 0 TO TG-RL-CONDLEN (TG-RULE-COUNT)
005080            END-IF
005090     END-READ.
005100 1200-LOAD-RULES-EXIT.
005110     EXIT.
005120 1300-LOAD-PARENTS.
005130     READ RIPARENT
005140         AT END
005150            SET TG-AT-EOF TO TRUE
005160         NOT AT END
005170            IF TG-PARENT-COUNT < TG-MAX-PARENTS AND
005180               TG-PARENT-LEN GREATER 0
005190               ADD 1 TO TG-PARENT-COUNT
005200               MOVE SPACES TO TG-PAR-KEY (TG-PARENT-COUNT)
005210               MOVE RIPARENT-RECORD
005220                    (TG-PARENT-POS:TG-PARENT-LEN)
005230                 TO TG-PAR-KEY (TG-PARENT-COUNT)
005240            END-IF
005250     END-READ.
005260 1300-LOAD-PARENTS-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290* 1400-LIST-CANDIDATES - A DOMAIN RULE COUNTS ONCE ITS      *
005300*                        FIELD IS RESOLVED; A RANGE WHOSE   *
005310*                        BOUNDS COVER EVERY VALUE CANNOT BE *
005320*                        BROKEN AND IS LEFT OUT             *
005330*----------------------------------------------------------*
005340 1400-LIST-CANDIDATES.
005350     PERFORM VARYING TG-I FROM 1 BY 1
005360             UNTIL TG-I > TG-RULE-COUNT
005370        IF TG-RL-LEN (TG-I) GREATER 0 AND
005380           TG-CAND-COUNT < TG-MAX-CANDS
005390           MOVE TG-RL-LEN (TG-I) TO TG-LEN
005400           IF TG-RL-TYPE (TG-I) NOT = 'R' OR
005410              TG-RL-LO (TG-I) (1:TG-LEN) NOT = SPACES OR
005420              TG-RL-HI (TG-I) (1:TG-LEN) NOT = HIGH-VALUES
005430              ADD 1 TO TG-CAND-COUNT
005440              MOVE 'DOMAIN' TO TG-CD-CLASS (TG-CAND-COUNT)
005450              MOVE TG-RL-FIELD (TG-I)
005460                TO TG-CD-FIELD (TG-CAND-COUNT)
005470              MOVE TG-RL-TYPE (TG-I)
005480                TO TG-CD-RULE-TYPE (TG-CAND-COUNT)
005490              MOVE TG-I TO TG-CD-IX (TG-CAND-COUNT)
005500           END-IF
005510        END-IF
005520     END-PERFORM
005530     PERFORM VARYING TG-I FROM 1 BY 1
005540             UNTIL TG-I > TG-FLD-COUNT
005550        PERFORM 1410-FIELD-CANDIDATE
005560            THRU 1410-FIELD-CANDIDATE-EXIT
005570     END-PERFORM
005580     IF TG-RI-RULE-PRESENT AND TG-CHILD-LEN GREATER 0 AND
005590        TG-PARENT-COUNT GREATER 0 AND
005600        TG-CAND-COUNT < TG-MAX-CANDS
005610        ADD 1 TO TG-CAND-COUNT
005620        MOVE 'ORPHAN' TO TG-CD-CLASS (TG-CAND-COUNT)
005630        MOVE RIRULES-CHILD-FIELD TO TG-CD-FIELD (TG-CAND-COUNT)
005640        MOVE 'K' TO TG-CD-RULE-TYPE (TG-CAND-COUNT)
005650        MOVE 0 TO TG-CD-IX (TG-CAND-COUNT)
005660     END-IF
005670     PERFORM VARYING TG-C FROM 1 BY 1
005680             UNTIL TG-C > TG-CAND-COUNT
005690        MOVE 0 TO TG-CD-PLANTED (TG-C)
005700     END-PERFORM.
005710 1400-LIST-CANDIDATES-EXIT.
005720     EXIT.
005730*----------------------------------------------------------*
005740* 1410-FIELD-CANDIDATE - A FIELD A DOMAIN RULE OR THE       *
005750*                        FOREIGN KEY OWNS IS MARKED RULED;  *
005760*                        A DATE OR PACKED FIELD IS ITSELF A *
005770*                        RULE TO BREAK                      *
005780*----------------------------------------------------------*
005790 1410-FIELD-CANDIDATE.
005800     PERFORM VARYING TG-J FROM 1 BY 1
005810             UNTIL TG-J > TG-RULE-COUNT
005820        IF TG-RL-FIELD (TG-J) = TG-FD-FIELD (TG-I)
005830           MOVE 'Y' TO TG-FD-RULED (TG-I)
005840        END-IF
005850     END-PERFORM
005860     IF TG-RI-RULE-PRESENT AND
005870        TG-FD-FIELD (TG-I) = RIRULES-CHILD-FIELD
005880        MOVE 'Y' TO TG-FD-RULED (TG-I)
005890     END-IF
005900     IF TG-CAND-COUNT NOT < TG-MAX-CANDS
005910        GO TO 1410-FIELD-CANDIDATE-EXIT
005920     END-IF
005930     EVALUATE TRUE
005940        WHEN TG-FD-TYPE (TG-I) = 'D' AND
005950             TG-FD-LEN (TG-I) NOT LESS 8
005960           MOVE 'DATE' TO TG-CLASS-WORK
005970        WHEN TG-FD-TYPE (TG-I) = 'T' AND
005980             TG-FD-LEN (TG-I) NOT LESS 26
005990           MOVE 'DATE' TO TG-CLASS-WORK
006000        WHEN TG-FD-TYPE (TG-I) = 'P'
006010           MOVE 'PACKED' TO TG-CLASS-WORK
006020        WHEN OTHER
006030           GO TO 1410-FIELD-CANDIDATE-EXIT
006040     END-EVALUATE
006050     ADD 1 TO TG-CAND-COUNT
006060     MOVE TG-CLASS-WORK      TO TG-CD-CLASS (TG-CAND-COUNT)
006070     MOVE TG-FD-FIELD (TG-I) TO TG-CD-FIELD (TG-CAND-COUNT)
006080     MOVE TG-FD-TYPE (TG-I)  TO TG-CD-RULE-TYPE (TG-CAND-COUNT)
006090     MOVE TG-I               TO TG-CD-IX (TG-CAND-COUNT).
006100 1410-FIELD-CANDIDATE-EXIT.
006110     EXIT.
006120*----------------------------------------------------------*
006130* 2000-GENERATE - ONE RECORD PER CONTROL ROW COUNT          *
006140*----------------------------------------------------------*
006150 2000-GENERATE.
006160     PERFORM 2100-BUILD-RECORD
006170         THRU 2100-BUILD-RECORD-EXIT
006180         UNTIL TG-REC-NBR NOT LESS TG-ROWS.
006190 2000-GENERATE-EXIT.
006200     EXIT.
006210*----------------------------------------------------------*
006220* 2100-BUILD-RECORD - EVERY FIELD BY ITS TYPE, THEN THE     *
006230*                     UNGATED DOMAIN RULES, THEN THE GATED  *
006240*                     ONES (THEIR CONDITION FIELDS ARE SET  *
006250*                     BY THEN), THEN THE FOREIGN KEY AND    *
006260*                     THE ROW NUMBER; A DEFECT IS PLANTED   *
006270*                     LAST SO IT IS THE ONLY RULE BROKEN    *
006280*----------------------------------------------------------*
006290 2100-BUILD-RECORD.
006300     ADD 1 TO TG-REC-NBR
006310     MOVE SPACES TO TGENOUT-RECORD
006320     PERFORM VARYING TG-I FROM 1 BY 1
006330             UNTIL TG-I > TG-FLD-COUNT
006340        PERFORM 3000-FILL-FIELD
006350            THRU 3000-FILL-FIELD-EXIT
006360     END-PERFORM
006370     PERFORM VARYING TG-PASS FROM 1 BY 1
006380             UNTIL TG-PASS > 2
006390        PERFORM VARYING TG-I FROM 1 BY 1
006400                UNTIL TG-I > TG-RULE-COUNT
006410           PERFORM 3500-APPLY-RULE
006420               THRU 3500-APPLY-RULE-EXIT
006430        END-PERFORM
006440     END-PERFORM
006450     IF TG-RI-RULE-PRESENT AND TG-CHILD-LEN GREATER 0
006460        PERFORM 3700-TAKE-PARENT-KEY
006470            THRU 3700-TAKE-PARENT-KEY-EXIT
006480     END-IF
006490     PERFORM 3800-STAMP-ROW-NUMBER
006500         THRU 3800-STAMP-ROW-NUMBER-EXIT
006510     IF TG-CAND-COUNT GREATER 0 AND TG-DEFECT-PCT GREATER 0
006520        MOVE 100 TO TG-PICK-RANGE
006530        PERFORM 8200-PICK
006540            THRU 8200-PICK-EXIT
006550        IF TG-PICK LESS TG-DEFECT-PCT
006560           PERFORM 4000-PLANT-DEFECT
006570               THRU 4000-PLANT-DEFECT-EXIT
006580        END-IF
006590     END-IF
006600     WRITE TGENOUT-RECORD.
006610 2100-BUILD-RECORD-EXIT.
006620     EXIT.
006630*----------------------------------------------------------*
006640* 3000-FILL-FIELD - A VALID VALUE FOR THE FIELD'S TYPE      *
006650*----------------------------------------------------------*
006660 3000-FILL-FIELD.
006670     MOVE TG-FD-POS (TG-I) TO TG-POS
006680     MOVE TG-FD-LEN (TG-I) TO TG-LEN
006690     EVALUATE TG-FD-TYPE (TG-I)
006700        WHEN 'N'
006710           PERFORM 3200-FILL-DIGITS
006720               THRU 3200-FILL-DIGITS-EXIT
006730        WHEN 'P'
006740           PERFORM 3300-FILL-PACKED
006750               THRU 3300-FILL-PACKED-EXIT
006760        WHEN 'D'
006770           PERFORM 3400-FILL-DATE
006780               THRU 3400-FILL-DATE-EXIT
006790        WHEN 'T'
006800           PERFORM 3450-FILL-TIMESTAMP
006810               THRU 3450-FILL-TIMESTAMP-EXIT
006820        WHEN OTHER
006830           PERFORM 3100-FILL-ALPHA
006840               THRU 3100-FILL-ALPHA-EXIT
006850     END-EVALUATE.
006860 3000-FILL-FIELD-EXIT.
006870     EXIT.
006880*----------------------------------------------------------*
006890* 3100-FILL-ALPHA - LETTERS TO A RANDOM LENGTH, ONE ROW IN  *
006900*                   FOUR FILLED TO THE LAST POSITION        *
006910*----------------------------------------------------------*
006920 3100-FILL-ALPHA.
006930     MOVE 4 TO TG-PICK-RANGE
006940     PERFORM 8200-PICK
006950         THRU 8200-PICK-EXIT
006960     IF TG-PICK = 0
006970        MOVE TG-LEN TO TG-USE-LEN
006980     ELSE
006990        MOVE TG-LEN TO TG-PICK-RANGE
007000        PERFORM 8200-PICK
007010            THRU 8200-PICK-EXIT
007020        COMPUTE TG-USE-LEN = TG-PICK + 1
007030     END-IF
007040     PERFORM VARYING TG-K FROM TG-POS BY 1
007050             UNTIL TG-K GREATER TG-POS + TG-USE-LEN - 1
007060        MOVE 26 TO TG-PICK-RANGE
007070        PERFORM 8200-PICK
007080            THRU 8200-PICK-EXIT
007090        MOVE TG-ALPHA (TG-PICK + 1:1) TO TGENOUT-RECORD (TG-K:1)
007100     END-PERFORM.
007110 3100-FILL-ALPHA-EXIT.
007120     EXIT.
007130 3200-FILL-DIGITS.
007140     PERFORM VARYING TG-K FROM TG-POS BY 1
007150             UNTIL TG-K GREATER TG-POS + TG-LEN - 1
007160        MOVE 10 TO TG-PICK-RANGE
007170        PERFORM 8200-PICK
007180            THRU 8200-PICK-EXIT
007190        MOVE TG-DIGITS (TG-PICK + 1:1) TO TGENOUT-RECORD (TG-K:1)
007200     END-PERFORM.
007210 3200-FILL-DIGITS-EXIT.
007220     EXIT.
007230*----------------------------------------------------------*
007240* 3300-FILL-PACKED - DIGIT NIBBLES 0-9 AND A C OR D SIGN IN *
007250*                    THE LAST, WHAT PACKSCAN PASSES         *
007260*----------------------------------------------------------*
007270 3300-FILL-PACKED.
007280     PERFORM VARYING TG-K FROM TG-POS BY 1
007290             UNTIL TG-K GREATER TG-POS + TG-LEN - 1
007300        MOVE 10 TO TG-PICK-RANGE
007310        PERFORM 8200-PICK
007320            THRU 8200-PICK-EXIT
007330        MOVE TG-PICK TO TG-HI-NIB
007340        IF TG-K = TG-POS + TG-LEN - 1
007350           MOVE 2 TO TG-PICK-RANGE
007360           PERFORM 8200-PICK
007370               THRU 8200-PICK-EXIT
007380           COMPUTE TG-LO-NIB = 12 + TG-PICK
007390        ELSE
007400           PERFORM 8200-PICK
007410               THRU 8200-PICK-EXIT
007420           MOVE TG-PICK TO TG-LO-NIB
007430        END-IF
007440        COMPUTE TG-BYTE-NUM = (TG-HI-NIB * 16) + TG-LO-NIB
007450        MOVE TG-BYTE-CHAR TO TGENOUT-RECORD (TG-K:1)
007460     END-PERFORM.
007470 3300-FILL-PACKED-EXIT.
007480     EXIT.
007490*----------------------------------------------------------*
007500* 3400-FILL-DATE - A REAL CALENDAR DATE, 1990 THROUGH 2035; *
007510*                  ONE ROW IN FIVE TAKES THE MONTH'S LAST   *
007520*                  DAY, SO MONTH ENDS AND LEAP DAYS TURN UP *
007530*----------------------------------------------------------*
007540 3400-FILL-DATE.
007550     PERFORM 3410-PICK-DATE
007560         THRU 3410-PICK-DATE-EXIT
007570     IF TG-LEN NOT LESS 8
007580        MOVE TG-DATE-WORK TO TGENOUT-RECORD (TG-POS:8)
007590     ELSE
007600        MOVE TG-DATE-WORK (1:TG-LEN)
007610          TO TGENOUT-RECORD (TG-POS:TG-LEN)
007620     END-IF.
007630 3400-FILL-DATE-EXIT.
007640     EXIT.
007650 3410-PICK-DATE.
007660     MOVE 46 TO TG-PICK-RANGE
007670     PERFORM 8200-PICK
007680         THRU 8200-PICK-EXIT
007690     COMPUTE TG-DW-YYYY = 1990 + TG-PICK
007700     MOVE 12 TO TG-PICK-RANGE
007710     PERFORM 8200-PICK
007720         THRU 8200-PICK-EXIT
007730     COMPUTE TG-DW-MM = TG-PICK + 1
007740     PERFORM 8300-LAST-DAY
007750         THRU 8300-LAST-DAY-EXIT
007760     MOVE 5 TO TG-PICK-RANGE
007770     PERFORM 8200-PICK
007780         THRU 8200-PICK-EXIT
007790     IF TG-PICK = 0
007800        MOVE TG-LAST-DAY TO TG-DW-DD
007810     ELSE
007820        MOVE TG-LAST-DAY TO TG-PICK-RANGE
007830        PERFORM 8200-PICK
007840            THRU 8200-PICK-EXIT
007850        COMPUTE TG-DW-DD = TG-PICK + 1
007860     END-IF.
007870 3410-PICK-DATE-EXIT.
007880     EXIT.
007890 3450-FILL-TIMESTAMP.
007900     PERFORM 3410-PICK-DATE
007910         THRU 3410-PICK-DATE-EXIT
007920     MOVE 24 TO TG-PICK-RANGE
007930     PERFORM 8200-PICK
007940         THRU 8200-PICK-EXIT
007950     MOVE TG-PICK TO TG-TW-HH
007960     MOVE 60 TO TG-PICK-RANGE
007970     PERFORM 8200-PICK
007980         THRU 8200-PICK-EXIT
007990     MOVE TG-PICK TO TG-TW-MI
008000     PERFORM 8200-PICK
008010         THRU 8200-PICK-EXIT
008020     MOVE TG-PICK TO TG-TW-SS
008030     MOVE 1000000 TO TG-PICK-RANGE
008040     PERFORM 8200-PICK
008050         THRU 8200-PICK-EXIT
008060     MOVE TG-PICK TO TG-TW-US
008070     MOVE TG-DW-YYYY TO TG-TS-YYYY
008080     MOVE TG-DW-MM   TO TG-TS-MM
008090     MOVE TG-DW-DD   TO TG-TS-DD
008100     MOVE TG-TW-HH   TO TG-TS-HH
008110     MOVE TG-TW-MI   TO TG-TS-MI
008120     MOVE TG-TW-SS   TO TG-TS-SS
008130     MOVE TG-TW-US   TO TG-TS-US
008140     IF TG-LEN NOT LESS 26
008150        MOVE TG-TS-WORK TO TGENOUT-RECORD (TG-POS:26)
008160     ELSE
008170        MOVE TG-TS-WORK (1:TG-LEN)
008180          TO TGENOUT-RECORD (TG-POS:TG-LEN)
008190     END-IF.
008200 3450-FILL-TIMESTAMP-EXIT.
008210     EXIT.
008220*----------------------------------------------------------*
008230* 3500-APPLY-RULE - PASS 1 TAKES THE UNGATED RULES, PASS 2  *
008240*                   THE GATED ONES, AND A GATED RULE WHOSE  *
008250*                   CONDITION DOES NOT HOLD IS LEFT ALONE,  *
008260*                   THE SAME TEST DOMSCAN MAKES             *
008270*----------------------------------------------------------*
008280 3500-APPLY-RULE.
008290     IF TG-RL-LEN (TG-I) = 0
008300        GO TO 3500-APPLY-RULE-EXIT
008310     END-IF
008320     IF TG-RL-CONDPOS (TG-I) = 0
008330        IF TG-PASS = 2
008340           GO TO 3500-APPLY-RULE-EXIT
008350        END-IF
008360     ELSE
008370        IF TG-PASS = 1
008380           GO TO 3500-APPLY-RULE-EXIT
008390        END-IF
008400        IF TGENOUT-RECORD
008410             (TG-RL-CONDPOS (TG-I):TG-RL-CONDLEN (TG-I))
008420           NOT = TG-RL-CONDVAL (TG-I)
008430                 (1:TG-RL-CONDLEN (TG-I))
008440           GO TO 3500-APPLY-RULE-EXIT
008450        END-IF
008460     END-IF
008470     MOVE TG-RL-POS (TG-I) TO TG-POS
008480     MOVE TG-RL-LEN (TG-I) TO TG-LEN
008490     EVALUATE TG-RL-TYPE (TG-I)
008500        WHEN 'V'
008510           PERFORM 3510-VALID-CODE
008520               THRU 3510-VALID-CODE-EXIT
008530        WHEN 'R'
008540           PERFORM 3520-VALID-RANGE
008550               THRU 3520-VALID-RANGE-EXIT
008560        WHEN 'N'
008570           PERFORM 3530-VALID-NUMBER
008580               THRU 3530-VALID-NUMBER-EXIT
008590     END-EVALUATE.
008600 3500-APPLY-RULE-EXIT.
008610     EXIT.
008620*----------------------------------------------------------*
008630* 3510-VALID-CODE - ANY ONE OF THE CODES HELD IN LO         *
008640*----------------------------------------------------------*
008650 3510-VALID-CODE.
008660     MOVE SPACES TO TG-CODES
008670     MOVE 0 TO TG-CODE-COUNT
008680     PERFORM VARYING TG-K FROM 1 BY 1
008690             UNTIL TG-K > 20
008700        IF TG-RL-LO (TG-I) (TG-K:1) NOT = SPACE
008710           ADD 1 TO TG-CODE-COUNT
008720           MOVE TG-RL-LO (TG-I) (TG-K:1)
008730             TO TG-CODES (TG-CODE-COUNT:1)
008740        END-IF
008750     END-PERFORM
008760     IF TG-CODE-COUNT = 0
008770        GO TO 3510-VALID-CODE-EXIT
008780     END-IF
008790     MOVE TG-CODE-COUNT TO TG-PICK-RANGE
008800     PERFORM 8200-PICK
008810         THRU 8200-PICK-EXIT
008820     MOVE SPACES TO TGENOUT-RECORD (TG-POS:TG-LEN)
008830     MOVE TG-CODES (TG-PICK + 1:1) TO TGENOUT-RECORD (TG-POS:1).
008840 3510-VALID-CODE-EXIT.
008850     EXIT.
008860*----------------------------------------------------------*
008870* 3520-VALID-RANGE - A NUMERIC RANGE GETS LO, HI OR A VALUE *
008880*                    BETWEEN; A CHARACTER RANGE GETS ONE OF *
008890*                    ITS BOUNDS                             *
008900*----------------------------------------------------------*
008910 3520-VALID-RANGE.
008920     IF TG-LEN NOT GREATER 18 AND
008930        TG-RL-LO (TG-I) (1:TG-LEN) NUMERIC AND
008940        TG-RL-HI (TG-I) (1:TG-LEN) NUMERIC
008950        PERFORM 3540-NUMBER-IN-RANGE
008960            THRU 3540-NUMBER-IN-RANGE-EXIT
008970        GO TO 3520-VALID-RANGE-EXIT
008980     END-IF
008990     MOVE 2 TO TG-PICK-RANGE
009000     PERFORM 8200-PICK
009010         THRU 8200-PICK-EXIT
009020     IF TG-PICK = 0
009030        MOVE TG-RL-LO (TG-I) (1:TG-LEN)
009040          TO TGENOUT-RECORD (TG-POS:TG-LEN)
009050     ELSE
009060        MOVE TG-RL-HI (TG-I) (1:TG-LEN)
009070          TO TGENOUT-RECORD (TG-POS:TG-LEN)
009080     END-IF.
009090 3520-VALID-RANGE-EXIT.
009100     EXIT.
009110*----------------------------------------------------------*
009120* 3530-VALID-NUMBER - DIGITS ONLY, INSIDE LO/HI WHEN GIVEN  *
009130*----------------------------------------------------------*
009140 3530-VALID-NUMBER.
009150     IF TG-RL-LO (TG-I) = SPACES OR TG-LEN GREATER 18
009160        PERFORM 3200-FILL-DIGITS
009170            THRU 3200-FILL-DIGITS-EXIT
009180     ELSE
009190        PERFORM 3540-NUMBER-IN-RANGE
009200            THRU 3540-NUMBER-IN-RANGE-EXIT
009210     END-IF.
009220 3530-VALID-NUMBER-EXIT.
009230     EXIT.
009240*----------------------------------------------------------*
009250* 3540-NUMBER-IN-RANGE - THE BOUNDS ARE READ AS DOMSCAN     *
009260*                        READS THEM; THE VALUE GOES BACK    *
009270*                        ZERO-FILLED TO THE FIELD LENGTH    *
009280*----------------------------------------------------------*
009290 3540-NUMBER-IN-RANGE.
009300     PERFORM 3550-LOAD-BOUNDS
009310         THRU 3550-LOAD-BOUNDS-EXIT
009320     MOVE 3 TO TG-PICK-RANGE
009330     PERFORM 8200-PICK
009340         THRU 8200-PICK-EXIT
009350     EVALUATE TRUE
009360        WHEN TG-HI-NUM NOT GREATER TG-LO-NUM
009370           MOVE TG-LO-NUM TO TG-NUM-WORK
009380        WHEN TG-PICK = 0
009390           MOVE TG-LO-NUM TO TG-NUM-WORK
009400        WHEN TG-PICK = 1
009410           MOVE TG-HI-NUM TO TG-NUM-WORK
009420        WHEN OTHER
009430           COMPUTE TG-PICK-RANGE = TG-HI-NUM - TG-LO-NUM + 1
009440           PERFORM 8200-PICK
009450               THRU 8200-PICK-EXIT
009460           COMPUTE TG-NUM-WORK = TG-LO-NUM + TG-PICK
009470     END-EVALUATE
009480     MOVE TG-NUM-WORK (19 - TG-LEN:TG-LEN)
009490       TO TGENOUT-RECORD (TG-POS:TG-LEN).
009500 3540-NUMBER-IN-RANGE-EXIT.
009510     EXIT.
009520 3550-LOAD-BOUNDS.
009530     MOVE 0 TO TG-LO-NUM
009540     MOVE 0 TO TG-HI-NUM
009550     IF TG-RL-LO (TG-I) (1:TG-LEN) NUMERIC
009560        MOVE TG-RL-LO (TG-I) (1:TG-LEN)
009570          TO TG-LO-NUM (19 - TG-LEN:TG-LEN)
009580     END-IF
009590     IF TG-RL-HI (TG-I) (1:TG-LEN) NUMERIC
009600        MOVE TG-RL-HI (TG-I) (1:TG-LEN)
009610          TO TG-HI-NUM (19 - TG-LEN:TG-LEN)
009620     END-IF.
009630 3550-LOAD-BOUNDS-EXIT.
009640     EXIT.
009650*----------------------------------------------------------*
009660* 3700-TAKE-PARENT-KEY - THE PARENTS ARE TAKEN IN TURN, SO  *
009670*                        A RUN OF AT LEAST AS MANY ROWS AS  *
009680*                        PARENTS LEAVES NONE CHILDLESS      *
009690*----------------------------------------------------------*
009700 3700-TAKE-PARENT-KEY.
009710     MOVE SPACES TO TGENOUT-RECORD (TG-CHILD-POS:TG-CHILD-LEN)
009720     IF TG-PARENT-COUNT = 0
009730        GO TO 3700-TAKE-PARENT-KEY-EXIT
009740     END-IF
009750     ADD 1 TO TG-PARENT-NEXT
009760     IF TG-PARENT-NEXT GREATER TG-PARENT-COUNT
009770        MOVE 1 TO TG-PARENT-NEXT
009780     END-IF
009790     MOVE TG-PAR-KEY (TG-PARENT-NEXT) (1:TG-CHILD-LEN)
009800       TO TGENOUT-RECORD (TG-CHILD-POS:TG-CHILD-LEN).
009810 3700-TAKE-PARENT-KEY-EXIT.
009820     EXIT.
009830*----------------------------------------------------------*
009840* 3800-STAMP-ROW-NUMBER - THE FIELD AT POSITION ONE STANDS  *
009850*                         FOR THE RECORD KEY; WHERE NO RULE *
009860*                         OWNS IT, IT ENDS IN THE ROW       *
009870*                         NUMBER SO EVERY KEY IS DISTINCT   *
009880*----------------------------------------------------------*
009890 3800-STAMP-ROW-NUMBER.
009900     MOVE TG-REC-NBR TO TG-REC-DISP
009910     PERFORM VARYING TG-I FROM 1 BY 1
009920             UNTIL TG-I > TG-FLD-COUNT
009930        IF TG-FD-POS (TG-I) = 1 AND TG-FD-RULED (TG-I) = 'N' AND
009940           (TG-FD-TYPE (TG-I) = 'A' OR TG-FD-TYPE (TG-I) = 'N')
009950           IF TG-FD-LEN (TG-I) NOT LESS 9
009960              COMPUTE TG-POS = TG-FD-LEN (TG-I) - 8
009970              MOVE TG-REC-DISP TO TGENOUT-RECORD (TG-POS:9)
009980           ELSE
009990              MOVE TG-FD-LEN (TG-I) TO TG-LEN
010000              MOVE TG-REC-DISP (10 - TG-LEN:TG-LEN)
010010                TO TGENOUT-RECORD (1:TG-LEN)
010020           END-IF
010030        END-IF
010040     END-PERFORM.
010050 3800-STAMP-ROW-NUMBER-EXIT.
010060     EXIT.
010070*----------------------------------------------------------*
010080* 4000-PLANT-DEFECT - THE BREAKABLE RULES ARE TAKEN IN      *
010090*                     TURN; THE BROKEN VALUE AND THE RULE   *
010100*                     GO TO THE MANIFEST                    *
010110*----------------------------------------------------------*
010120 4000-PLANT-DEFECT.
010130     DIVIDE TG-DEFECTS BY TG-CAND-COUNT
010140            GIVING TG-Q REMAINDER TG-C
010150     ADD 1 TO TG-C
010160     ADD 1 TO TG-DEFECTS
010170     ADD 1 TO TG-CD-PLANTED (TG-C)
010180     MOVE TG-CD-IX (TG-C) TO TG-I
010190     MOVE 0 TO TGENMANI-RULE-SEQ
010200     MOVE SPACES TO TGENMANI-VALUE
010210     EVALUATE TG-CD-CLASS (TG-C)
010220        WHEN 'DOMAIN'
010230           PERFORM 4100-BREAK-DOMAIN
010240               THRU 4100-BREAK-DOMAIN-EXIT
010250        WHEN 'DATE'
010260           PERFORM 4200-BREAK-DATE
010270               THRU 4200-BREAK-DATE-EXIT
010280        WHEN 'PACKED'
010290           PERFORM 4300-BREAK-PACKED
010300               THRU 4300-BREAK-PACKED-EXIT
010310        WHEN 'ORPHAN'
010320           PERFORM 4400-BREAK-KEY
010330               THRU 4400-BREAK-KEY-EXIT
010340     END-EVALUATE
010350     MOVE TG-FILE-NAME           TO TGENMANI-FILE
010360     MOVE TG-REC-NBR             TO TGENMANI-RECNBR
010370     MOVE TG-CD-CLASS (TG-C)     TO TGENMANI-CLASS
010380     MOVE TG-CD-FIELD (TG-C)     TO TGENMANI-FIELD
010390     MOVE TG-CD-RULE-TYPE (TG-C) TO TGENMANI-RULE-TYPE
010400     IF TG-CD-CLASS (TG-C) = 'ORPHAN'
010410        MOVE TG-FK-VALUE            TO TGENMANI-RECKEY
010420     ELSE
010430        MOVE TGENOUT-RECORD (1:20)  TO TGENMANI-RECKEY
010440     END-IF
010450     WRITE TGENMANI-RECORD.
010460 4000-PLANT-DEFECT-EXIT.
010470     EXIT.
010480*----------------------------------------------------------*
010490* 4100-BREAK-DOMAIN - A GATED RULE HAS ITS CONDITION SET    *
010500*                     FIRST SO THE RULE APPLIES; THEN A     *
010510*                     CODE OFF THE LIST, A VALUE OUTSIDE    *
010520*                     THE RANGE, OR A LETTER IN A NUMBER    *
010530*----------------------------------------------------------*
010540 4100-BREAK-DOMAIN.
010550     MOVE TG-I TO TGENMANI-RULE-SEQ
010560     IF TG-RL-CONDPOS (TG-I) GREATER 0
010570        MOVE TG-RL-CONDVAL (TG-I) (1:TG-RL-CONDLEN (TG-I))
010580          TO TGENOUT-RECORD
010590             (TG-RL-CONDPOS (TG-I):TG-RL-CONDLEN (TG-I))
010600     END-IF
010610     MOVE TG-RL-POS (TG-I) TO TG-POS
010620     MOVE TG-RL-LEN (TG-I) TO TG-LEN
010630     EVALUATE TG-RL-TYPE (TG-I)
010640        WHEN 'V'
010650           PERFORM 4110-CODE-OFF-LIST
010660               THRU 4110-CODE-OFF-LIST-EXIT
010670        WHEN 'R'
010680           PERFORM 4120-OUT-OF-RANGE
010690               THRU 4120-OUT-OF-RANGE-EXIT
010700        WHEN OTHER
010710           PERFORM 4130-BAD-NUMBER
010720               THRU 4130-BAD-NUMBER-EXIT
010730     END-EVALUATE
010740     MOVE TGENOUT-RECORD (TG-POS:TG-LEN) TO TGENMANI-VALUE.
010750 4100-BREAK-DOMAIN-EXIT.
010760     EXIT.
010770 4110-CODE-OFF-LIST.
010780     PERFORM VARYING TG-K FROM 1 BY 1
010790             UNTIL TG-K > 40
010800        SET TG-NOT-FOUND TO TRUE
010810        PERFORM VARYING TG-J FROM 1 BY 1
010820                UNTIL TG-J > 20 OR TG-FOUND
010830           IF TG-RL-LO (TG-I) (TG-J:1) = TG-BAD-CODES (TG-K:1)
010840              SET TG-FOUND TO TRUE
010850           END-IF
010860        END-PERFORM
010870        IF TG-NOT-FOUND
010880           MOVE SPACES TO TGENOUT-RECORD (TG-POS:TG-LEN)
010890           MOVE TG-BAD-CODES (TG-K:1) TO TGENOUT-RECORD (TG-POS:1)
010900           MOVE 40 TO TG-K
010910        END-IF
010920     END-PERFORM.
010930 4110-CODE-OFF-LIST-EXIT.
010940     EXIT.
010950*----------------------------------------------------------*
010960* 4120-OUT-OF-RANGE - ONE PAST A NUMERIC BOUND; OTHERWISE   *
010970*                     BLANKS, WHICH SORT BELOW ANY NON-     *
010980*                     BLANK LOW BOUND, OR HIGH VALUES ABOVE *
010990*                     THE HIGH ONE                          *
011000*----------------------------------------------------------*
011010 4120-OUT-OF-RANGE.
011020     IF TG-LEN NOT GREATER 18 AND
011030        TG-RL-LO (TG-I) (1:TG-LEN) NUMERIC AND
011040        TG-RL-HI (TG-I) (1:TG-LEN) NUMERIC
011050        PERFORM 4140-PAST-A-BOUND
011060            THRU 4140-PAST-A-BOUND-EXIT
011070        GO TO 4120-OUT-OF-RANGE-EXIT
011080     END-IF
011090     IF TG-RL-LO (TG-I) (1:TG-LEN) NOT = SPACES
011100        MOVE SPACES TO TGENOUT-RECORD (TG-POS:TG-LEN)
011110     ELSE
011120        MOVE HIGH-VALUES TO TGENOUT-RECORD (TG-POS:TG-LEN)
011130     END-IF.
011140 4120-OUT-OF-RANGE-EXIT.
011150     EXIT.
011160 4130-BAD-NUMBER.
011170     IF TG-RL-LO (TG-I) NOT = SPACES AND TG-LEN NOT GREATER 18
011180        PERFORM 4140-PAST-A-BOUND
011190            THRU 4140-PAST-A-BOUND-EXIT
011200     ELSE
011210        MOVE 'X' TO TGENOUT-RECORD (TG-POS + TG-LEN - 1:1)
011220     END-IF.
011230 4130-BAD-NUMBER-EXIT.
011240     EXIT.
011250*----------------------------------------------------------*
011260* 4140-PAST-A-BOUND - HI PLUS ONE WHILE IT STILL FITS THE   *
011270*                     FIELD, ELSE LO LESS ONE, ELSE A       *
011280*                     LETTER WHERE A DIGIT BELONGS          *
011290*----------------------------------------------------------*
011300 4140-PAST-A-BOUND.
011310     PERFORM 3550-LOAD-BOUNDS
011320         THRU 3550-LOAD-BOUNDS-EXIT
011330     MOVE 0 TO TG-TOP-NUM
011340     MOVE ALL '9' TO TG-TOP-NUM (19 - TG-LEN:TG-LEN)
011350     EVALUATE TRUE
011360        WHEN TG-HI-NUM LESS TG-TOP-NUM
011370           COMPUTE TG-NUM-WORK = TG-HI-NUM + 1
011380           MOVE TG-NUM-WORK (19 - TG-LEN:TG-LEN)
011390             TO TGENOUT-RECORD (TG-POS:TG-LEN)
011400        WHEN TG-LO-NUM GREATER 0
011410           COMPUTE TG-NUM-WORK = TG-LO-NUM - 1
011420           MOVE TG-NUM-WORK (19 - TG-LEN:TG-LEN)
011430             TO TGENOUT-RECORD (TG-POS:TG-LEN)
011440        WHEN OTHER
011450           MOVE 'X' TO TGENOUT-RECORD (TG-POS + TG-LEN - 1:1)
011460     END-EVALUATE.
011470 4140-PAST-A-BOUND-EXIT.
011480     EXIT.
011490*----------------------------------------------------------*
011500* 4200-BREAK-DATE - THE THIRTIETH OF FEBRUARY, WHICH THE    *
011510*                   GX-TDTE CHECK REJECTS IN ANY YEAR       *
011520*----------------------------------------------------------*
011530 4200-BREAK-DATE.
011540     MOVE TG-FD-POS (TG-I) TO TG-POS
011550     IF TG-FD-TYPE (TG-I) = 'T'
011560        MOVE '02' TO TGENOUT-RECORD (TG-POS + 5:2)
011570        MOVE '30' TO TGENOUT-RECORD (TG-POS + 8:2)
011580        MOVE TGENOUT-RECORD (TG-POS:26) TO TGENMANI-VALUE
011590     ELSE
011600        MOVE '02' TO TGENOUT-RECORD (TG-POS + 4:2)
011610        MOVE '30' TO TGENOUT-RECORD (TG-POS + 6:2)
011620        MOVE TGENOUT-RECORD (TG-POS:8) TO TGENMANI-VALUE
011630     END-IF.
011640 4200-BREAK-DATE-EXIT.
011650     EXIT.
011660*----------------------------------------------------------*
011670* 4300-BREAK-PACKED - A DIGIT WHERE THE SIGN NIBBLE BELONGS *
011680*                     IN THE LAST BYTE; THE MANIFEST SHOWS  *
011690*                     THE FIELD IN HEX AS PACKRPT DOES      *
011700*----------------------------------------------------------*
011710 4300-BREAK-PACKED.
011720     MOVE TG-FD-POS (TG-I) TO TG-POS
011730     MOVE TG-FD-LEN (TG-I) TO TG-LEN
011740     COMPUTE TG-K = TG-POS + TG-LEN - 1
011750     MOVE LOW-VALUE TO TG-BYTE-PAIR
011760     MOVE TGENOUT-RECORD (TG-K:1) TO TG-BYTE-CHAR
011770     COMPUTE TG-HI-NIB = TG-BYTE-NUM / 16
011780     COMPUTE TG-BYTE-NUM = TG-HI-NIB * 16
011790     MOVE TG-BYTE-CHAR TO TGENOUT-RECORD (TG-K:1)
011800     MOVE SPACES TO TG-HEX-OUT
011810     MOVE 0      TO TG-HEX-LEN
011820     PERFORM VARYING TG-K FROM TG-POS BY 1
011830             UNTIL TG-K GREATER TG-POS + TG-LEN - 1
011840                OR TG-HEX-LEN NOT LESS 31
011850        MOVE LOW-VALUE TO TG-BYTE-PAIR
011860        MOVE TGENOUT-RECORD (TG-K:1) TO TG-BYTE-CHAR
011870        COMPUTE TG-HI-NIB = TG-BYTE-NUM / 16
011880        COMPUTE TG-LO-NIB = TG-BYTE-NUM - (TG-HI-NIB * 16)
011890        ADD 1 TO TG-HEX-LEN
011900        MOVE TG-HEX-CHARS (TG-HI-NIB + 1:1)
011910          TO TG-HEX-OUT (TG-HEX-LEN:1)
011920        ADD 1 TO TG-HEX-LEN
011930        MOVE TG-HEX-CHARS (TG-LO-NIB + 1:1)
011940          TO TG-HEX-OUT (TG-HEX-LEN:1)
011950     END-PERFORM
011960     MOVE TG-HEX-OUT TO TGENMANI-VALUE.
011970 4300-BREAK-PACKED-EXIT.
011980     EXIT.
011990*----------------------------------------------------------*
012000* 4400-BREAK-KEY - LETTERS DRAWN UNTIL THE KEY MATCHES NO   *
012010*                  PARENT                                   *
012020*----------------------------------------------------------*
012030 4400-BREAK-KEY.
012040     MOVE TG-CHILD-POS TO TG-POS
012050     MOVE TG-CHILD-LEN TO TG-LEN
012060     SET TG-FOUND TO TRUE
012070     PERFORM VARYING TG-TRIES FROM 1 BY 1
012080             UNTIL TG-TRIES > 20 OR TG-NOT-FOUND
012090        MOVE SPACES TO TGENOUT-RECORD (TG-POS:TG-LEN)
012100        PERFORM VARYING TG-K FROM TG-POS BY 1
012110                UNTIL TG-K GREATER TG-POS + TG-LEN - 1
012120           MOVE 26 TO TG-PICK-RANGE
012130           PERFORM 8200-PICK
012140               THRU 8200-PICK-EXIT
012150           MOVE TG-ALPHA (TG-PICK + 1:1)
012160             TO TGENOUT-RECORD (TG-K:1)
012170        END-PERFORM
012180        MOVE SPACES TO TG-FK-VALUE
012190        MOVE TGENOUT-RECORD (TG-POS:TG-LEN) TO TG-FK-VALUE
012200        SET TG-NOT-FOUND TO TRUE
012210        PERFORM VARYING TG-J FROM 1 BY 1
012220                UNTIL TG-J > TG-PARENT-COUNT OR TG-FOUND
012230           IF TG-PAR-KEY (TG-J) = TG-FK-VALUE
012240              SET TG-FOUND TO TRUE
012250           END-IF
012260        END-PERFORM
012270     END-PERFORM
012280     MOVE TG-FK-VALUE TO TGENMANI-VALUE.
012290 4400-BREAK-KEY-EXIT.
012300     EXIT.
012310*----------------------------------------------------------*
012320* 6000-SUMMARIZE - ONE LINE PER BREAKABLE RULE WITH THE     *
012330*                  DEFECTS PLANTED AGAINST IT               *
012340*----------------------------------------------------------*
012350 6000-SUMMARIZE.
012360     PERFORM VARYING TG-C FROM 1 BY 1
012370             UNTIL TG-C > TG-CAND-COUNT
012380        MOVE TG-CD-FIELD (TG-C)     TO TG-DTL-FIELD
012390        MOVE TG-CD-CLASS (TG-C)     TO TG-DTL-CLASS
012400        MOVE TG-CD-RULE-TYPE (TG-C) TO TG-DTL-RULE
012410        MOVE TG-CD-PLANTED (TG-C)   TO TG-DTL-PLANTED
012420        MOVE TG-DTL-LINE TO RW-LINE
012430        MOVE 'D' TO RW-FUNC
012440        PERFORM 8900-RW-PUT
012450            THRU 8900-RW-PUT-EXIT
012460     END-PERFORM
012470     MOVE TG-REC-NBR TO TG-SUM-ROWS
012480     MOVE TG-DEFECTS TO TG-SUM-DEFECTS
012490     MOVE TG-RUN-SEED TO TG-SUM-SEED
012500     MOVE TG-SUM-LINE TO RW-LINE
012510     MOVE 'T' TO RW-FUNC
012520     PERFORM 8900-RW-PUT
012530         THRU 8900-RW-PUT-EXIT.
012540 6000-SUMMARIZE-EXIT.
012550     EXIT.
012560 8100-NEXT-RANDOM.
012570     COMPUTE TG-RND-WORK = TG-RND * 16807
012580     DIVIDE TG-RND-WORK BY TG-RND-MOD
012590            GIVING TG-RND-Q REMAINDER TG-RND.
012600 8100-NEXT-RANDOM-EXIT.
012610     EXIT.
012620*----------------------------------------------------------*
012630* 8200-PICK - TG-PICK COMES BACK FROM 0 TO ONE LESS THAN    *
012640*             TG-PICK-RANGE                                 *
012650*----------------------------------------------------------*
012660 8200-PICK.
012670     PERFORM 8100-NEXT-RANDOM
012680         THRU 8100-NEXT-RANDOM-EXIT
012690     IF TG-PICK-RANGE LESS 1
012700        MOVE 0 TO TG-PICK
012710     ELSE
012720        DIVIDE TG-RND BY TG-PICK-RANGE
012730               GIVING TG-RND-Q REMAINDER TG-PICK
012740     END-IF.
012750 8200-PICK-EXIT.
012760     EXIT.
012770*----------------------------------------------------------*
012780* 8300-LAST-DAY - THE LAST DAY OF TG-DW-MM IN TG-DW-YYYY,   *
012790*                 FEBRUARY BY THE GX-TDTE LEAP-YEAR RULE    *
012800*----------------------------------------------------------*
012810 8300-LAST-DAY.
012820     MOVE TG-MONTH-DAYS (TG-DW-MM) TO TG-LAST-DAY
012830     IF TG-DW-MM = 2
012840        DIVIDE TG-DW-YYYY BY 4 GIVING TG-Q REMAINDER TG-R-4
012850        DIVIDE TG-DW-YYYY BY 100 GIVING TG-Q REMAINDER TG-R-100
012860        DIVIDE TG-DW-YYYY BY 400 GIVING TG-Q REMAINDER TG-R-400
012870        IF (TG-R-4 = 0 AND TG-R-100 NOT = 0) OR TG-R-400 = 0
012880           MOVE 29 TO TG-LAST-DAY
012890        END-IF
012900     END-IF.
012910 8300-LAST-DAY-EXIT.
012920     EXIT.
012930*----------------------------------------------------------*
012940* 9000-TERMINATE - CLOSE FILES                              *
012950*----------------------------------------------------------*
012960 9000-TERMINATE.
012970     MOVE 'C' TO RW-FUNC
012980     PERFORM 8900-RW-PUT
012990         THRU 8900-RW-PUT-EXIT
013000     CLOSE TGENCTL
013010     CLOSE FLDDICT
013020     CLOSE DOMRULES
013030     CLOSE RIRULES
013040     CLOSE RIPARENT
013050     CLOSE TGENOUT
013060     CLOSE TGENMANI
013070     CLOSE TGENRPT.
013080 9000-TERMINATE-EXIT.
013090     EXIT.
013100*----------------------------------------------------------*
013110* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN    *
013120*               WRITE WHATEVER IT HANDED BACK               *
013130*----------------------------------------------------------*
013140 8900-RW-PUT.
013150     CALL 'GXRPTW' USING RW-CTL RW-OUT
013160     PERFORM VARYING RW-X FROM 1 BY 1
013170             UNTIL RW-X > RW-OUT-COUNT
013180        WRITE TGENRPT-LINE FROM RW-OUT-LINE (RW-X)
013190     END-PERFORM.
013200 8900-RW-PUT-EXIT.
013210     EXIT.
013220 9999-EXIT.
013230     STOP RUN.
