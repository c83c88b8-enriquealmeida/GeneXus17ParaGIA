000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GXDQREG.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - DATA-QUALITY ISSUE    *
000100*                   REGISTER SERVICE.  DOMSCAN, RICHECK,    *
000110*                   INTSWEEP AND PACKSCAN HAND EVERY        *
000120*                   FINDING HERE AS WELL AS TO THEIR        *
000130*                   REPORTS, AND DQISSUE KEEPS ONE ROW PER  *
000140*                   FILE, RECORD KEY AND RULE - FIRST AND   *
000150*                   LAST SEEN, THE DATA OWNER FROM THE      *
000160*                   FLDDICT DICTIONARY, AND WHAT THE OWNER  *
000170*                   DID ABOUT IT (GXFDQIS WORK SCREEN).     *
000180*                   A CLOSED ISSUE THAT IS FOUND AGAIN IS   *
000190*                   REOPENED.  AT THE END OF EACH RULE      *
000200*                   CLASS THE SWEEP ASKS FOR THE SCOPE TO   *
000210*                   BE SETTLED, AND EVERY LIVE ISSUE IN IT  *
000220*                   THIS RUN DID NOT SEE IS CLOSED AS NO    *
000230*                   LONGER REPRODUCING.  THE FILES ARE      *
000240*                   OPENED ON THE FIRST CALL AND CLOSED BY  *
000250*                   FUNCTION C                              *
000252*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000254*                   VERIFICATION FLAG                       *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-ISERIES.
000300 OBJECT-COMPUTER.   IBM-ISERIES.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DQISSUE    ASSIGN TO DATABASE-DQISSUE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE  IS DYNAMIC
000360         RECORD KEY   IS DQISSUE-KEY
000370         FILE STATUS  IS DQ-FS-DQISSUE.
000380     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS DYNAMIC
000410         RECORD KEY   IS FLDDICT-KEY
000420         FILE STATUS  IS DQ-FS-FLDDICT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------*
000460* DATA-QUALITY ISSUE REGISTER - THE GXFDQISW LAYOUT.  ONE   *
000470* ROW PER FILE, RECORD KEY, RULE CLASS AND FIELD.  THE ROW  *
000480* WITH FILE *CONTROL HOLDS THE LAST ISSUE NUMBER GIVEN OUT  *
000490*----------------------------------------------------------*
000500 FD  DQISSUE.
000510 01  DQISSUE-RECORD.
000520     05 DQISSUE-KEY.
000530        10 DQISSUE-FILE          PIC  X(010).
000540        10 DQISSUE-RECKEY        PIC  X(032).
000550        10 DQISSUE-CLASS         PIC  X(010).
000560        10 DQISSUE-FIELD         PIC  X(010).
000570     05 DQISSUE-NBR              PIC  9(007).
000580     05 DQISSUE-SOURCE           PIC  X(010).
000590     05 DQISSUE-VALUE            PIC  X(032).
000600*----------------------------------------------------------*
000610* O = OPEN, T = TAKEN BY AN OWNER, C = CLOSED BY AN OWNER,  *
000620* A = CLOSED BY THE SWEEP BECAUSE IT NO LONGER REPRODUCES   *
000630*----------------------------------------------------------*
000640     05 DQISSUE-STATUS           PIC  X(001).
000650        88 DQISSUE-OPEN                         VALUE 'O'.
000660        88 DQISSUE-TAKEN                        VALUE 'T'.
000670        88 DQISSUE-LIVE                         VALUE 'O' 'T'.
000680     05 DQISSUE-OWNER            PIC  X(010).
000690     05 DQISSUE-FIRST-SEEN       PIC  9(008).
000700     05 DQISSUE-LAST-SEEN        PIC  9(008).
000710     05 DQISSUE-OPENED           PIC  9(008).
000720     05 DQISSUE-LAST-RUN         PIC  X(026).
000730     05 DQISSUE-REOPENS          PIC  9(003).
000740     05 DQISSUE-TAKEN-BY         PIC  X(010).
000750     05 DQISSUE-TAKEN-TS         PIC  X(026).
000760     05 DQISSUE-COMMENT          PIC  X(060).
000770     05 DQISSUE-NOTE-BY          PIC  X(010).
000780     05 DQISSUE-NOTE-TS          PIC  X(026).
000790     05 DQISSUE-CLOSED-BY        PIC  X(010).
000800     05 DQISSUE-CLOSED-TS        PIC  X(026).
000810 FD  FLDDICT.
000820 01  FLDDICT-RECORD.
000830     05 FLDDICT-KEY.
000840        10 FLDDICT-FILE          PIC  X(010).
000850        10 FLDDICT-FIELD         PIC  X(010).
000860     05 FLDDICT-POS              PIC  9(003).
000870     05 FLDDICT-LEN              PIC  9(003).
000880     05 FLDDICT-TYPE             PIC  X(001).
000890     05 FLDDICT-DESC             PIC  X(030).
000900     05 FLDDICT-DOMAIN           PIC  X(020).
000910     05 FLDDICT-MASK             PIC  X(001).
000920     05 FLDDICT-PERSONAL         PIC  X(001).
000930     05 FLDDICT-OWNER            PIC  X(010).
000935     05 FLDDICT-REKEY            PIC  X(001).
000940 WORKING-STORAGE SECTION.
000950 77  DQ-FS-DQISSUE              PIC  X(002).
000960 77  DQ-FS-FLDDICT              PIC  X(002).
000970 77  DQ-OPEN-SW                 PIC  X(001)     VALUE 'N'.
000980     88 DQ-OPENED                               VALUE 'Y'.
000990 77  DQ-AVAIL-SW                PIC  X(001)     VALUE 'N'.
001000     88 DQ-AVAILABLE                            VALUE 'Y'.
001010 77  DQ-DICT-SW                 PIC  X(001)     VALUE 'N'.
001020     88 DQ-DICT-AVAILABLE                       VALUE 'Y'.
001030 77  DQ-EOF-SW                  PIC  X(001)     VALUE 'N'.
001040     88 DQ-AT-EOF                               VALUE 'Y'.
001050 77  DQ-LAST-NBR                PIC  9(007)     VALUE 0.
001060 01  DQ-TODAY-DATE.
001070     05 DQ-TODAY-YY             PIC  9(004).
001080     05 DQ-TODAY-MM             PIC  9(002).
001090     05 DQ-TODAY-DD             PIC  9(002).
001100 01  DQ-TODAY-NUM REDEFINES DQ-TODAY-DATE
001110                                PIC  9(008).
001120 01  DQ-NOW-TIME.
001130     05 DQ-NOW-HH               PIC  9(002).
001140     05 DQ-NOW-MIN              PIC  9(002).
001150     05 DQ-NOW-SS               PIC  9(002).
001160     05 DQ-NOW-HS               PIC  9(002).
001170*----------------------------------------------------------*
001180* THE RUN STAMP - EVERY ISSUE A FINDING TOUCHES CARRIES IT  *
001190* IN LAST-RUN, SO AN ISSUE WITH AN OLDER STAMP WAS NOT      *
001200* FOUND THIS RUN                                            *
001210*----------------------------------------------------------*
001220 01  DQ-RUN-TS                  PIC  X(026).
001230 LINKAGE SECTION.
001240*----------------------------------------------------------*
001250* DQ-CTL - FUNCTION F: ONE FINDING - THE SWEEP PROGRAM,     *
001260* THE FILE, THE RECORD KEY, THE RULE CLASS (DOMAIN,         *
001270* PACKED, DATE, ORPHAN, CHILDLESS), THE FIELD AND THE       *
001280* VALUE FOUND; DQ-RESULT BACK N = NEW ISSUE, R = CLOSED     *
001290* ISSUE REOPENED, S = STILL OPEN, X = REGISTER UNAVAILABLE  *
001300* (THE SWEEP CARRIES ON).  FUNCTION E: THE FILE, CLASS AND  *
001310* FIELD (BLANK = EVERY FIELD) THE SWEEP HAS JUST FINISHED;  *
001320* DQ-CLEARED BACK.  FUNCTION C: CLOSE DOWN                  *
001330*----------------------------------------------------------*
001340 01  DQ-CTL.
001350     05 DQ-FUNC                 PIC  X(001).
001360     05 DQ-SOURCE               PIC  X(010).
001370     05 DQ-FILE                 PIC  X(010).
001380     05 DQ-RECKEY               PIC  X(032).
001390     05 DQ-CLASS                PIC  X(010).
001400     05 DQ-FIELD                PIC  X(010).
001410     05 DQ-VALUE                PIC  X(032).
001420     05 DQ-RESULT               PIC  X(001).
001430     05 DQ-CLEARED              PIC S9(007) COMP-3.
001440 PROCEDURE DIVISION USING DQ-CTL.
001450 0000-MAINLINE.
001460     IF DQ-FUNC = 'C'
001470        PERFORM 9000-TERMINATE
001480            THRU 9000-TERMINATE-EXIT
001490        GO TO 9999-EXIT
001500     END-IF
001510     IF NOT DQ-OPENED
001520        PERFORM 1000-INITIALIZE
001530            THRU 1000-INITIALIZE-EXIT
001540     END-IF
001550     MOVE 'X' TO DQ-RESULT
001560     MOVE 0   TO DQ-CLEARED
001570     IF NOT DQ-AVAILABLE
001580        GO TO 9999-EXIT
001590     END-IF
001600     IF DQ-FUNC = 'E'
001610        PERFORM 3000-SETTLE-SCOPE
001620            THRU 3000-SETTLE-SCOPE-EXIT
001630     ELSE
001640        PERFORM 2000-RECORD-FINDING
001650            THRU 2000-RECORD-FINDING-EXIT
001660     END-IF
001670     GO TO 9999-EXIT.
001680*----------------------------------------------------------*
001690* 1000-INITIALIZE - OPEN THE REGISTER AND THE DICTIONARY,   *
001700* STAMP THE RUN, PICK UP THE LAST ISSUE NUMBER.  A          *
001710* REGISTER THAT WILL NOT OPEN LEAVES THE SWEEP TO REPORT    *
001720* ONLY; A MISSING DICTIONARY LEAVES ISSUES UNOWNED          *
001730*----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     SET DQ-OPENED TO TRUE
001760     OPEN I-O   DQISSUE
001770     IF DQ-FS-DQISSUE NOT = '00'
001780        GO TO 1000-INITIALIZE-EXIT
001790     END-IF
001800     SET DQ-AVAILABLE TO TRUE
001810     OPEN INPUT FLDDICT
001820     IF DQ-FS-FLDDICT = '00'
001830        SET DQ-DICT-AVAILABLE TO TRUE
001840     END-IF
001850     ACCEPT DQ-TODAY-DATE FROM DATE YYYYMMDD
001860     ACCEPT DQ-NOW-TIME   FROM TIME
001870     MOVE SPACES TO DQ-RUN-TS
001880     STRING DQ-TODAY-YY '-' DQ-TODAY-MM '-' DQ-TODAY-DD '-'
001890            DQ-NOW-HH '.' DQ-NOW-MIN '.' DQ-NOW-SS '.'
001900            DQ-NOW-HS '0000'
001910            DELIMITED BY SIZE INTO DQ-RUN-TS
001920     MOVE SPACES     TO DQISSUE-KEY
001930     MOVE '*CONTROL' TO DQISSUE-FILE
001940     READ DQISSUE
001950         INVALID KEY
001960            MOVE 0 TO DQISSUE-NBR
001970     END-READ
001980     MOVE DQISSUE-NBR TO DQ-LAST-NBR.
001990 1000-INITIALIZE-EXIT.
002000     EXIT.
002010*----------------------------------------------------------*
002020* 2000-RECORD-FINDING - UPSERT ONE ISSUE.  A NEW ONE GETS   *
002030* THE NEXT NUMBER AND ITS OWNER; A KNOWN ONE IS STAMPED     *
002040* SEEN AGAIN, AND REOPENED WHEN IT HAD BEEN CLOSED          *
002050*----------------------------------------------------------*
002060 2000-RECORD-FINDING.
002070     MOVE DQ-FILE   TO DQISSUE-FILE
002080     MOVE DQ-RECKEY TO DQISSUE-RECKEY
002090     MOVE DQ-CLASS  TO DQISSUE-CLASS
002100     MOVE DQ-FIELD  TO DQISSUE-FIELD
002110     READ DQISSUE
002120         INVALID KEY
002130            PERFORM 2100-NEW-ISSUE
002140                THRU 2100-NEW-ISSUE-EXIT
002150            GO TO 2000-RECORD-FINDING-EXIT
002160     END-READ
002170     MOVE 'S' TO DQ-RESULT
002180     IF NOT DQISSUE-LIVE
002190        MOVE 'R' TO DQ-RESULT
002200        MOVE 'O'           TO DQISSUE-STATUS
002210        MOVE DQ-TODAY-NUM  TO DQISSUE-OPENED
002220        ADD 1 TO DQISSUE-REOPENS
002230        MOVE SPACES TO DQISSUE-TAKEN-BY
002240        MOVE SPACES TO DQISSUE-TAKEN-TS
002250        MOVE SPACES TO DQISSUE-CLOSED-BY
002260        MOVE SPACES TO DQISSUE-CLOSED-TS
002270     END-IF
002280     MOVE DQ-SOURCE    TO DQISSUE-SOURCE
002290     MOVE DQ-VALUE     TO DQISSUE-VALUE
002300     MOVE DQ-TODAY-NUM TO DQISSUE-LAST-SEEN
002310     MOVE DQ-RUN-TS    TO DQISSUE-LAST-RUN
002320     REWRITE DQISSUE-RECORD
002330         INVALID KEY
002340            MOVE 'X' TO DQ-RESULT
002350     END-REWRITE.
002360 2000-RECORD-FINDING-EXIT.
002370     EXIT.
002380 2100-NEW-ISSUE.
002390     PERFORM 2200-FIND-OWNER
002400         THRU 2200-FIND-OWNER-EXIT
002410     ADD 1 TO DQ-LAST-NBR
002420     MOVE DQ-FILE      TO DQISSUE-FILE
002430     MOVE DQ-RECKEY    TO DQISSUE-RECKEY
002440     MOVE DQ-CLASS     TO DQISSUE-CLASS
002450     MOVE DQ-FIELD     TO DQISSUE-FIELD
002460     MOVE DQ-LAST-NBR  TO DQISSUE-NBR
002470     MOVE DQ-SOURCE    TO DQISSUE-SOURCE
002480     MOVE DQ-VALUE     TO DQISSUE-VALUE
002490     MOVE 'O'          TO DQISSUE-STATUS
002500     MOVE DQ-TODAY-NUM TO DQISSUE-FIRST-SEEN
002510     MOVE DQ-TODAY-NUM TO DQISSUE-LAST-SEEN
002520     MOVE DQ-TODAY-NUM TO DQISSUE-OPENED
002530     MOVE DQ-RUN-TS    TO DQISSUE-LAST-RUN
002540     MOVE 0            TO DQISSUE-REOPENS
002550     MOVE SPACES TO DQISSUE-TAKEN-BY
002560     MOVE SPACES TO DQISSUE-TAKEN-TS
002570     MOVE SPACES TO DQISSUE-COMMENT
002580     MOVE SPACES TO DQISSUE-NOTE-BY
002590     MOVE SPACES TO DQISSUE-NOTE-TS
002600     MOVE SPACES TO DQISSUE-CLOSED-BY
002610     MOVE SPACES TO DQISSUE-CLOSED-TS
002620     WRITE DQISSUE-RECORD
002630         INVALID KEY
002640            SUBTRACT 1 FROM DQ-LAST-NBR
002650            GO TO 2100-NEW-ISSUE-EXIT
002660     END-WRITE
002670     MOVE 'N' TO DQ-RESULT.
002680 2100-NEW-ISSUE-EXIT.
002690     EXIT.
002700*----------------------------------------------------------*
002710* 2200-FIND-OWNER - THE OWNER OF THE RULE'S FIELD; FAILING  *
002720* THAT THE FIRST OWNER NAMED ON ANY FIELD OF THE FILE;      *
002730* FAILING THAT THE ISSUE IS LEFT UNOWNED                    *
002740*----------------------------------------------------------*
002750 2200-FIND-OWNER.
002760     MOVE SPACES TO DQISSUE-OWNER
002770     IF NOT DQ-DICT-AVAILABLE
002780        GO TO 2200-FIND-OWNER-EXIT
002790     END-IF
002800     MOVE DQ-FILE  TO FLDDICT-FILE
002810     MOVE DQ-FIELD TO FLDDICT-FIELD
002820     READ FLDDICT
002830         INVALID KEY
002840            MOVE SPACES TO FLDDICT-OWNER
002850     END-READ
002860     IF FLDDICT-OWNER NOT = SPACES
002870        MOVE FLDDICT-OWNER TO DQISSUE-OWNER
002880        GO TO 2200-FIND-OWNER-EXIT
002890     END-IF
002900     MOVE DQ-FILE    TO FLDDICT-FILE
002910     MOVE LOW-VALUES TO FLDDICT-FIELD
002920     START FLDDICT KEY NOT LESS FLDDICT-KEY
002930         INVALID KEY
002940            GO TO 2200-FIND-OWNER-EXIT
002950     END-START
002960     MOVE 'N' TO DQ-EOF-SW
002970     PERFORM 2300-SCAN-OWNER
002980         THRU 2300-SCAN-OWNER-EXIT
002990         UNTIL DQ-AT-EOF.
003000 2200-FIND-OWNER-EXIT.
003010     EXIT.
003020 2300-SCAN-OWNER.
003030     READ FLDDICT NEXT RECORD
003040         AT END
003050            SET DQ-AT-EOF TO TRUE
003060            GO TO 2300-SCAN-OWNER-EXIT
003070     END-READ
003080     IF FLDDICT-FILE NOT = DQ-FILE
003090        SET DQ-AT-EOF TO TRUE
003100        GO TO 2300-SCAN-OWNER-EXIT
003110     END-IF
003120     IF FLDDICT-OWNER NOT = SPACES
003130        MOVE FLDDICT-OWNER TO DQISSUE-OWNER
003140        SET DQ-AT-EOF TO TRUE
003150     END-IF.
003160 2300-SCAN-OWNER-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190* 3000-SETTLE-SCOPE - EVERY LIVE ISSUE OF THE FILE IN THE   *
003200* CLASS (AND FIELD, WHEN GIVEN) WHOSE STAMP IS OLDER THAN   *
003210* THIS RUN DID NOT REPRODUCE AND IS CLOSED                  *
003220*----------------------------------------------------------*
003230 3000-SETTLE-SCOPE.
003240     MOVE 0 TO DQ-CLEARED
003250     MOVE LOW-VALUES TO DQISSUE-KEY
003260     MOVE DQ-FILE    TO DQISSUE-FILE
003270     START DQISSUE KEY NOT LESS DQISSUE-KEY
003280         INVALID KEY
003290            GO TO 3000-SETTLE-SCOPE-EXIT
003300     END-START
003310     MOVE 'N' TO DQ-EOF-SW
003320     PERFORM 3100-SETTLE-ONE
003330         THRU 3100-SETTLE-ONE-EXIT
003340         UNTIL DQ-AT-EOF.
003350 3000-SETTLE-SCOPE-EXIT.
003360     EXIT.
003370 3100-SETTLE-ONE.
003380     READ DQISSUE NEXT RECORD
003390         AT END
003400            SET DQ-AT-EOF TO TRUE
003410            GO TO 3100-SETTLE-ONE-EXIT
003420     END-READ
003430     IF DQISSUE-FILE NOT = DQ-FILE
003440        SET DQ-AT-EOF TO TRUE
003450        GO TO 3100-SETTLE-ONE-EXIT
003460     END-IF
003470     IF DQISSUE-CLASS NOT = DQ-CLASS OR NOT DQISSUE-LIVE
003480        GO TO 3100-SETTLE-ONE-EXIT
003490     END-IF
003500     IF DQ-FIELD NOT = SPACES AND DQISSUE-FIELD NOT = DQ-FIELD
003510        GO TO 3100-SETTLE-ONE-EXIT
003520     END-IF
003530     IF DQISSUE-LAST-RUN NOT LESS DQ-RUN-TS
003540        GO TO 3100-SETTLE-ONE-EXIT
003550     END-IF
003560     MOVE 'A'       TO DQISSUE-STATUS
003570     MOVE DQ-SOURCE TO DQISSUE-CLOSED-BY
003580     MOVE DQ-RUN-TS TO DQISSUE-CLOSED-TS
003590     REWRITE DQISSUE-RECORD
003600         INVALID KEY
003610            GO TO 3100-SETTLE-ONE-EXIT
003620     END-REWRITE
003630     ADD 1 TO DQ-CLEARED.
003640 3100-SETTLE-ONE-EXIT.
003650     EXIT.
003660*----------------------------------------------------------*
003670* 9000-TERMINATE - SAVE THE LAST ISSUE NUMBER ON THE        *
003680* CONTROL ROW AND CLOSE                                     *
003690*----------------------------------------------------------*
003700 9000-TERMINATE.
003710     IF NOT DQ-AVAILABLE
003720        GO TO 9000-TERMINATE-EXIT
003730     END-IF
003740     MOVE SPACES     TO DQISSUE-RECORD
003750     MOVE '*CONTROL' TO DQISSUE-FILE
003760     READ DQISSUE
003770         INVALID KEY
003780            MOVE DQ-LAST-NBR TO DQISSUE-NBR
003790            MOVE 0 TO DQISSUE-FIRST-SEEN
003800            MOVE 0 TO DQISSUE-LAST-SEEN
003810            MOVE 0 TO DQISSUE-OPENED
003820            MOVE 0 TO DQISSUE-REOPENS
003830            WRITE DQISSUE-RECORD
003840                INVALID KEY
003850                   CONTINUE
003860            END-WRITE
003870            GO TO 9000-TERMINATE-CLOSE
003880     END-READ
003890     MOVE DQ-LAST-NBR TO DQISSUE-NBR
003900     REWRITE DQISSUE-RECORD
003910         INVALID KEY
003920            CONTINUE
003930     END-REWRITE.
003940 9000-TERMINATE-CLOSE.
003950     CLOSE DQISSUE
003960     IF DQ-DICT-AVAILABLE
003970        CLOSE FLDDICT
003980     END-IF
003990     MOVE 'N' TO DQ-OPEN-SW
004000     MOVE 'N' TO DQ-AVAIL-SW
004010     MOVE 'N' TO DQ-DICT-SW.
004020 9000-TERMINATE-EXIT.
004030     EXIT.
004040 9999-EXIT.
004050     GOBACK.
