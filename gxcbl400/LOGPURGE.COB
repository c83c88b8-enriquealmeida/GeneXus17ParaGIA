000200*                   SHORT LAYOUT HERE WOULD TRUNCATE THE     *
000210*                   WAIT-SECONDS/HOLDER AND CONTINUATION-    *
000220*                   CHAIN FIELDS OFF EVERY RETAINED RECORD   *
000221*   2026-10-15  RH  LEGAL HOLDS HONORED - A ROW PAST ITS    *
000222*                   RETENTION THAT AN ACTIVE LEGLHOLD HOLD  *
000223*                   TAKES IN (ASKED OF GXLHOLD) IS COPIED   *
000224*                   FORWARD AND LISTED AS RETAINED UNDER    *
000225*                   HOLD; THE SPOOL SWEEP FENCES OFF HELD   *
000226*                   REPORTS AND DATE RANGES                 *
000227*   2026-10-15  RH  ABORT BUNDLES SWEPT - AN AGED DIAGIDX   *
000228*                   ROW GOES WITH ITS /GXDIAG FOLDER UNLESS *
000229*                   A HOLD TAKES IT IN                      *
000231*   2026-10-15  RH  A *GXSPOOL HOLD FENCES THE SPOOL PURGE  *
000233*                   BY REPORT AND DATE RANGE                *
000235*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-ISERIES.
000510     SELECT PURGERPT   ASSIGN TO DATABASE-PURGERPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS  IS LP-FS-PURGERPT.
000531     SELECT DIAGIDX    ASSIGN TO DATABASE-DIAGIDX
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE  IS SEQUENTIAL
000534         RECORD KEY   IS DIAGIDX-TIMESTAMP
000535         FILE STATUS  IS LP-FS-DIAGIDX.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AUDITLOG.
001220     05 MSGLOGN-SEGLAST          PIC  X(001).
001230 FD  PURGERPT.
001240 01  PURGERPT-LINE               PIC  X(080).
001241 FD  DIAGIDX.
001242 01  DIAGIDX-RECORD.
001243     05 DIAGIDX-TIMESTAMP        PIC  X(026).
001244     05 DIAGIDX-JOB              PIC  X(010).
001245     05 DIAGIDX-PGM              PIC  X(010).
001246     05 DIAGIDX-MSGID            PIC  X(007).
001247     05 DIAGIDX-PATH             PIC  X(060).
001250 WORKING-STORAGE SECTION.
001260 77  LP-FS-AUDITLOG              PIC  X(002).
001270     88 LP-AUDITLOG-OK                           VALUE '00'.
001370     88 LP-MSGLOG-EOF                            VALUE '10'.
001380 77  LP-FS-MSGLOGN               PIC  X(002).
001390 77  LP-FS-PURGERPT              PIC  X(002).
001391 77  LP-FS-DIAGIDX               PIC  X(002).
001400 77  LP-EOF-SW                   PIC  X(001)     VALUE 'N'.
001410     88 LP-AT-EOF                                VALUE 'Y'.
001420*----------------------------------------------------------*
001480 77  LP-KEEP-LOCKWAIT            PIC S9(004) COMP-3 VALUE 30.
001490 77  LP-KEEP-MSGLOG              PIC S9(004) COMP-3 VALUE 30.
001500 77  LP-KEEP-SPOOL               PIC S9(004) COMP-3 VALUE 60.
001501 77  LP-KEEP-DIAG                PIC S9(004) COMP-3 VALUE 30.
001502 77  LP-KEPT-DIAG                PIC S9(007) COMP-3 VALUE 0.
001503 77  LP-PURGED-DIAG              PIC S9(007) COMP-3 VALUE 0.
001504 77  LP-HELD-DIAG                PIC S9(007) COMP-3 VALUE 0.
001510 77  LP-KEEP-SPOOL-A             PIC  9(005).
001520 77  LP-KEPT-AUDITLOG            PIC S9(007) COMP-3 VALUE 0.
001530 77  LP-PURGED-AUDITLOG          PIC S9(007) COMP-3 VALUE 0.
001550 77  LP-PURGED-LOCKWAIT          PIC S9(007) COMP-3 VALUE 0.
001560 77  LP-KEPT-MSGLOG              PIC S9(007) COMP-3 VALUE 0.
001570 77  LP-PURGED-MSGLOG            PIC S9(007) COMP-3 VALUE 0.
001571 77  LP-HELD-AUDITLOG            PIC S9(007) COMP-3 VALUE 0.
001572 77  LP-HELD-LOCKWAIT            PIC S9(007) COMP-3 VALUE 0.
001573 77  LP-HELD-MSGLOG              PIC S9(007) COMP-3 VALUE 0.
001575*----------------------------------------------------------*
001576* SPOOL SWEEP EXCLUSIONS - LP-HOLD-OLDER/NEWER ARE THE FIND *
001577* -MTIME BOUNDS THAT FENCE ONE HOLD'S DATE RANGE; A HOLD    *
001578* THE SWEEP CANNOT FENCE SUSPENDS THE SWEEP FOR THE RUN     *
001579*----------------------------------------------------------*
001580 77  LP-HOLD-OLDER               PIC S9(009) COMP-3.
001581 77  LP-HOLD-NEWER               PIC S9(009) COMP-3.
001582 77  LP-HOLD-OLDER-A             PIC  9(005).
001583 77  LP-HOLD-NEWER-A             PIC  9(005).
001584 77  LP-SPOOL-SW                 PIC  X(001).
001585     88 LP-SPOOL-SWEEP                           VALUE 'Y'.
001586     88 LP-SPOOL-SUSPENDED                       VALUE 'N'.
001587*----------------------------------------------------------*
001590* LP-REC-YY/MM/DD AND LP-TODAY-YY/MM/DD ARE SET BEFORE      *
001600* 2900-AGE-IN-DAYS IS PERFORMED, THE SAME WAY SLAALERT      *
001610* LOADS SA-REC-DATE BEFORE COMPARING IT AGAINST SA-TODAY-   *
002660     05 FILLER                   PIC  X(014) VALUE 'KEEP DAYS'.
002670     05 FILLER                   PIC  X(014) VALUE 'KEPT'.
002680     05 FILLER                   PIC  X(014) VALUE 'PURGED'.
002685     05 FILLER                   PIC  X(014) VALUE 'HELD'.
002690 01  LP-DTL-LINE.
002700     05 LP-DTL-FILE              PIC  X(014).
002710     05 LP-DTL-KEEP              PIC Z,ZZZ,ZZ9.
002730     05 LP-DTL-KEPT              PIC Z,ZZZ,ZZ9.
002740     05 FILLER                   PIC  X(004) VALUE SPACES.
002750     05 LP-DTL-PURGED            PIC Z,ZZZ,ZZ9.
002751     05 FILLER                   PIC  X(004) VALUE SPACES.
002752     05 LP-DTL-HELD              PIC Z,ZZZ,ZZ9.
002753 01  LP-HLD-LINE.
002754     05 LP-HLD-FILE              PIC  X(010).
002755     05 FILLER                   PIC  X(001) VALUE SPACES.
002756     05 LP-HLD-TS                PIC  X(019).
002757     05 FILLER                   PIC  X(001) VALUE SPACES.
002758     05 LP-HLD-MATTER            PIC  X(010).
002759     05 FILLER                   PIC  X(001) VALUE SPACES.
002760     05 FILLER                   PIC  X(019)
002761                VALUE 'RETAINED UNDER HOLD'.
002762     05 FILLER                   PIC  X(001) VALUE SPACES.
002763     05 LP-HLD-KEY               PIC  X(018).
002764 01  LP-HLD-SPOOL-LINE.
002765     05 FILLER                   PIC  X(014)
002766                VALUE 'SPOOL COPIES'.
002767     05 LP-HSP-REPORT            PIC  X(010).
002768     05 FILLER                   PIC  X(001) VALUE SPACES.
002769     05 LP-HSP-FROM              PIC  9(008).
002770     05 FILLER                   PIC  X(001) VALUE '-'.
002771     05 LP-HSP-TO                PIC  9(008).
002772     05 FILLER                   PIC  X(001) VALUE SPACES.
002773     05 LP-HSP-MATTER            PIC  X(010).
002774     05 FILLER                   PIC  X(001) VALUE SPACES.
002775     05 FILLER                   PIC  X(019)
002776                VALUE 'RETAINED UNDER HOLD'.
002777     05 FILLER                   PIC  X(007) VALUE SPACES.
002778 01  LP-SUSP-LINE.
002779     05 FILLER                   PIC  X(036)
002780                VALUE 'SPOOL SWEEP SUSPENDED - HOLD MATTER'.
002781     05 LP-SUSP-MATTER           PIC  X(010).
002782     05 FILLER                   PIC  X(034)
002783                VALUE ' CANNOT BE FENCED'.
002784 01  LP-SUM-LINE.
002785     05 FILLER              PIC  X(040)
002786                VALUE 'ARCHIVED SPOOL COPIES SWEPT OLDER THAN:'.
002790     05 LP-SUM-SPOOL-KEEP        PIC Z,ZZZ,ZZ9.
002800     05 FILLER                   PIC  X(010) VALUE 'DAYS'.
002810     05 FILLER                   PIC  X(022) VALUE SPACES.
002950     05 RW-OUT-COUNT             PIC  9(001).
002960     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002970 77  RW-X                        PIC S9(003) COMP-3.
002971*----------------------------------------------------------*
002972* LEGAL-HOLD CHECK INTERFACE (GXLHOLD)                     *
002973*----------------------------------------------------------*
002974 01  LH-CTL.
002975     05 LH-FUNC                  PIC  X(001).
002976     05 LH-FILE                  PIC  X(010).
002977     05 LH-STEP-FILE             PIC  X(010).
002978     05 LH-KEY                   PIC  X(030).
002979     05 LH-PGM                   PIC  X(010).
002980     05 LH-REPORT                PIC  X(010).
002981     05 LH-DATE                  PIC  9(008).
002982     05 LH-IX                    PIC  9(003).
002983     05 LH-HELD                  PIC  X(001).
002984        88 LH-IS-HELD                           VALUE 'Y'.
002985        88 LH-NOT-HELD                          VALUE 'N'.
002986     05 LH-MATTER                PIC  X(010).
002987     05 LH-HOLD-FROM             PIC  9(008).
002988     05 LH-HOLD-TO               PIC  9(008).
002989     05 LH-HOLD-FILE             PIC  X(010).
002990     05 LH-HOLD-KEY              PIC  X(030).
002991     05 LH-HOLD-PGM              PIC  X(010).
002992     05 LH-HOLD-REPORT           PIC  X(010).
002993 PROCEDURE DIVISION.
002994 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE
003010         THRU 1000-INITIALIZE-EXIT
003020     PERFORM 2000-PURGE-FILES
003070         THRU 4200-RESEAL-CHAIN-EXIT
003080     PERFORM 4500-PURGE-SPOOL-ARCHIVE
003090         THRU 4500-PURGE-SPOOL-ARCHIVE-EXIT
003091     PERFORM 4600-PURGE-DIAG-BUNDLES
003092         THRU 4600-PURGE-DIAG-BUNDLES-EXIT
003100     PERFORM 6000-PRINT-SUMMARY
003110         THRU 6000-PRINT-SUMMARY-EXIT
003120     PERFORM 9000-TERMINATE
003230     OPEN INPUT  MSGLOG
003240     OPEN OUTPUT MSGLOGN
003250     OPEN OUTPUT PURGERPT
003251     OPEN I-O    DIAGIDX
003260     ACCEPT LP-TODAY-DATE FROM DATE YYYYMMDD
003270     ACCEPT LP-NOW-TIME   FROM TIME
003280     MOVE SPACES TO LP-NOW-TS
003830     MOVE AUDITLOG-TIMESTAMP (9:2) TO LP-REC-DD
003840     PERFORM 2900-AGE-IN-DAYS
003850         THRU 2900-AGE-IN-DAYS-EXIT
003852     SET LH-NOT-HELD TO TRUE
003854     IF LP-AGE-DAYS GREATER LP-KEEP-AUDITLOG
003856        MOVE AUDITLOG-FILE     TO LH-FILE
003858        MOVE 'AUDITLOG'        TO LH-STEP-FILE
003860        MOVE AUDITLOG-JOB      TO LH-KEY
003862        MOVE AUDITLOG-PGM      TO LH-PGM
003864        PERFORM 2950-CHECK-HOLD
003866            THRU 2950-CHECK-HOLD-EXIT
003867     END-IF
003868     IF LP-AGE-DAYS NOT GREATER LP-KEEP-AUDITLOG OR
003869        LH-IS-HELD
003870        ADD 1 TO LP-KEPT-AUDITLOG
003880        WRITE AUDITLOGN-RECORD FROM AUDITLOG-RECORD
003890        COMPUTE LP-CHAIN-WORK = (LP-CHAIN * 31)
003900                              + AUDITLOG-CHECK
003910        DIVIDE LP-CHAIN-WORK BY 1000000000
003920               GIVING LP-CHAIN-Q REMAINDER LP-CHAIN
003921        IF LH-IS-HELD
003922           ADD 1 TO LP-HELD-AUDITLOG
003923           MOVE AUDITLOG-TIMESTAMP TO LP-HLD-TS
003924           PERFORM 2960-LIST-HELD
003925               THRU 2960-LIST-HELD-EXIT
003926        END-IF
003930     ELSE
003940        ADD 1 TO LP-PURGED-AUDITLOG
003950     END-IF
004220     MOVE LOCKWAIT-TIMESTAMP (9:2) TO LP-REC-DD
004230     PERFORM 2900-AGE-IN-DAYS
004240         THRU 2900-AGE-IN-DAYS-EXIT
004242     SET LH-NOT-HELD TO TRUE
004244     IF LP-AGE-DAYS GREATER LP-KEEP-LOCKWAIT
004246        MOVE LOCKWAIT-FILE     TO LH-FILE
004248        MOVE 'LOCKWAIT'        TO LH-STEP-FILE
004250        MOVE LOCKWAIT-KEY      TO LH-KEY
004252        MOVE SPACES            TO LH-PGM
004254        PERFORM 2950-CHECK-HOLD
004256            THRU 2950-CHECK-HOLD-EXIT
004257     END-IF
004258     IF LP-AGE-DAYS NOT GREATER LP-KEEP-LOCKWAIT OR
004259        LH-IS-HELD
004260        ADD 1 TO LP-KEPT-LOCKWAIT
004270        WRITE LOCKWAITN-RECORD FROM LOCKWAIT-RECORD
004271        IF LH-IS-HELD
004272           ADD 1 TO LP-HELD-LOCKWAIT
004273           MOVE LOCKWAIT-TIMESTAMP TO LP-HLD-TS
004274           PERFORM 2960-LIST-HELD
004276               THRU 2960-LIST-HELD-EXIT
004278        END-IF
004280     ELSE
004290        ADD 1 TO LP-PURGED-LOCKWAIT
004300     END-IF
004570     MOVE MSGLOG-TIMESTAMP (9:2) TO LP-REC-DD
004580     PERFORM 2900-AGE-IN-DAYS
004590         THRU 2900-AGE-IN-DAYS-EXIT
004592     SET LH-NOT-HELD TO TRUE
004594     IF LP-AGE-DAYS GREATER LP-KEEP-MSGLOG
004596        MOVE SPACES            TO LH-FILE
004598        MOVE 'MSGLOG'          TO LH-STEP-FILE
004600        MOVE MSGLOG-USER       TO LH-KEY
004602        MOVE SPACES            TO LH-PGM
004604        PERFORM 2950-CHECK-HOLD
004606            THRU 2950-CHECK-HOLD-EXIT
004607     END-IF
004608     IF LP-AGE-DAYS NOT GREATER LP-KEEP-MSGLOG OR
004609        LH-IS-HELD
004610        ADD 1 TO LP-KEPT-MSGLOG
004620        WRITE MSGLOGN-RECORD FROM MSGLOG-RECORD
004621        IF LH-IS-HELD
004622           ADD 1 TO LP-HELD-MSGLOG
004623           MOVE MSGLOG-TIMESTAMP TO LP-HLD-TS
004624           PERFORM 2960-LIST-HELD
004626               THRU 2960-LIST-HELD-EXIT
004628        END-IF
004630     ELSE
004640        ADD 1 TO LP-PURGED-MSGLOG
004650     END-IF
004800         THRU GX-DTON-EXIT
004810     COMPUTE LP-AGE-DAYS = LP-TODAY-DAYNUM - GX-DTON-OUTNUM.
004820 2900-AGE-IN-DAYS-EXIT.
004821     EXIT.
004822*----------------------------------------------------------*
004823* 2950-CHECK-HOLD - A ROW PAST ITS RETENTION IS PUT TO THE  *
004824*                   LEGAL-HOLD SERVICE WITH ITS OWN DATE    *
004825*                   BEFORE IT IS ALLOWED TO GO              *
004826*----------------------------------------------------------*
004827 2950-CHECK-HOLD.
004828     MOVE 'C'    TO LH-FUNC
004829     MOVE SPACES TO LH-REPORT
004830     COMPUTE LH-DATE = (LP-REC-YY * 10000) + (LP-REC-MM * 100)
004831                     + LP-REC-DD
004832     CALL 'GXLHOLD' USING LH-CTL.
004833 2950-CHECK-HOLD-EXIT.
004834     EXIT.
004835*----------------------------------------------------------*
004836* 2960-LIST-HELD - ONE REPORT LINE PER ROW KEPT ONLY        *
004837*                  BECAUSE A HOLD TOOK IT IN                *
004838*----------------------------------------------------------*
004839 2960-LIST-HELD.
004840     MOVE LH-STEP-FILE TO LP-HLD-FILE
004841     MOVE LH-MATTER    TO LP-HLD-MATTER
004842     MOVE LH-KEY       TO LP-HLD-KEY
004843     MOVE LP-HLD-LINE  TO RW-LINE
004844     MOVE 'D' TO RW-FUNC
004845     PERFORM 8900-RW-PUT
004846         THRU 8900-RW-PUT-EXIT.
004847 2960-LIST-HELD-EXIT.
004848     EXIT.
004849 GX-DTON.
004850     MOVE ZERO TO GX-DTON-OUTNUM
004860     IF GX-DTON-INDATE > ZEROES
004870        MOVE CORR GX-DTON-INDATE TO GX-DTON-DW
006790         MOVE 1 TO LP-KEEP-SPOOL
006800     END-IF
006810     MOVE LP-KEEP-SPOOL TO LP-KEEP-SPOOL-A
006814     SET LP-SPOOL-SWEEP TO TRUE
006820     MOVE 1 TO GX-QCMDEXC-PTR
006830     STRING 'QSH CMD(''find /GXSPOOL -type f \( -name '
006840                   '*.TXT -o -name *.PDF \) -mtime +'
006850                   LP-KEEP-SPOOL-A
006851            DELIMITED BY SIZE
006852            INTO GX-QCMDEXC-CMD
006853            POINTER GX-QCMDEXC-PTR
006854     MOVE 0   TO LH-IX
006855     MOVE 'N' TO LH-FUNC
006856     SET LH-IS-HELD TO TRUE
006857     PERFORM 4510-FENCE-ONE-HOLD
006858         THRU 4510-FENCE-ONE-HOLD-EXIT
006859         UNTIL LH-NOT-HELD OR LP-SPOOL-SUSPENDED
006860     IF LP-SPOOL-SUSPENDED
006861        MOVE LP-SUSP-LINE TO RW-LINE
006862        MOVE 'D' TO RW-FUNC
006863        PERFORM 8900-RW-PUT
006864            THRU 8900-RW-PUT-EXIT
006865        GO TO 4500-PURGE-SPOOL-ARCHIVE-EXIT
006866     END-IF
006867     STRING ' -exec rm -f {} +'')'
006870            DELIMITED BY SIZE
006880            INTO GX-QCMDEXC-CMD
006890            POINTER GX-QCMDEXC-PTR
006910     CALL 'QCMDEXC' USING GX-QCMDEXC-CMD
006920                          GX-QCMDEXC-CMDLEN.
006930 4500-PURGE-SPOOL-ARCHIVE-EXIT.
006931     EXIT.
006932*----------------------------------------------------------*
006933* 4510-FENCE-ONE-HOLD - EACH ACTIVE HOLD THAT CAN REACH A   *
006934*                       SPOOL COPY ADDS A ! \( ... \) TERM  *
006935*                       TO THE FIND: THE REPORT DIRECTORY   *
006936*                       AND/OR THE -MTIME BOUNDS OF ITS     *
006937*                       DATE RANGE.  KEY AND FILE HOLDS     *
006938*                       (BAR *GXSPOOL) REACH NO SPOOL COPY  *
006939*----------------------------------------------------------*
006940 4510-FENCE-ONE-HOLD.
006941     CALL 'GXLHOLD' USING LH-CTL
006942     IF LH-NOT-HELD OR LH-HOLD-KEY NOT = SPACES OR
006943        (LH-HOLD-FILE NOT = SPACES AND
006944         LH-HOLD-FILE NOT = '*GXSPOOL')
006945        GO TO 4510-FENCE-ONE-HOLD-EXIT
006946     END-IF
006948     MOVE -1 TO LP-HOLD-OLDER
006949     MOVE -1 TO LP-HOLD-NEWER
006950     IF LH-HOLD-TO GREATER 0
006951        MOVE LH-HOLD-TO (1:4) TO LP-REC-YY
006952        MOVE LH-HOLD-TO (5:2) TO LP-REC-MM
006953        MOVE LH-HOLD-TO (7:2) TO LP-REC-DD
006954        PERFORM 2900-AGE-IN-DAYS
006955            THRU 2900-AGE-IN-DAYS-EXIT
006956        COMPUTE LP-HOLD-OLDER = LP-AGE-DAYS - 1
006957     END-IF
006958     IF LH-HOLD-FROM GREATER 0
006959        MOVE LH-HOLD-FROM (1:4) TO LP-REC-YY
006960        MOVE LH-HOLD-FROM (5:2) TO LP-REC-MM
006961        MOVE LH-HOLD-FROM (7:2) TO LP-REC-DD
006962        PERFORM 2900-AGE-IN-DAYS
006963            THRU 2900-AGE-IN-DAYS-EXIT
006964        COMPUTE LP-HOLD-NEWER = LP-AGE-DAYS + 1
006965        IF LP-HOLD-NEWER LESS 1
006966           GO TO 4510-FENCE-ONE-HOLD-EXIT
006967        END-IF
006968     END-IF
006969     IF (LH-HOLD-REPORT = SPACES AND LP-HOLD-OLDER LESS 0 AND
006970         LP-HOLD-NEWER LESS 0) OR GX-QCMDEXC-PTR GREATER 2900
006971        MOVE LH-MATTER TO LP-SUSP-MATTER
006972        SET LP-SPOOL-SUSPENDED TO TRUE
006973        GO TO 4510-FENCE-ONE-HOLD-EXIT
006974     END-IF
006975     STRING ' ! \(' DELIMITED BY SIZE
006976            INTO GX-QCMDEXC-CMD
006977            POINTER GX-QCMDEXC-PTR
006978     IF LH-HOLD-REPORT NOT = SPACES
006979        STRING ' -path "/GXSPOOL/' DELIMITED BY SIZE
006980               LH-HOLD-REPORT       DELIMITED BY SPACE
006981               '/*"'               DELIMITED BY SIZE
006982               INTO GX-QCMDEXC-CMD
006983               POINTER GX-QCMDEXC-PTR
006984     END-IF
006985     IF LP-HOLD-OLDER NOT LESS 0
006986        MOVE LP-HOLD-OLDER TO LP-HOLD-OLDER-A
006987        STRING ' -mtime +' LP-HOLD-OLDER-A DELIMITED BY SIZE
006988               INTO GX-QCMDEXC-CMD
006989               POINTER GX-QCMDEXC-PTR
006990     END-IF
006991     IF LP-HOLD-NEWER GREATER 0
006992        MOVE LP-HOLD-NEWER TO LP-HOLD-NEWER-A
006993        STRING ' -mtime -' LP-HOLD-NEWER-A DELIMITED BY SIZE
006994               INTO GX-QCMDEXC-CMD
006995               POINTER GX-QCMDEXC-PTR
006996     END-IF
006997     STRING ' \)' DELIMITED BY SIZE
006998            INTO GX-QCMDEXC-CMD
006999            POINTER GX-QCMDEXC-PTR
007000     MOVE LH-HOLD-REPORT TO LP-HSP-REPORT
007001     IF LH-HOLD-REPORT = SPACES
007002        MOVE '*ALL' TO LP-HSP-REPORT
007003     END-IF
007004     MOVE LH-HOLD-FROM TO LP-HSP-FROM
007005     MOVE LH-HOLD-TO   TO LP-HSP-TO
007006     MOVE LH-MATTER    TO LP-HSP-MATTER
007007     MOVE LP-HLD-SPOOL-LINE TO RW-LINE
007008     MOVE 'D' TO RW-FUNC
007009     PERFORM 8900-RW-PUT
007010         THRU 8900-RW-PUT-EXIT.
007011 4510-FENCE-ONE-HOLD-EXIT.
007012     EXIT.
007013*----------------------------------------------------------*
007014* 6000-PRINT-SUMMARY - KEPT/PURGED TOTALS PER FILE TYPE     *
007015*----------------------------------------------------------*
007016 6000-PRINT-SUMMARY.
007017     MOVE 'AUDITLOG'      TO LP-DTL-FILE
007018     MOVE LP-KEEP-AUDITLOG TO LP-DTL-KEEP
007019     MOVE LP-KEPT-AUDITLOG TO LP-DTL-KEPT
007020     MOVE LP-PURGED-AUDITLOG TO LP-DTL-PURGED
007026     MOVE LP-HELD-AUDITLOG TO LP-DTL-HELD
007030     MOVE LP-DTL-LINE TO RW-LINE
007040     MOVE 'D' TO RW-FUNC
007050     PERFORM 8900-RW-PUT
007080     MOVE LP-KEEP-LOCKWAIT TO LP-DTL-KEEP
007090     MOVE LP-KEPT-LOCKWAIT TO LP-DTL-KEPT
007100     MOVE LP-PURGED-LOCKWAIT TO LP-DTL-PURGED
007105     MOVE LP-HELD-LOCKWAIT TO LP-DTL-HELD
007110     MOVE LP-DTL-LINE TO RW-LINE
007120     MOVE 'D' TO RW-FUNC
007130     PERFORM 8900-RW-PUT
007160     MOVE LP-KEEP-MSGLOG  TO LP-DTL-KEEP
007170     MOVE LP-KEPT-MSGLOG  TO LP-DTL-KEPT
007180     MOVE LP-PURGED-MSGLOG TO LP-DTL-PURGED
007185     MOVE LP-HELD-MSGLOG TO LP-DTL-HELD
007190     MOVE LP-DTL-LINE TO RW-LINE
007191     MOVE 'D' TO RW-FUNC
007192     PERFORM 8900-RW-PUT
007193         THRU 8900-RW-PUT-EXIT
007194     MOVE 'DIAGIDX'       TO LP-DTL-FILE
007195     MOVE LP-KEEP-DIAG    TO LP-DTL-KEEP
007196     MOVE LP-KEPT-DIAG    TO LP-DTL-KEPT
007197     MOVE LP-PURGED-DIAG  TO LP-DTL-PURGED
007198     MOVE LP-HELD-DIAG    TO LP-DTL-HELD
007199     MOVE LP-DTL-LINE TO RW-LINE
007200     MOVE 'D' TO RW-FUNC
007210     PERFORM 8900-RW-PUT
007220         THRU 8900-RW-PUT-EXIT
007400     CLOSE LOCKWAITN
007410     CLOSE MSGLOG
007420     CLOSE MSGLOGN
007430     CLOSE PURGERPT
007431     CLOSE DIAGIDX.
007440 9000-TERMINATE-EXIT.
007450     EXIT.
007460*----------------------------------------------------------*
007550     END-PERFORM.
007560 8900-RW-PUT-EXIT.
007570     EXIT.
007580*----------------------------------------------------------*
007585* 4600-PURGE-DIAG-BUNDLES - AN ABORT BUNDLE PAST           *
007590*                           LP-KEEP-DIAG DAYS LOSES ITS    *
007595*                           DIAGIDX ROW AND ITS /GXDIAG    *
007600*                           FOLDER, UNLESS A HOLD TAKES    *
007605*                           THE JOB OR PROGRAM IN          *
007610*----------------------------------------------------------*
007615 4600-PURGE-DIAG-BUNDLES.
007620     MOVE 'N' TO LP-EOF-SW
007625     PERFORM 4610-READ-DIAGIDX
007630         THRU 4610-READ-DIAGIDX-EXIT
007635     PERFORM 4620-CHECK-DIAGIDX
007640         THRU 4620-CHECK-DIAGIDX-EXIT
007645         UNTIL LP-AT-EOF.
007650 4600-PURGE-DIAG-BUNDLES-EXIT.
007655     EXIT.
007660 4610-READ-DIAGIDX.
007665     READ DIAGIDX
007670         AT END
007675            SET LP-AT-EOF TO TRUE
007680     END-READ.
007685 4610-READ-DIAGIDX-EXIT.
007690     EXIT.
007695 4620-CHECK-DIAGIDX.
007700     MOVE DIAGIDX-TIMESTAMP (1:4) TO LP-REC-YY
007705     MOVE DIAGIDX-TIMESTAMP (6:2) TO LP-REC-MM
007710     MOVE DIAGIDX-TIMESTAMP (9:2) TO LP-REC-DD
007715     PERFORM 2900-AGE-IN-DAYS
007720         THRU 2900-AGE-IN-DAYS-EXIT
007725     IF LP-AGE-DAYS NOT GREATER LP-KEEP-DIAG
007730        ADD 1 TO LP-KEPT-DIAG
007735        GO TO 4620-NEXT-DIAGIDX
007740     END-IF
007745     MOVE SPACES            TO LH-FILE
007750     MOVE 'DIAGIDX'         TO LH-STEP-FILE
007755     MOVE DIAGIDX-JOB       TO LH-KEY
007760     MOVE DIAGIDX-PGM       TO LH-PGM
007765     PERFORM 2950-CHECK-HOLD
007770         THRU 2950-CHECK-HOLD-EXIT
007775     IF LH-IS-HELD
007780        ADD 1 TO LP-KEPT-DIAG
007785        ADD 1 TO LP-HELD-DIAG
007790        MOVE DIAGIDX-TIMESTAMP TO LP-HLD-TS
007795        PERFORM 2960-LIST-HELD
007800            THRU 2960-LIST-HELD-EXIT
007805        GO TO 4620-NEXT-DIAGIDX
007810     END-IF
007815     ADD 1 TO LP-PURGED-DIAG
007820     IF DIAGIDX-PATH (1:8) = '/GXDIAG/'
007825        MOVE 1 TO GX-QCMDEXC-PTR
007830        STRING 'QSH CMD(''rm -rf '  DELIMITED BY SIZE
007835               DIAGIDX-PATH          DELIMITED BY SPACE
007840               ''')'                 DELIMITED BY SIZE
007845               INTO GX-QCMDEXC-CMD
007850               POINTER GX-QCMDEXC-PTR
007855        COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
007860        CALL 'QCMDEXC' USING GX-QCMDEXC-CMD
007865                             GX-QCMDEXC-CMDLEN
007870     END-IF
007875     DELETE DIAGIDX RECORD.
007880 4620-NEXT-DIAGIDX.
007885     PERFORM 4610-READ-DIAGIDX
007890         THRU 4610-READ-DIAGIDX-EXIT.
007895 4620-CHECK-DIAGIDX-EXIT.
007900     EXIT.
008000 9999-EXIT.
008010     STOP RUN.
