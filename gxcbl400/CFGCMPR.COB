000294*                   TABLE BODIES, NOT THE 22-BYTE REPORT    *
000296*                   COLUMNS - THE REPORT MAY TRUNCATE FOR   *
000298*                   DISPLAY BUT THE PROMOTION MUST NOT      *
000299*   2026-10-15  RH  SAVED SUBFILE VIEWS (SUBVIEWA AND       *
000300*                   SUBVIEWB) JOIN THE COMPARISON.  A VIEW  *
000301*                   IS MATCHED BY SCOPE, OWNER, FORMAT AND  *
000302*                   NAME AND ITS FILTER, SORT, COLUMN AND   *
000303*                   DEFAULT SETTINGS ARE COMPARED; VIEW     *
000304*                   DRIFT IS REPORTED AND COUNTED BUT NOT   *
000305*                   STAGED - CFGPROMO PROMOTES FMTPROF AND  *
000306*                   HOLCAL ONLY                             *
000307*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-ISERIES.
000460     SELECT HOLCALB    ASSIGN TO DATABASE-HOLCALB
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS CF-FS-HOLCALB.
000481     SELECT SUBVIEWA   ASSIGN TO DATABASE-SUBVIEWA
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS  IS CF-FS-SUBVIEWA.
000484     SELECT SUBVIEWB   ASSIGN TO DATABASE-SUBVIEWB
000485         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS  IS CF-FS-SUBVIEWB.
000490     SELECT CFGPEND    ASSIGN TO DATABASE-CFGPEND
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE  IS RANDOM
000720 01  HOLCALB-RECORD.
000730     05 HOLCALB-KEY              PIC  X(018).
000740     05 HOLCALB-BODY             PIC  X(030).
000741 FD  SUBVIEWA.
000742 01  SUBVIEWA-RECORD.
000743     05 SUBVIEWA-KEY             PIC  X(031).
000744     05 SUBVIEWA-BODY            PIC  X(124).
000745     05 SUBVIEWA-SAVED-BY        PIC  X(010).
000746     05 SUBVIEWA-SAVED-TS        PIC  X(026).
000747 FD  SUBVIEWB.
000748 01  SUBVIEWB-RECORD.
000749     05 SUBVIEWB-KEY             PIC  X(031).
000750     05 SUBVIEWB-BODY            PIC  X(124).
000751     05 SUBVIEWB-SAVED-BY        PIC  X(010).
000752     05 SUBVIEWB-SAVED-TS        PIC  X(026).
000753 FD  CFGPEND.
000760 01  CFGPEND-RECORD.
000770     05 CFGPEND-KEY.
000780        10 CFGPEND-FILE          PIC  X(010).
000960 77  CF-FS-FMTPROFB              PIC  X(002).
000970 77  CF-FS-HOLCALA               PIC  X(002).
000980 77  CF-FS-HOLCALB               PIC  X(002).
000982 77  CF-FS-SUBVIEWA              PIC  X(002).
000984 77  CF-FS-SUBVIEWB              PIC  X(002).
000990 77  CF-FS-CFGPEND               PIC  X(002).
001000 77  CF-FS-CFGRPT                PIC  X(002).
001010 77  CF-EOF-SW                   PIC  X(001)     VALUE 'N'.
001240        10 CF-B-KEY              PIC  X(020).
001250        10 CF-B-BODY             PIC  X(030).
001260        10 CF-B-MATCHED          PIC  X(001).
001261*----------------------------------------------------------*
001262* SAVED VIEWS CARRY A WIDER KEY AND BODY THAN THE TWO       *
001263* CONFIGURATION TABLES, SO THEY ARE MATCHED IN TABLES OF    *
001264* THEIR OWN.  THE BODY IS DEFAULT (1), FILTERS (2-101),     *
001265* SORT COLUMN AND DIRECTION (102-104), COLUMNS (105-124);   *
001266* WHO SAVED A VIEW AND WHEN IS NOT DRIFT AND IS LEFT OUT    *
001267*----------------------------------------------------------*
001268 77  CF-VA-COUNT                 PIC S9(004) COMP-3 VALUE 0.
001269 77  CF-VB-COUNT                 PIC S9(004) COMP-3 VALUE 0.
001270 01  CF-VA-TABLE.
001271     05 CF-VA-ENTRY OCCURS 200 TIMES.
001272        10 CF-VA-KEY             PIC  X(031).
001273        10 CF-VA-BODY            PIC  X(124).
001274        10 CF-VA-MATCHED         PIC  X(001).
001275 01  CF-VB-TABLE.
001276     05 CF-VB-ENTRY OCCURS 200 TIMES.
001277        10 CF-VB-KEY             PIC  X(031).
001278        10 CF-VB-BODY            PIC  X(124).
001279        10 CF-VB-MATCHED         PIC  X(001).
001280 01  CF-V-KEY.
001281     05 CF-V-SCOPE               PIC  X(001).
001282     05 CF-V-OWNER               PIC  X(010).
001283     05 CF-V-FORMAT              PIC  X(010).
001284     05 CF-V-NAME                PIC  X(010).
001285 77  CF-V-PTR                    PIC S9(004) COMP-3.
001286 01  CF-SECTION-NAME             PIC  X(010).
001287 01  CF-HDG-LINE-1.
001290     05 FILLER                   PIC  X(040)
001300        VALUE 'CONFIGURATION DRIFT COMPARISON (A VS B) '.
001310     05 FILLER                   PIC  X(040) VALUE SPACES.
001420     05 CF-DTL-A                 PIC  X(022).
001430     05 FILLER                   PIC  X(002) VALUE SPACES.
001440     05 CF-DTL-B                 PIC  X(022).
001441     05 FILLER                   PIC  X(002) VALUE SPACES.
001442 01  CF-VDTL-LINE.
001443     05 CF-VDTL-TYPE             PIC  X(008).
001444     05 FILLER                   PIC  X(002) VALUE SPACES.
001445     05 CF-VDTL-SCOPE            PIC  X(001).
001446     05 FILLER                   PIC  X(001) VALUE SPACES.
001447     05 CF-VDTL-OWNER            PIC  X(010).
001448     05 FILLER                   PIC  X(001) VALUE SPACES.
001449     05 CF-VDTL-FORMAT           PIC  X(010).
001450     05 FILLER                   PIC  X(001) VALUE SPACES.
001451     05 CF-VDTL-NAME             PIC  X(010).
001452     05 FILLER                   PIC  X(002) VALUE SPACES.
001453     05 CF-VDTL-WHAT             PIC  X(034).
001460 77  CF-PEND-CHGTYPE             PIC  X(001).
001462 77  CF-PEND-OLDVAL              PIC  X(030).
001464 77  CF-PEND-NEWVAL              PIC  X(030).
001560         THRU 2000-COMPARE-FMTPROF-EXIT
001570     PERFORM 3000-COMPARE-HOLCAL
001580         THRU 3000-COMPARE-HOLCAL-EXIT
001582     PERFORM 5000-COMPARE-SUBVIEW
001584         THRU 5000-COMPARE-SUBVIEW-EXIT
001590     PERFORM 6000-PRINT-SUMMARY
001600         THRU 6000-PRINT-SUMMARY-EXIT
001610     PERFORM 9000-TERMINATE
001660     OPEN INPUT  FMTPROFB
001670     OPEN INPUT  HOLCALA
001680     OPEN INPUT  HOLCALB
001682     OPEN INPUT  SUBVIEWA
001684     OPEN INPUT  SUBVIEWB
001690     OPEN OUTPUT CFGRPT
001700     OPEN I-O    CFGPEND
001710     WRITE CFGRPT-LINE FROM CF-HDG-LINE-1.
003660     END-READ.
003670 4500-WRITE-PENDING-EXIT.
003680     EXIT.
003681*----------------------------------------------------------*
003682* 5000-COMPARE-SUBVIEW - SAVED SUBFILE VIEWS, KEYED BY      *
003683*                        SCOPE, OWNER, FORMAT AND NAME.     *
003684*                        THE DRIFT IS REPORTED, NOT STAGED -*
003685*                        A VIEW IS A USER OR GROUP SETTING, *
003686*                        NOT A PROMOTED CONFIGURATION ROW   *
003687*----------------------------------------------------------*
003688 5000-COMPARE-SUBVIEW.
003689     MOVE 'SUBVIEW'  TO CF-SEC-TEXT
003690     WRITE CFGRPT-LINE FROM CF-SEC-LINE
003691     MOVE 0 TO CF-VA-COUNT
003692     MOVE 0 TO CF-VB-COUNT
003693     MOVE 'N' TO CF-EOF-SW
003694     PERFORM 5100-LOAD-SUBVIEWA
003695         THRU 5100-LOAD-SUBVIEWA-EXIT
003696         UNTIL CF-AT-EOF
003697     MOVE 'N' TO CF-EOF-SW
003698     PERFORM 5200-LOAD-SUBVIEWB
003699         THRU 5200-LOAD-SUBVIEWB-EXIT
003700         UNTIL CF-AT-EOF
003701     PERFORM 5300-MATCH-VIEWS
003702         THRU 5300-MATCH-VIEWS-EXIT.
003703 5000-COMPARE-SUBVIEW-EXIT.
003704     EXIT.
003705 5100-LOAD-SUBVIEWA.
003706     READ SUBVIEWA
003707         AT END
003708            SET CF-AT-EOF TO TRUE
003709         NOT AT END
003710            IF CF-VA-COUNT < CF-MAX-ENTRIES
003711               ADD 1 TO CF-VA-COUNT
003712               MOVE SUBVIEWA-KEY  TO CF-VA-KEY  (CF-VA-COUNT)
003713               MOVE SUBVIEWA-BODY TO CF-VA-BODY (CF-VA-COUNT)
003714               MOVE 'N'           TO CF-VA-MATCHED (CF-VA-COUNT)
003715            END-IF
003716     END-READ.
003717 5100-LOAD-SUBVIEWA-EXIT.
003718     EXIT.
003719 5200-LOAD-SUBVIEWB.
003720     READ SUBVIEWB
003721         AT END
003722            SET CF-AT-EOF TO TRUE
003723         NOT AT END
003724            IF CF-VB-COUNT < CF-MAX-ENTRIES
003725               ADD 1 TO CF-VB-COUNT
003726               MOVE SUBVIEWB-KEY  TO CF-VB-KEY  (CF-VB-COUNT)
003727               MOVE SUBVIEWB-BODY TO CF-VB-BODY (CF-VB-COUNT)
003728               MOVE 'N'           TO CF-VB-MATCHED (CF-VB-COUNT)
003729            END-IF
003730     END-READ.
003731 5200-LOAD-SUBVIEWB-EXIT.
003732     EXIT.
003733*----------------------------------------------------------*
003734* 5300-MATCH-VIEWS - THE 4000-MATCH-TABLES RULES; A VIEW IN *
003735*                    BOTH NAMES THE SETTINGS THAT DIFFER    *
003736*----------------------------------------------------------*
003737 5300-MATCH-VIEWS.
003738     PERFORM VARYING CF-I FROM 1 BY 1
003739             UNTIL CF-I > CF-VA-COUNT
003740        SET CF-NOT-FOUND TO TRUE
003741        PERFORM VARYING CF-J FROM 1 BY 1
003742                UNTIL CF-J > CF-VB-COUNT
003743           IF CF-VB-KEY (CF-J) = CF-VA-KEY (CF-I) AND
003744              CF-VB-MATCHED (CF-J) = 'N'
003745              SET CF-FOUND TO TRUE
003746              MOVE 'Y' TO CF-VA-MATCHED (CF-I)
003747              MOVE 'Y' TO CF-VB-MATCHED (CF-J)
003748              IF CF-VB-BODY (CF-J) NOT = CF-VA-BODY (CF-I)
003749                 MOVE 'DIFF'           TO CF-VDTL-TYPE
003750                 MOVE CF-VA-KEY (CF-I) TO CF-V-KEY
003751                 PERFORM 5400-VIEW-DIFFS
003752                     THRU 5400-VIEW-DIFFS-EXIT
003753                 PERFORM 5500-WRITE-VIEW-LINE
003754                     THRU 5500-WRITE-VIEW-LINE-EXIT
003755              END-IF
003756              MOVE CF-VB-COUNT TO CF-J
003757           END-IF
003758        END-PERFORM
003759        IF CF-NOT-FOUND
003760           MOVE 'ONLY-A'         TO CF-VDTL-TYPE
003761           MOVE CF-VA-KEY (CF-I) TO CF-V-KEY
003762           MOVE SPACES           TO CF-VDTL-WHAT
003763           PERFORM 5500-WRITE-VIEW-LINE
003764               THRU 5500-WRITE-VIEW-LINE-EXIT
003765        END-IF
003766     END-PERFORM
003767     PERFORM VARYING CF-J FROM 1 BY 1
003768             UNTIL CF-J > CF-VB-COUNT
003769        IF CF-VB-MATCHED (CF-J) = 'N'
003770           MOVE 'ONLY-B'         TO CF-VDTL-TYPE
003771           MOVE CF-VB-KEY (CF-J) TO CF-V-KEY
003772           MOVE SPACES           TO CF-VDTL-WHAT
003773           PERFORM 5500-WRITE-VIEW-LINE
003774               THRU 5500-WRITE-VIEW-LINE-EXIT
003775        END-IF
003776     END-PERFORM.
003777 5300-MATCH-VIEWS-EXIT.
003778     EXIT.
003779 5400-VIEW-DIFFS.
003780     MOVE SPACES TO CF-VDTL-WHAT
003781     MOVE 1 TO CF-V-PTR
003782     IF CF-VA-BODY (CF-I) (2:100) NOT = CF-VB-BODY (CF-J) (2:100)
003783        STRING 'FILTER ' DELIMITED BY SIZE
003784               INTO CF-VDTL-WHAT POINTER CF-V-PTR
003785     END-IF
003786     IF CF-VA-BODY (CF-I) (102:3) NOT = CF-VB-BODY (CF-J) (102:3)
003787        STRING 'SORT ' DELIMITED BY SIZE
003788               INTO CF-VDTL-WHAT POINTER CF-V-PTR
003789     END-IF
003790     IF CF-VA-BODY (CF-I) (105:20) NOT =
003791        CF-VB-BODY (CF-J) (105:20)
003792        STRING 'COLUMNS ' DELIMITED BY SIZE
003793               INTO CF-VDTL-WHAT POINTER CF-V-PTR
003794     END-IF
003795     IF CF-VA-BODY (CF-I) (1:1) NOT = CF-VB-BODY (CF-J) (1:1)
003796        STRING 'DEFAULT' DELIMITED BY SIZE
003797               INTO CF-VDTL-WHAT POINTER CF-V-PTR
003798     END-IF.
003799 5400-VIEW-DIFFS-EXIT.
003800     EXIT.
003801 5500-WRITE-VIEW-LINE.
003802     ADD 1 TO CF-DIFF-COUNT
003803     MOVE CF-V-SCOPE  TO CF-VDTL-SCOPE
003804     MOVE CF-V-OWNER  TO CF-VDTL-OWNER
003805     MOVE CF-V-FORMAT TO CF-VDTL-FORMAT
003806     MOVE CF-V-NAME   TO CF-VDTL-NAME
003807     WRITE CFGRPT-LINE FROM CF-VDTL-LINE.
003808 5500-WRITE-VIEW-LINE-EXIT.
003809     EXIT.
003810 6000-PRINT-SUMMARY.
003811     MOVE CF-DIFF-COUNT TO CF-SUM-COUNT
003812     WRITE CFGRPT-LINE FROM CF-SUM-LINE.
003813 6000-PRINT-SUMMARY-EXIT.
003814     EXIT.
003815 9000-TERMINATE.
003816     CLOSE FMTPROFA
003817     CLOSE FMTPROFB
003818     CLOSE HOLCALA
003819     CLOSE HOLCALB
003820     CLOSE SUBVIEWA
003821     CLOSE SUBVIEWB
003822     CLOSE CFGPEND
003823     CLOSE CFGRPT.
003824 9000-TERMINATE-EXIT.
003825     EXIT.
003830 9999-EXIT.
003840     STOP RUN.
