000210*                   OVERRIDES FMTPROF/HOLCAL TO THE TARGET  *
000220*                   LIBRARY AND JOURNALS THEM, THE SAME     *
000230*                   TRANSACTION BOUNDARIES AS GXFCMIT       *
000231*   2026-10-15  RH  CHANGE FREEZE: INSIDE A FREEZE CALENDAR *
000232*                   PERIOD OF SCOPE C OR A THE PASS APPLIES *
000233*                   AND REVERSES NOTHING UNLESS AN          *
000234*                   EMERGENCY OVERRIDE HAS BEEN APPROVED BY *
000235*                   A SECOND USER ON THE PENDAPPR QUEUE     *
000236*                   (ACTION F); WITHOUT ONE THE OVERRIDE IS *
000237*                   CAPTURED ONCE, IN THE NAME OF THE USER  *
000238*                   WHO APPROVED THE STAGED ROWS.  A USED   *
000239*                   OVERRIDE IS LOGGED TO AUDITLOG FOR BOTH *
000240*                   IDENTITIES AND SPENT WITH THE PASS      *
000241*   2026-10-15  RH  THE FREEZE IS CHECKED AGAINST THE       *
000242*                   BUSINESS DATE, THE CLOCK ONLY WHEN      *
000243*                   BUSDATE HAS NO ROW                      *
000244*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000430         ACCESS MODE  IS RANDOM
000440         RECORD KEY   IS HOLCAL-KEY
000450         FILE STATUS  IS CP-FS-HOLCAL.
000451     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE  IS RANDOM
000454         RECORD KEY   IS BUSDATE-COMPANY
000455         FILE STATUS  IS CP-FS-BUSDATE.
000460     SELECT CFGPRPT    ASSIGN TO DATABASE-CFGPRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS  IS CP-FS-CFGPRPT.
000481     SELECT FREEZE     ASSIGN TO DATABASE-FREEZE
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE  IS DYNAMIC
000484         RECORD KEY   IS FREEZE-KEY
000485         FILE STATUS  IS CP-FS-FREEZE.
000486     SELECT PENDAPPR   ASSIGN TO DATABASE-PENDAPPR
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE  IS DYNAMIC
000489         RECORD KEY   IS PENDAPPR-NBR
000490         FILE STATUS  IS CP-FS-PENDAPPR.
000491     SELECT NBRASGN    ASSIGN TO DATABASE-NBRASGN
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE  IS RANDOM
000494         RECORD KEY   IS NBRASGN-SERIES
000495         FILE STATUS  IS CP-FS-NBRASGN.
000496     SELECT NBRLOG     ASSIGN TO DATABASE-NBRLOG
000497         ORGANIZATION IS SEQUENTIAL
000498         FILE STATUS  IS CP-FS-NBRLOG.
000499     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000500         ORGANIZATION IS SEQUENTIAL
000501         FILE STATUS  IS CP-FS-AUDITLOG.
000502 DATA DIVISION.
000503 FILE SECTION.
000504 FD  BUSDATE.
000505 01  BUSDATE-RECORD.
000506     05 BUSDATE-COMPANY          PIC  X(003).
000507     05 BUSDATE-CURRENT          PIC  9(008).
000508     05 FILLER                   PIC  X(028).
000510 FD  CFGPEND.
000520 01  CFGPEND-RECORD.
000530     05 CFGPEND-KEY.
000680     05 HOLCAL-KEY               PIC  X(018).
000690     05 HOLCAL-BODY              PIC  X(030).
000700 FD  CFGPRPT.
000701 01  CFGPRPT-LINE                PIC  X(080).
000702*----------------------------------------------------------*
000703* CHANGE-FREEZE CALENDAR - THE GXFFRZW LAYOUT.  SCOPE A =  *
000704* ALL, C = CONFIGURATION, S = STREAM, Y = SECURITY         *
000705*----------------------------------------------------------*
000706 FD  FREEZE.
000707 01  FREEZE-RECORD.
000708     05 FREEZE-KEY.
000709        10 FREEZE-FROM          PIC  9(008).
000710        10 FREEZE-SCOPE         PIC  X(001).
000711     05 FREEZE-TO                PIC  9(008).
000712     05 FREEZE-REASON            PIC  X(050).
000713     05 FREEZE-CREATED-BY        PIC  X(010).
000714     05 FREEZE-CREATED-TS        PIC  X(026).
000715*----------------------------------------------------------*
000716* FOUR-EYES QUEUE - THE GXFFEYEW LAYOUT.  A CHANGE-FREEZE  *
000717* OVERRIDE IS ACTION F, KEYED APPLY OR ROLLBACK            *
000718*----------------------------------------------------------*
000719 FD  PENDAPPR.
000720 01  PENDAPPR-RECORD.
000721     05 PENDAPPR-NBR             PIC  9(007).
000722     05 PENDAPPR-PGM             PIC  X(010).
000723     05 PENDAPPR-ACTION          PIC  X(001).
000724     05 PENDAPPR-KEY             PIC  X(030).
000725     05 PENDAPPR-REQ-USER        PIC  X(010).
000726     05 PENDAPPR-REQ-TS          PIC  X(026).
000727     05 PENDAPPR-STATUS          PIC  X(001).
000728        88 PENDAPPR-PENDING                      VALUE 'P'.
000729        88 PENDAPPR-APPROVED-ST                  VALUE 'A'.
000730        88 PENDAPPR-REJECTED-ST                  VALUE 'R'.
000731     05 PENDAPPR-APPR-USER       PIC  X(010).
000732     05 PENDAPPR-APPR-TS         PIC  X(026).
000733 FD  NBRASGN.
000734 01  NBRASGN-RECORD.
000735     05 NBRASGN-SERIES           PIC  X(010).
000736     05 NBRASGN-PREFIX           PIC  X(004).
000737     05 NBRASGN-NEXTNBR          PIC  9(009).
000738     05 NBRASGN-ROLLOVER         PIC  9(009).
000739 FD  NBRLOG.
000740 01  NBRLOG-RECORD.
000741     05 NBRLOG-SERIES            PIC  X(010).
000742     05 NBRLOG-NBR               PIC  9(009).
000743     05 NBRLOG-TIMESTAMP         PIC  X(026).
000744     05 NBRLOG-USER              PIC  X(010).
000745     05 NBRLOG-PGM               PIC  X(010).
000746 FD  AUDITLOG.
000747 01  AUDITLOG-RECORD.
000748     05 AUDITLOG-TIMESTAMP       PIC  X(026).
000749     05 AUDITLOG-JOB             PIC  X(010).
000750     05 AUDITLOG-PGM             PIC  X(010).
000751     05 AUDITLOG-FILE            PIC  X(010).
000752     05 AUDITLOG-OPER            PIC  X(006).
000753     05 AUDITLOG-STATUS          PIC  X(002).
000754     05 AUDITLOG-CHECK           PIC  9(009).
000755 WORKING-STORAGE SECTION.
000756 77  CP-FS-CFGPEND               PIC  X(002).
000757 77  CP-FS-FMTPROF               PIC  X(002).
000758 77  CP-FS-HOLCAL                PIC  X(002).
000760 77  CP-FS-CFGPRPT               PIC  X(002).
000761 77  CP-FS-FREEZE                PIC  X(002).
000762 77  CP-FS-PENDAPPR              PIC  X(002).
000763 77  CP-FS-NBRASGN               PIC  X(002).
000764 77  CP-FS-NBRLOG                PIC  X(002).
000765 77  CP-FS-AUDITLOG              PIC  X(002).
000770 77  CP-EOF-SW                   PIC  X(001)     VALUE 'N'.
000780     88 CP-AT-EOF                                VALUE 'Y'.
000784 77  CP-FS-BUSDATE               PIC  X(002).
000790 77  CP-ERROR-SW                 PIC  X(001)     VALUE 'N'.
000800     88 CP-IN-ERROR                              VALUE 'Y'.
000810 77  CP-APPLIED                  PIC S9(005) COMP-3 VALUE 0.
000820 77  CP-REVERSED                 PIC S9(005) COMP-3 VALUE 0.
000830 77  CP-SKIPPED                  PIC S9(005) COMP-3 VALUE 0.
000831*----------------------------------------------------------*
000832* CHANGE FREEZE - FOUND MEANS A FREEZE OF SCOPE C OR A     *
000833* COVERS TODAY; HELD MEANS THE PASS IS REFUSED, RELEASED   *
000834* THAT AN APPROVED OVERRIDE LETS IT RUN                    *
000835*----------------------------------------------------------*
000836 77  CP-FRZ-EOF-SW               PIC  X(001).
000837     88 CP-FRZ-EOF                               VALUE 'Y'.
000838 77  CP-FRZ-FOUND-SW             PIC  X(001)     VALUE 'N'.
000839     88 CP-FRZ-FOUND                             VALUE 'Y'.
000840 77  CP-FRZ-STATE-SW             PIC  X(001)     VALUE ' '.
000841     88 CP-FRZ-HELD                              VALUE 'H'.
000842     88 CP-FRZ-RELEASED                          VALUE 'R'.
000843 77  CP-PEND-SW                  PIC  X(001).
000844     88 CP-PEND-ON-FILE                          VALUE 'Y'.
000845 01  CP-FRZ-TO                   PIC  9(008).
000846 01  CP-FRZ-REASON               PIC  X(050).
000847 01  CP-OVR-KEY                  PIC  X(030).
000848 01  CP-OVR-NBR                  PIC  9(007).
000849 01  CP-REQ-USER                 PIC  X(010).
000850 01  CP-APPR-USER                PIC  X(010).
000851 01  CP-TODAY-DATE.
000852     05 CP-TODAY-YY              PIC  9(004).
000853     05 CP-TODAY-MM              PIC  9(002).
000854     05 CP-TODAY-DD              PIC  9(002).
000855 01  CP-TODAY-N REDEFINES CP-TODAY-DATE
000856                                 PIC  9(008).
000857 01  CP-NOW-TIME.
000858     05 CP-NOW-HH                PIC  9(002).
000859     05 CP-NOW-MIN               PIC  9(002).
000860     05 CP-NOW-SS                PIC  9(002).
000861     05 CP-NOW-HS                PIC  9(002).
000862 01  CP-NOW-TS                   PIC  X(026).
000863 01  CP-MSG-LINE                 PIC  X(080).
000864 01  CP-AUD-FILE                 PIC  X(010).
000865 01  CP-AUD-BYTE-PAIR.
000866     05 FILLER                   PIC  X(001).
000867     05 CP-AUD-BYTE-CHAR         PIC  X(001).
000868 01  CP-AUD-BYTE-NUM REDEFINES CP-AUD-BYTE-PAIR
000869                                 PIC S9(004) COMP-4.
000870 77  CP-AUD-I                    PIC S9(003) COMP-3.
000871 01  CP-WORK-VAL                 PIC  X(030).
000872 01  CP-HDG-LINE-1.
000873     05 FILLER                   PIC  X(026)
000874            VALUE 'CONFIGURATION PROMOTION - '.
000880     05 CP-HDG-FUNC              PIC  X(010).
000890     05 FILLER                   PIC  X(044) VALUE SPACES.
000900 01  CP-DTL-LINE.
001270          TO CP-DTL-TEXT
001280        WRITE CFGPRPT-LINE FROM CP-DTL-LINE
001290     ELSE
001291        IF CP-FRZ-RELEASED
001292           PERFORM 1700-SPEND-OVERRIDE
001293               THRU 1700-SPEND-OVERRIDE-EXIT
001294        END-IF
001300        COMMIT
001310     END-IF
001320     PERFORM 6000-PRINT-SUMMARY
001380     OPEN I-O    CFGPEND
001390     OPEN I-O    FMTPROF
001400     OPEN I-O    HOLCAL
001401     OPEN OUTPUT CFGPRPT
001402     OPEN INPUT  FREEZE
001403     OPEN I-O    PENDAPPR
001404     OPEN I-O    NBRASGN
001405     OPEN EXTEND NBRLOG
001406     OPEN EXTEND AUDITLOG
001407     ACCEPT CP-TODAY-DATE FROM DATE YYYYMMDD
001408     ACCEPT CP-NOW-TIME   FROM TIME
001409     MOVE SPACES TO CP-NOW-TS
001410     STRING CP-TODAY-YY '-' CP-TODAY-MM '-' CP-TODAY-DD '-'
001411            CP-NOW-HH '.' CP-NOW-MIN '.' CP-NOW-SS '.000000'
001412            DELIMITED BY SIZE INTO CP-NOW-TS
001413     OPEN INPUT  BUSDATE
001414     MOVE SPACES TO BUSDATE-COMPANY
001415     READ BUSDATE
001416     IF CP-FS-BUSDATE = '00' AND BUSDATE-CURRENT NUMERIC AND
001417        BUSDATE-CURRENT > 0
001418        MOVE BUSDATE-CURRENT TO CP-TODAY-N
001419     END-IF
001420     IF CP-FUNC = 'R'
001430        MOVE 'ROLLBACK  ' TO CP-HDG-FUNC
001440     ELSE
001450        MOVE 'APPLY     ' TO CP-HDG-FUNC
001460     END-IF
001470     WRITE CFGPRPT-LINE FROM CP-HDG-LINE-1
001471     PERFORM 1500-CHECK-FREEZE
001472         THRU 1500-CHECK-FREEZE-EXIT
001473     IF CP-FRZ-HELD
001474        MOVE 'Y' TO CP-EOF-SW
001475        GO TO 1000-INITIALIZE-EXIT
001476     END-IF
001480     MOVE LOW-VALUES TO CFGPEND-KEY
001490     START CFGPEND KEY NOT LESS CFGPEND-KEY
001500        INVALID KEY
001530     PERFORM 2900-READ-CFGPEND
001540         THRU 2900-READ-CFGPEND-EXIT.
001550 1000-INITIALIZE-EXIT.
001551     EXIT.
001552*----------------------------------------------------------*
001553* 1500-CHECK-FREEZE - A FREEZE OF SCOPE C OR A             *
001554*                     COVERING TODAY REFUSES THE PASS      *
001555*                     UNLESS A SECOND USER HAS APPROVED    *
001556*                     AN EMERGENCY OVERRIDE ON THE GXFAPRV *
001557*                     QUEUE (PROGRAM CFGPROMO, ACTION F,   *
001558*                     KEY APPLY OR ROLLBACK).  IT IS       *
001559*                     REQUESTED IN THE NAME OF THE USER    *
001560*                     WHO APPROVED THE FIRST ROW THE PASS  *
001561*                     WOULD ACT ON - A PASS WITH NOTHING   *
001562*                     TO DO IS NOT HELD.  WITHOUT AN       *
001563*                     APPROVAL THE OVERRIDE IS CAPTURED -  *
001564*                     ONCE                                 *
001565*----------------------------------------------------------*
001566 1500-CHECK-FREEZE.
001567     IF CP-FS-FREEZE NOT = '00'
001568        GO TO 1500-CHECK-FREEZE-EXIT
001569     END-IF
001570     MOVE LOW-VALUES TO FREEZE-KEY
001571     START FREEZE KEY NOT LESS FREEZE-KEY
001572         INVALID KEY
001573            GO TO 1500-CHECK-FREEZE-EXIT
001574     END-START
001575     MOVE 'N' TO CP-FRZ-EOF-SW
001576     PERFORM 1510-SCAN-FREEZE
001577         THRU 1510-SCAN-FREEZE-EXIT
001578         UNTIL CP-FRZ-EOF OR CP-FRZ-FOUND
001579     IF NOT CP-FRZ-FOUND
001580        GO TO 1500-CHECK-FREEZE-EXIT
001581     END-IF
001582     PERFORM 1520-FIND-REQUESTER
001583         THRU 1520-FIND-REQUESTER-EXIT
001584     IF CP-REQ-USER = SPACES
001585        GO TO 1500-CHECK-FREEZE-EXIT
001586     END-IF
001587     IF CP-FUNC = 'R'
001588        MOVE 'ROLLBACK' TO CP-OVR-KEY
001589     ELSE
001590        MOVE 'APPLY'    TO CP-OVR-KEY
001591     END-IF
001592     MOVE 'N' TO CP-PEND-SW
001593     MOVE 0   TO CP-OVR-NBR
001594     MOVE 0   TO PENDAPPR-NBR
001595     MOVE 'N' TO CP-FRZ-EOF-SW
001596     START PENDAPPR KEY NOT LESS PENDAPPR-NBR
001597         INVALID KEY
001598            MOVE 'Y' TO CP-FRZ-EOF-SW
001599     END-START
001600     PERFORM 1530-SCAN-OVERRIDE
001601         THRU 1530-SCAN-OVERRIDE-EXIT
001602         UNTIL CP-FRZ-EOF OR CP-FRZ-RELEASED
001603     MOVE SPACES TO CP-MSG-LINE
001604     STRING 'CHANGE FREEZE TO ' CP-FRZ-TO ' - ' CP-FRZ-REASON
001605            DELIMITED BY SIZE INTO CP-MSG-LINE
001606     WRITE CFGPRPT-LINE FROM CP-MSG-LINE
001607     MOVE SPACES TO CP-MSG-LINE
001608     IF CP-FRZ-RELEASED
001609        STRING 'RELEASED BY OVERRIDE ' CP-OVR-NBR
001610               ' APPROVED BY ' CP-APPR-USER
001611               DELIMITED BY SIZE INTO CP-MSG-LINE
001612        WRITE CFGPRPT-LINE FROM CP-MSG-LINE
001613        GO TO 1500-CHECK-FREEZE-EXIT
001614     END-IF
001615     MOVE 'H' TO CP-FRZ-STATE-SW
001616     IF CP-PEND-ON-FILE
001617        STRING 'OVERRIDE ' CP-OVR-NBR
001618               ' AWAITING SECOND-USER APPROVAL - NOTHING DONE'
001619               DELIMITED BY SIZE INTO CP-MSG-LINE
001620        WRITE CFGPRPT-LINE FROM CP-MSG-LINE
001621        GO TO 1500-CHECK-FREEZE-EXIT
001622     END-IF
001623     PERFORM 1600-CAPTURE-OVERRIDE
001624         THRU 1600-CAPTURE-OVERRIDE-EXIT.
001625 1500-CHECK-FREEZE-EXIT.
001626     EXIT.
001627 1510-SCAN-FREEZE.
001628     READ FREEZE NEXT RECORD
001629         AT END
001630            MOVE 'Y' TO CP-FRZ-EOF-SW
001631            GO TO 1510-SCAN-FREEZE-EXIT
001632     END-READ
001633     IF FREEZE-FROM > CP-TODAY-N
001634        MOVE 'Y' TO CP-FRZ-EOF-SW
001635        GO TO 1510-SCAN-FREEZE-EXIT
001636     END-IF
001637     IF FREEZE-TO NOT < CP-TODAY-N AND
001638        (FREEZE-SCOPE = 'A' OR FREEZE-SCOPE = 'C')
001639        MOVE 'Y'           TO CP-FRZ-FOUND-SW
001640        MOVE FREEZE-TO     TO CP-FRZ-TO
001641        MOVE FREEZE-REASON TO CP-FRZ-REASON
001642     END-IF.
001643 1510-SCAN-FREEZE-EXIT.
001644     EXIT.
001645 1520-FIND-REQUESTER.
001646     MOVE SPACES TO CP-REQ-USER
001647     MOVE LOW-VALUES TO CFGPEND-KEY
001648     START CFGPEND KEY NOT LESS CFGPEND-KEY
001649         INVALID KEY
001650            GO TO 1520-FIND-REQUESTER-EXIT
001651     END-START
001652     MOVE 'N' TO CP-EOF-SW
001653     PERFORM 1525-FIND-ONE
001654         THRU 1525-FIND-ONE-EXIT
001655         UNTIL CP-AT-EOF OR CP-REQ-USER NOT = SPACES
001656     MOVE 'N' TO CP-EOF-SW.
001657 1520-FIND-REQUESTER-EXIT.
001658     EXIT.
001659 1525-FIND-ONE.
001660     PERFORM 2900-READ-CFGPEND
001661         THRU 2900-READ-CFGPEND-EXIT
001662     IF CP-AT-EOF
001663        GO TO 1525-FIND-ONE-EXIT
001664     END-IF
001665     IF (CP-FUNC NOT = 'R' AND CFGPEND-STATUS = 'A') OR
001666        (CP-FUNC = 'R' AND CFGPEND-STATUS = 'D')
001667        MOVE CFGPEND-APPR-USER TO CP-REQ-USER
001668     END-IF.
001669 1525-FIND-ONE-EXIT.
001670     EXIT.
001671 1530-SCAN-OVERRIDE.
001672     READ PENDAPPR NEXT RECORD
001673         AT END
001674            MOVE 'Y' TO CP-FRZ-EOF-SW
001675            GO TO 1530-SCAN-OVERRIDE-EXIT
001676     END-READ
001677     IF PENDAPPR-PGM      NOT = 'CFGPROMO' OR
001678        PENDAPPR-ACTION   NOT = 'F' OR
001679        PENDAPPR-KEY      NOT = CP-OVR-KEY OR
001680        PENDAPPR-REQ-USER NOT = CP-REQ-USER
001681        GO TO 1530-SCAN-OVERRIDE-EXIT
001682     END-IF
001683     IF PENDAPPR-PENDING
001684        MOVE 'Y'          TO CP-PEND-SW
001685        MOVE PENDAPPR-NBR TO CP-OVR-NBR
001686     END-IF
001687     IF PENDAPPR-APPROVED-ST AND
001688        PENDAPPR-APPR-USER NOT = PENDAPPR-REQ-USER
001689        MOVE 'R'                TO CP-FRZ-STATE-SW
001690        MOVE PENDAPPR-NBR       TO CP-OVR-NBR
001691        MOVE PENDAPPR-APPR-USER TO CP-APPR-USER
001692     END-IF.
001693 1530-SCAN-OVERRIDE-EXIT.
001694     EXIT.
001695*----------------------------------------------------------*
001696* 1600-CAPTURE-OVERRIDE - THE PENDAPPR ROW, NUMBERED FROM  *
001697*                         ITS NBRASGN SERIES AND LOGGED TO *
001698*                         NBRLOG AS GX-GETNBR DOES         *
001699*----------------------------------------------------------*
001700 1600-CAPTURE-OVERRIDE.
001701     MOVE 'PENDAPPR' TO NBRASGN-SERIES
001702     READ NBRASGN RECORD
001703         INVALID KEY
001704            MOVE 'PENDAPPR SERIES NOT ON FILE - NOTHING DONE'
001705              TO CP-MSG-LINE
001706            WRITE CFGPRPT-LINE FROM CP-MSG-LINE
001707            GO TO 1600-CAPTURE-OVERRIDE-EXIT
001708     END-READ
001709     MOVE NBRASGN-NEXTNBR TO PENDAPPR-NBR
001710     MOVE NBRASGN-NEXTNBR TO NBRLOG-NBR
001711     COMPUTE NBRASGN-NEXTNBR = NBRASGN-NEXTNBR + 1
001712     IF NBRASGN-ROLLOVER GREATER 0 AND
001713        NBRASGN-NEXTNBR GREATER NBRASGN-ROLLOVER
001714        MOVE 1 TO NBRASGN-NEXTNBR
001715     END-IF
001716     REWRITE NBRASGN-RECORD
001717         INVALID KEY
001718            GO TO 1600-CAPTURE-OVERRIDE-EXIT
001719     END-REWRITE
001720     MOVE 'PENDAPPR'      TO NBRLOG-SERIES
001721     MOVE CP-NOW-TS       TO NBRLOG-TIMESTAMP
001722     MOVE CP-REQ-USER     TO NBRLOG-USER
001723     MOVE 'CFGPROMO'      TO NBRLOG-PGM
001724     WRITE NBRLOG-RECORD
001725     MOVE 'CFGPROMO'      TO PENDAPPR-PGM
001726     MOVE 'F'             TO PENDAPPR-ACTION
001727     MOVE CP-OVR-KEY      TO PENDAPPR-KEY
001728     MOVE CP-REQ-USER     TO PENDAPPR-REQ-USER
001729     MOVE CP-NOW-TS       TO PENDAPPR-REQ-TS
001730     SET  PENDAPPR-PENDING TO TRUE
001731     MOVE SPACES          TO PENDAPPR-APPR-USER
001732     MOVE SPACES          TO PENDAPPR-APPR-TS
001733     WRITE PENDAPPR-RECORD
001734         INVALID KEY
001735            GO TO 1600-CAPTURE-OVERRIDE-EXIT
001736     END-WRITE
001737     MOVE SPACES TO CP-MSG-LINE
001738     STRING 'OVERRIDE ' PENDAPPR-NBR
001739            ' CAPTURED FOR SECOND-USER APPROVAL - NOTHING DONE'
001740            DELIMITED BY SIZE INTO CP-MSG-LINE
001741     WRITE CFGPRPT-LINE FROM CP-MSG-LINE.
001742 1600-CAPTURE-OVERRIDE-EXIT.
001743     EXIT.
001744*----------------------------------------------------------*
001745* 1700-SPEND-OVERRIDE - THE RELEASED PASS IS EVIDENCED     *
001746*                       IN AUDITLOG, ONE ROW PER IDENTITY, *
001747*                       AND THE APPROVAL IS SPENT WITH THE *
001748*                       COMMIT, SO A ROLLED-BACK PASS KEEPS*
001749*                       IT                                 *
001750*----------------------------------------------------------*
001751 1700-SPEND-OVERRIDE.
001752     MOVE '*FRZOVRREQ'  TO CP-AUD-FILE
001753     MOVE CP-REQ-USER   TO AUDITLOG-JOB
001754     PERFORM 6100-LOG-OVERRIDE
001755         THRU 6100-LOG-OVERRIDE-EXIT
001756     MOVE '*FRZOVRAPP'  TO CP-AUD-FILE
001757     MOVE CP-APPR-USER  TO AUDITLOG-JOB
001758     PERFORM 6100-LOG-OVERRIDE
001759         THRU 6100-LOG-OVERRIDE-EXIT
001760     MOVE CP-OVR-NBR TO PENDAPPR-NBR
001761     READ PENDAPPR RECORD
001762         INVALID KEY
001763            GO TO 1700-SPEND-OVERRIDE-EXIT
001764     END-READ
001765     DELETE PENDAPPR RECORD
001766         INVALID KEY
001767            CONTINUE
001768     END-DELETE.
001769 1700-SPEND-OVERRIDE-EXIT.
001770     EXIT.
001771 2000-WORK-ONE-ROW.
001772     MOVE CFGPEND-FILE   TO CP-DTL-FILE
001773     MOVE CFGPEND-ROWKEY TO CP-DTL-KEY
001774     MOVE CFGPEND-CHGTYPE TO CP-DTL-TYPE
001775     EVALUATE TRUE
001776        WHEN CP-FUNC NOT = 'R' AND CFGPEND-STATUS = 'A'
001777           PERFORM 3000-APPLY-ROW
001778               THRU 3000-APPLY-ROW-EXIT
001779        WHEN CP-FUNC = 'R' AND CFGPEND-STATUS = 'D'
001780           PERFORM 4000-REVERSE-ROW
001781               THRU 4000-REVERSE-ROW-EXIT
001782        WHEN OTHER
001783           ADD 1 TO CP-SKIPPED
001784     END-EVALUATE
001785     PERFORM 2900-READ-CFGPEND
001786         THRU 2900-READ-CFGPEND-EXIT.
001787 2000-WORK-ONE-ROW-EXIT.
001788     EXIT.
001789 2900-READ-CFGPEND.
001790     READ CFGPEND NEXT RECORD
001791         AT END
001792            MOVE 'Y' TO CP-EOF-SW
001793     END-READ.
001800 2900-READ-CFGPEND-EXIT.
001810     EXIT.
001820*----------------------------------------------------------*
004010     WRITE CFGPRPT-LINE FROM CP-SUM-LINE.
004020 6000-PRINT-SUMMARY-EXIT.
004030     EXIT.
004031 6100-LOG-OVERRIDE.
004032     MOVE CP-NOW-TS     TO AUDITLOG-TIMESTAMP
004033     MOVE 'CFGPROMO'    TO AUDITLOG-PGM
004034     MOVE CP-AUD-FILE   TO AUDITLOG-FILE
004035     MOVE 'C'           TO AUDITLOG-OPER
004036     MOVE '00'          TO AUDITLOG-STATUS
004037     PERFORM 8600-SET-AUDIT-CHECK
004038         THRU 8600-SET-AUDIT-CHECK-EXIT
004039     WRITE AUDITLOG-RECORD.
004040 6100-LOG-OVERRIDE-EXIT.
004041     EXIT.
004042*----------------------------------------------------------*
004043* 8600-SET-AUDIT-CHECK - CHECK VALUE OVER THE ROW'S CONTENT*
004044*                        BYTES, THE SAME CHAIN DISCIPLINE  *
004045*                        GX-WRITE-AUDITLOG APPLIES         *
004046*----------------------------------------------------------*
004047 8600-SET-AUDIT-CHECK.
004048     MOVE 0 TO AUDITLOG-CHECK
004049     PERFORM VARYING CP-AUD-I FROM 1 BY 1
004050             UNTIL CP-AUD-I > 64
004051        MOVE LOW-VALUE TO CP-AUD-BYTE-PAIR
004052        MOVE AUDITLOG-RECORD (CP-AUD-I:1)
004053          TO CP-AUD-BYTE-CHAR
004054        ADD CP-AUD-BYTE-NUM TO AUDITLOG-CHECK
004055     END-PERFORM.
004056 8600-SET-AUDIT-CHECK-EXIT.
004057     EXIT.
004058 9000-TERMINATE.
004059     CLOSE CFGPEND
004060     CLOSE FMTPROF
004070     CLOSE HOLCAL
004072     CLOSE CFGPRPT
004074     CLOSE FREEZE
004076     CLOSE PENDAPPR
004078     CLOSE NBRASGN
004080     CLOSE NBRLOG
004081     CLOSE BUSDATE
004082     CLOSE AUDITLOG.
004090 9000-TERMINATE-EXIT.
004100     EXIT.
004110 9999-EXIT.
