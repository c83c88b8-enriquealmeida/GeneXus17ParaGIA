000164*                   RESOLVED TIMESTAMP AND RUNBOOK ACTION   *
000166*                   FIELDS ADDED SO BUSAGE NO LONGER        *
000168*                   OVERLAYS CHARACTER DATA                 *
000169*   2026-10-15  RH  ABENDSIG LAYOUT GAINS THE BUNDLE PATH  *
000170*   2026-10-15  RH  RUN CHECKLIST ITEMS STILL UNSIGNED AT   *
000171*                   THE CUT ARE LISTED AND EACH RAISES A    *
000172*                   CHECKLIST ALERT (RESOLVED ONCE THE ITEM *
000173*                   IS SIGNED) - ALERTS NOW READ BY KEY     *
000174*----------------------------------------------------------*
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-ISERIES.
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS  IS HO-FS-RESTARTCKPT.
000300     SELECT ALERTS     ASSIGN TO DATABASE-ALERTS
000305         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS DYNAMIC
000315         RECORD KEY   IS ALERTS-KEY
000320         FILE STATUS  IS HO-FS-ALERTS.
000330     SELECT MSGLOG     ASSIGN TO DATABASE-MSGLOG
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS HO-FS-MSGLOG.
000351     SELECT CHKLIST    ASSIGN TO DATABASE-CHKLIST
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE  IS SEQUENTIAL
000354         RECORD KEY   IS CHKLIST-KEY
000355         FILE STATUS  IS HO-FS-CHKLIST.
000360     SELECT HNDVRRPT   ASSIGN TO DATABASE-HNDVRRPT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS HO-FS-HNDVRRPT.
000440     05 ABENDSIG-JOB             PIC  X(010).
000450     05 ABENDSIG-PGM             PIC  X(010).
000460     05 ABENDSIG-MSGID           PIC  X(007).
000465     05 ABENDSIG-BUNDLE          PIC  X(060).
000470 FD  RESTARTCKPT.
000480 01  RESTARTCKPT-RECORD.
000490     05 RESTARTCKPT-JOB          PIC  X(010).
000540     05 RESTARTCKPT-START-TS     PIC  X(026).
000550 FD  ALERTS.
000560 01  ALERTS-RECORD.
000565     05 ALERTS-KEY.
000570        10 ALERTS-TYPE           PIC  X(010).
000575        10 ALERTS-SOURCE         PIC  X(010).
000580        10 ALERTS-DETAIL         PIC  X(030).
000600     05 ALERTS-STATUS            PIC  X(001).
000602        88 ALERTS-NEW                            VALUE 'N'.
000604        88 ALERTS-RESOLVED                       VALUE 'R'.
000610     05 ALERTS-SEVERITY          PIC  9(001).
000620     05 ALERTS-VALUE             PIC S9(009) COMP-3.
000630     05 ALERTS-THRESHOLD         PIC S9(009) COMP-3.
000730     05 MSGLOG-TERM              PIC  X(010).
000740     05 MSGLOG-TYPE              PIC  X(001).
000750     05 MSGLOG-TEXT              PIC  X(080).
000751*----------------------------------------------------------*
000752* OPERATOR RUN CHECKLIST - BATCHDRV'S ITEMS PER BUSINESS    *
000753* DATE; STATUS S = SIGNED OFF                               *
000754*----------------------------------------------------------*
000755 FD  CHKLIST.
000756 01  CHKLIST-RECORD.
000757     05 CHKLIST-KEY.
000758        10 CHKLIST-BUSDATE       PIC  9(008).
000759        10 CHKLIST-ITEM          PIC  X(010).
000760     05 CHKLIST-JOB              PIC  X(010).
000761     05 CHKLIST-DESC             PIC  X(050).
000762     05 CHKLIST-STATUS           PIC  X(001).
000763        88 CHKLIST-SIGNED                        VALUE 'S'.
000764     05 CHKLIST-CREATED-TS       PIC  X(026).
000765     05 CHKLIST-SIGNED-BY        PIC  X(010).
000766     05 CHKLIST-SIGNED-TS        PIC  X(026).
000767     05 CHKLIST-COMMENT          PIC  X(060).
000768 FD  HNDVRRPT.
000770 01  HNDVRRPT-LINE               PIC  X(080).
000780 WORKING-STORAGE SECTION.
000790 77  HO-FS-ABENDSIG              PIC  X(002).
000810 77  HO-FS-ALERTS                PIC  X(002).
000820 77  HO-FS-MSGLOG                PIC  X(002).
000830 77  HO-FS-HNDVRRPT              PIC  X(002).
000835 77  HO-FS-CHKLIST               PIC  X(002).
000840 77  HO-EOF-SW                   PIC  X(001)     VALUE 'N'.
000850     88 HO-AT-EOF                                VALUE 'Y'.
000860 77  HO-ITEM-COUNT               PIC S9(007) COMP-3 VALUE 0.
000862 77  HO-ALERT-SW                 PIC  X(001).
000864     88 HO-ALERT-ON-FILE                         VALUE 'Y'.
000866     88 HO-ALERT-NOT-ON-FILE                      VALUE 'N'.
000868 01  HO-NOW-TS                   PIC  X(026).
000870*----------------------------------------------------------*
000880* THE SHIFT WINDOW IS THE LAST EIGHT HOURS BEFORE THE CUT - *
000890* THE 06:00 AND 14:00 HANDOVERS EACH SEE EXACTLY THE SHIFT  *
001480     05 FILLER                   PIC  X(006) VALUE '  SEV '.
001490     05 HO-ALR-SEV               PIC  9(001).
001500     05 FILLER                   PIC  X(019) VALUE SPACES.
001501 01  HO-CKL-LINE.
001502     05 HO-CKL-DATE              PIC  9(008).
001503     05 FILLER                   PIC  X(002) VALUE SPACES.
001504     05 HO-CKL-ITEM              PIC  X(010).
001505     05 FILLER                   PIC  X(002) VALUE SPACES.
001506     05 HO-CKL-JOB               PIC  X(010).
001507     05 FILLER                   PIC  X(002) VALUE SPACES.
001508     05 HO-CKL-DESC              PIC  X(046).
001510 01  HO-MSG-LINE.
001520     05 HO-MSG-TS                PIC  X(026).
001530     05 FILLER                   PIC  X(002) VALUE SPACES.
001820         THRU 4000-ALERT-SECTION-EXIT
001830     PERFORM 5000-MSGLOG-SECTION
001840         THRU 5000-MSGLOG-SECTION-EXIT
001842     PERFORM 5500-CHECKLIST-SECTION
001844         THRU 5500-CHECKLIST-SECTION-EXIT
001850     PERFORM 6000-PRINT-SUMMARY
001860         THRU 6000-PRINT-SUMMARY-EXIT
001870     PERFORM 9000-TERMINATE
001900 1000-INITIALIZE.
001910     OPEN INPUT  ABENDSIG
001920     OPEN INPUT  RESTARTCKPT
001930     OPEN I-O    ALERTS
001940     OPEN INPUT  MSGLOG
001945     OPEN INPUT  CHKLIST
001950     OPEN OUTPUT HNDVRRPT
001960     ACCEPT HO-TODAY-DATE FROM DATE YYYYMMDD
001970     ACCEPT HO-NOW-TIME   FROM TIME
001972     MOVE SPACES TO HO-NOW-TS
001974     STRING HO-TODAY-YY '-' HO-TODAY-MM '-' HO-TODAY-DD '-'
001976            HO-NOW-HH '.' HO-NOW-MIN '.' HO-NOW-SS '.000000'
001978            DELIMITED BY SIZE INTO HO-NOW-TS
001980     MOVE HO-TODAY-DATE TO HO-DN-DATE
001990     PERFORM 8000-DATE-TO-DAYNUM
002000         THRU 8000-DATE-TO-DAYNUM-EXIT
002870     MOVE '** UNACKNOWLEDGED ALERTS **' TO HO-SEC-LINE
002880     PERFORM 8800-PUT-SECTION
002890         THRU 8800-PUT-SECTION-EXIT
002891     MOVE LOW-VALUES TO ALERTS-KEY
002892     START ALERTS KEY NOT LESS ALERTS-KEY
002893        INVALID KEY
002894           GO TO 4000-ALERT-SECTION-EXIT
002895     END-START
002900     MOVE 'N' TO HO-EOF-SW
002910     PERFORM 4100-READ-ALERTS
002920         THRU 4100-READ-ALERTS-EXIT
002960 4000-ALERT-SECTION-EXIT.
002970     EXIT.
002980 4100-READ-ALERTS.
002990     READ ALERTS NEXT RECORD
003000         AT END
003010            SET HO-AT-EOF TO TRUE
003020     END-READ.
003570     PERFORM 5100-READ-MSGLOG
003580         THRU 5100-READ-MSGLOG-EXIT.
003590 5200-LIST-MSG-EXIT.
003591     EXIT.
003592*----------------------------------------------------------*
003593* 5500-CHECKLIST-SECTION - EVERY RUN CHECKLIST ITEM NOBODY  *
003594*                          HAS SIGNED OFF, WHATEVER ITS     *
003595*                          BUSINESS DATE.  EACH ONE RAISES  *
003596*                          (OR RE-RAISES) A CHECKLIST ALERT;*
003597*                          A SIGNED ITEM RESOLVES ITS ALERT *
003598*----------------------------------------------------------*
003599 5500-CHECKLIST-SECTION.
003600     MOVE '** UNSIGNED RUN CHECKLIST ITEMS **' TO HO-SEC-LINE
003601     PERFORM 8800-PUT-SECTION
003602         THRU 8800-PUT-SECTION-EXIT
003603     IF HO-FS-CHKLIST NOT = '00'
003604        GO TO 5500-CHECKLIST-SECTION-EXIT
003605     END-IF
003606     MOVE 'N' TO HO-EOF-SW
003607     PERFORM 5600-READ-CHKLIST
003608         THRU 5600-READ-CHKLIST-EXIT
003609     PERFORM 5650-LIST-ITEM
003610         THRU 5650-LIST-ITEM-EXIT
003611         UNTIL HO-AT-EOF.
003612 5500-CHECKLIST-SECTION-EXIT.
003613     EXIT.
003614 5600-READ-CHKLIST.
003615     READ CHKLIST
003616         AT END
003617            SET HO-AT-EOF TO TRUE
003618     END-READ.
003619 5600-READ-CHKLIST-EXIT.
003620     EXIT.
003621 5650-LIST-ITEM.
003622     IF NOT CHKLIST-SIGNED
003623        ADD 1 TO HO-ITEM-COUNT
003624        MOVE CHKLIST-BUSDATE     TO HO-CKL-DATE
003625        MOVE CHKLIST-ITEM        TO HO-CKL-ITEM
003626        MOVE CHKLIST-JOB         TO HO-CKL-JOB
003627        MOVE CHKLIST-DESC (1:46) TO HO-CKL-DESC
003628        MOVE HO-CKL-LINE TO RW-LINE
003629        MOVE 'D' TO RW-FUNC
003630        PERFORM 8900-RW-PUT
003631            THRU 8900-RW-PUT-EXIT
003632     END-IF
003633     PERFORM 5700-UPSERT-ALERT
003634         THRU 5700-UPSERT-ALERT-EXIT
003635     PERFORM 5600-READ-CHKLIST
003636         THRU 5600-READ-CHKLIST-EXIT.
003637 5650-LIST-ITEM-EXIT.
003638     EXIT.
003639*----------------------------------------------------------*
003640* 5700-UPSERT-ALERT - ONE CHECKLIST ALERT PER ITEM, KEYED   *
003641*                     BY ITS STEP'S JOB AND THE BUSINESS    *
003642*                     DATE AND ITEM.  AN UNSIGNED ITEM      *
003643*                     STILL OPEN FROM AN EARLIER HANDOVER   *
003644*                     ESCALATES, THE WAY BALCHECK REPEATS A *
003645*                     MISMATCH; A SIGNED ITEM RESOLVES ITS  *
003646*                     OPEN ALERT                            *
003647*----------------------------------------------------------*
003648 5700-UPSERT-ALERT.
003649     MOVE 'CHECKLIST'      TO ALERTS-TYPE
003650     MOVE CHKLIST-JOB      TO ALERTS-SOURCE
003651     MOVE SPACES           TO ALERTS-DETAIL
003652     STRING CHKLIST-BUSDATE ' ' CHKLIST-ITEM
003653            DELIMITED BY SIZE INTO ALERTS-DETAIL
003654     SET HO-ALERT-NOT-ON-FILE TO TRUE
003655     READ ALERTS RECORD
003656         INVALID KEY
003657            CONTINUE
003658         NOT INVALID KEY
003659            SET HO-ALERT-ON-FILE TO TRUE
003660     END-READ
003661     IF CHKLIST-SIGNED
003662        IF HO-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
003663           SET  ALERTS-RESOLVED TO TRUE
003664           MOVE HO-NOW-TS       TO ALERTS-RES-TS
003665           REWRITE ALERTS-RECORD
003666              INVALID KEY
003667                 CONTINUE
003668           END-REWRITE
003669        END-IF
003670        GO TO 5700-UPSERT-ALERT-EXIT
003671     END-IF
003672     MOVE 0 TO ALERTS-VALUE
003673     MOVE 0 TO ALERTS-THRESHOLD
003674     IF HO-ALERT-ON-FILE AND NOT ALERTS-RESOLVED
003675        ADD 1 TO ALERTS-BREACHES
003676        IF ALERTS-SEVERITY LESS 9
003677           ADD 1 TO ALERTS-SEVERITY
003678        END-IF
003679        REWRITE ALERTS-RECORD
003680           INVALID KEY
003681              CONTINUE
003682        END-REWRITE
003683        GO TO 5700-UPSERT-ALERT-EXIT
003684     END-IF
003685     SET  ALERTS-NEW       TO TRUE
003686     MOVE 1                TO ALERTS-SEVERITY
003687     MOVE 1                TO ALERTS-BREACHES
003688     MOVE HO-NOW-TS        TO ALERTS-RAISED-TS
003689     MOVE SPACES           TO ALERTS-ACK-USER
003690     MOVE SPACES           TO ALERTS-ACK-TS
003691     MOVE SPACES           TO ALERTS-RES-TS
003692     MOVE SPACES           TO ALERTS-ACT-STATUS
003693     MOVE 0                TO ALERTS-ACT-TRIES
003694     MOVE SPACES           TO ALERTS-ACT-TS
003695     MOVE 0                TO ALERTS-BUSAGE
003696     IF HO-ALERT-ON-FILE
003697        REWRITE ALERTS-RECORD
003698           INVALID KEY
003699              CONTINUE
003700        END-REWRITE
003701     ELSE
003702        WRITE ALERTS-RECORD
003703           INVALID KEY
003704              CONTINUE
003705        END-WRITE
003706     END-IF.
003707 5700-UPSERT-ALERT-EXIT.
003708     EXIT.
003709 6000-PRINT-SUMMARY.
003710     MOVE HO-ITEM-COUNT TO HO-SUM-COUNT
003711     MOVE HO-SUM-LINE TO RW-LINE
003712     MOVE 'T' TO RW-FUNC
003713     PERFORM 8900-RW-PUT
003714         THRU 8900-RW-PUT-EXIT.
003715 6000-PRINT-SUMMARY-EXIT.
003716     EXIT.
003717*----------------------------------------------------------*
003718* 8000-DATE-TO-DAYNUM - SAME CALENDAR ARITHMETIC AS GXFDTON *
003719*----------------------------------------------------------*
003720 8000-DATE-TO-DAYNUM.
003730     MOVE HO-DN-YY TO HO-DW-YY
003740     MOVE HO-DN-MM TO HO-DW-MM
004330     CLOSE RESTARTCKPT
004340     CLOSE ALERTS
004350     CLOSE MSGLOG
004355     CLOSE CHKLIST
004360     CLOSE HNDVRRPT.
004370 9000-TERMINATE-EXIT.
004380     EXIT.
