000220*                   EVERY ARCHIVED RECORD IS LOGGED TO      *
000230*                   AUDITLOG; THE GXFARCR RECALL SCREEN     *
000240*                   LOGS THE MOVES BACK                     *
000241*   2026-10-15  RH  LEGAL HOLDS HONORED - A QUALIFYING      *
000242*                   RECORD THAT AN ACTIVE LEGLHOLD HOLD     *
000243*                   TAKES IN (ASKED OF GXLHOLD) STAYS ON THE*
000244*                   LIVE FILE AND IS LISTED AS RETAINED     *
000245*                   UNDER HOLD; ONCE THE HOLD IS RELEASED   *
000246*                   THE NEXT SWEEP ARCHIVES IT AS USUAL     *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000930     88 AR-AT-EOF                                VALUE 'Y'.
000940 77  AR-KEPT                     PIC S9(009) COMP-3 VALUE 0.
000950 77  AR-ARCHIVED                 PIC S9(009) COMP-3 VALUE 0.
000955 77  AR-HELD                     PIC S9(009) COMP-3 VALUE 0.
000960 77  AR-QUALIFY-SW               PIC  X(001).
000970     88 AR-QUALIFIES                             VALUE 'Y'.
000980     88 AR-STAYS                                  VALUE 'N'.
001420     05 AR-SUM-KEPT              PIC ZZZ,ZZZ,ZZ9.
001430     05 FILLER            PIC X(012) VALUE '  ARCHIVED:'.
001440     05 AR-SUM-ARCH              PIC ZZZ,ZZZ,ZZ9.
001441     05 FILLER            PIC X(008) VALUE '  HELD:'.
001442     05 AR-SUM-HELD              PIC ZZZ,ZZZ,ZZ9.
001443     05 FILLER                   PIC  X(019) VALUE SPACES.
001444 01  AR-HLD-LINE.
001445     05 AR-HLD-KEY               PIC  X(030).
001446     05 FILLER                   PIC  X(001) VALUE SPACES.
001447     05 AR-HLD-MATTER            PIC  X(010).
001448     05 FILLER                   PIC  X(001) VALUE SPACES.
001449     05 FILLER                   PIC  X(019)
001450                VALUE 'RETAINED UNDER HOLD'.
001451     05 FILLER                   PIC  X(019) VALUE SPACES.
001452*----------------------------------------------------------*
001453* LEGAL-HOLD CHECK INTERFACE (GXLHOLD)                     *
001454*----------------------------------------------------------*
001455 01  LH-CTL.
001456     05 LH-FUNC                  PIC  X(001).
001457     05 LH-FILE                  PIC  X(010).
001458     05 LH-STEP-FILE             PIC  X(010).
001459     05 LH-KEY                   PIC  X(030).
001460     05 LH-PGM                   PIC  X(010).
001461     05 LH-REPORT                PIC  X(010).
001462     05 LH-DATE                  PIC  9(008).
001463     05 LH-IX                    PIC  9(003).
001464     05 LH-HELD                  PIC  X(001).
001465        88 LH-IS-HELD                           VALUE 'Y'.
001466        88 LH-NOT-HELD                          VALUE 'N'.
001467     05 LH-MATTER                PIC  X(010).
001468     05 LH-HOLD-FROM             PIC  9(008).
001469     05 LH-HOLD-TO               PIC  9(008).
001470     05 LH-HOLD-FILE             PIC  X(010).
001471     05 LH-HOLD-KEY              PIC  X(030).
001472     05 LH-HOLD-PGM              PIC  X(010).
001473     05 LH-HOLD-REPORT           PIC  X(010).
001474 PROCEDURE DIVISION.
001475 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE
001490         THRU 1000-INITIALIZE-EXIT
001500     PERFORM 2000-SWEEP-FILE
002290        END-IF
002300     END-IF
002310     IF AR-QUALIFIES
002311        PERFORM 2300-CHECK-HOLD
002312            THRU 2300-CHECK-HOLD-EXIT
002313     END-IF
002314     IF AR-QUALIFIES
002320        ADD 1 TO AR-ARCHIVED
002330        WRITE ARCOUT-RECORD FROM ARCIN-RECORD
002340        PERFORM 3000-LOG-MOVE
002400     PERFORM 2100-READ-ARCIN
002410         THRU 2100-READ-ARCIN-EXIT.
002420 2200-JUDGE-ONE-EXIT.
002421     EXIT.
002422*----------------------------------------------------------*
002423* 2300-CHECK-HOLD - A RECORD THE RULE WOULD MOVE IS PUT TO  *
002424*                   THE LEGAL-HOLD SERVICE FIRST; A HELD    *
002425*                   RECORD STAYS AND IS LISTED              *
002426*----------------------------------------------------------*
002427 2300-CHECK-HOLD.
002428     MOVE 'C'           TO LH-FUNC
002429     MOVE ARCRULES-FILE TO LH-FILE
002430     MOVE ARCRULES-FILE TO LH-STEP-FILE
002431     MOVE SPACES        TO LH-KEY
002432     MOVE ARCIN-RECORD
002433          (ARCRULES-KEY-POS:ARCRULES-KEY-LEN)
002434       TO LH-KEY
002435     MOVE SPACES        TO LH-PGM
002436     MOVE SPACES        TO LH-REPORT
002437     MOVE 0             TO LH-DATE
002438     IF ARCRULES-DATE-POS GREATER 0 AND
002439        AR-REC-DATE (1:8) NUMERIC
002440        MOVE AR-REC-DATE TO LH-DATE
002441     END-IF
002442     CALL 'GXLHOLD' USING LH-CTL
002443     IF LH-IS-HELD
002444        SET AR-STAYS TO TRUE
002445        ADD 1 TO AR-HELD
002446        MOVE LH-KEY    TO AR-HLD-KEY
002447        MOVE LH-MATTER TO AR-HLD-MATTER
002448        WRITE ARCRPT-LINE FROM AR-HLD-LINE
002449     END-IF.
002450 2300-CHECK-HOLD-EXIT.
002451     EXIT.
002452*----------------------------------------------------------*
002453* 3000-LOG-MOVE - ONE AUDITLOG ROW PER ARCHIVED RECORD; THE *
002460*                 RECALL SCREEN LOGS THE MOVES BACK         *
002470*----------------------------------------------------------*
002480 3000-LOG-MOVE.
003030 6000-PRINT-SUMMARY.
003040     MOVE AR-KEPT     TO AR-SUM-KEPT
003050     MOVE AR-ARCHIVED TO AR-SUM-ARCH
003055     MOVE AR-HELD     TO AR-SUM-HELD
003060     WRITE ARCRPT-LINE FROM AR-SUM-LINE.
003070 6000-PRINT-SUMMARY-EXIT.
003080     EXIT.
