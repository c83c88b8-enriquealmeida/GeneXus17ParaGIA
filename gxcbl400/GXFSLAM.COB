*> (ABORTS, WAITCNT, ERRORS) AND OPTIONAL PER-PROGRAM OR PER-FILE
*> OVERRIDE ROWS.  SAME CONVERSE SHAPE AS THE GXFHOLM MAINTENANCE
*> SCREENS - RETUNING AFTER A NOISY WEEK IS A DATA CHANGE AN
*> OPERATOR CAN MAKE.  THRESHOLDS ARE CONFIGURATION: INSIDE A
*> CHANGE FREEZE OF SCOPE C OR A THE SAVE IS HELD UNTIL AN EMERGENCY
*> OVERRIDE IS APPROVED (GXFFRZ).
GX-SLAM-MAINTAIN.

    MOVE SPACES TO GX-SLAM-MSG
       PERFORM GX-SLAM-VALIDATE
       IF GX-SLAM-VALID
          PERFORM GX-SLAM-SAVE
          IF GX-SLAM-VALID AND GX-FRZ-RELEASED
             PERFORM GX-FRZ-CONSUME
                 THRU GX-FRZ-CONSUME-EXIT
          END-IF
       ELSE
          PERFORM GX-SLAM-DISPLAY
       END-IF
    IF GX-SLAM-LIMIT NOT NUMERIC OR GX-SLAM-LIMIT = 0
       SET  GX-SLAM-INVALID TO TRUE
       MOVE 'LIMIT MUST BE 1 OR HIGHER' TO GX-SLAM-MSG
    END-IF

    SET GX-FRZ-CLEAR TO TRUE
    IF GX-SLAM-VALID
       MOVE 'C' TO GX-FRZ-SCOPE
       MOVE SPACES TO GX-FRZ-KEY
       STRING GX-SLAM-COMPANY GX-SLAM-COND GX-SLAM-SOURCE
              DELIMITED BY SIZE INTO GX-FRZ-KEY
       PERFORM GX-CHECK-FREEZE
           THRU GX-CHECK-FREEZE-EXIT
       IF GX-FRZ-HELD
          SET  GX-SLAM-INVALID TO TRUE
          MOVE GX-FRZ-MSG TO GX-SLAM-MSG
       END-IF
    END-IF.

GX-SLAM-SAVE.
