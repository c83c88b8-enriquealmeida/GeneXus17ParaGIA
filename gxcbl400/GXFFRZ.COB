*> CHANGE FREEZE.  AT QUARTER END AND DURING AUDITS THE FREEZE
*> CALENDAR STOPS CONFIGURATION, STREAM AND SECURITY CHANGES.  THE
*> CALLER MOVES THE SCOPE IT CHANGES TO GX-FRZ-SCOPE AND THE
*> BUSINESS KEY TO GX-FRZ-KEY AND PERFORMS GX-CHECK-FREEZE: OUTSIDE
*> EVERY FREEZE OF THAT SCOPE (OR OF SCOPE A) THE RESULT IS CLEAR.
*> INSIDE ONE THE CHANGE IS HELD AND AN EMERGENCY OVERRIDE IS
*> CAPTURED TO THE PENDAPPR QUEUE AS ACTION F - ONE ROW PER
*> PROGRAM, KEY AND REQUESTING USER, NOT ONE PER ATTEMPT.  A SECOND
*> USER HOLDING THE F GRANT ON THE PROGRAM APPROVES IT ON GXFAPRV,
*> AND THE NEXT ATTEMPT IS RELEASED; THE CALLER PERFORMS
*> GX-FRZ-CONSUME ONCE THE CHANGE IS WRITTEN, WHICH PUTS BOTH
*> IDENTITIES IN AUDITLOG AND SPENDS THE APPROVAL.  GXFSLAM AND
*> GXFAUTH CALL IT FROM THEIR OWN VALIDATION; A GENERATED PROGRAM
*> (JOBDEP) TURNS ON GX-FRZ-ACTIVE AND THE GX400-57/58 CHAINS CALL
*> IT AHEAD OF FOUR-EYES.  GX-FRZM-MAINTAIN KEEPS THE CALENDAR.
GX-CHECK-FREEZE.

    SET  GX-FRZ-CLEAR TO TRUE
    MOVE SPACES TO GX-FRZ-MSG
*> THE FREEZE WINDOW IS THE BUSINESS DATE, THE SAME DAY FRZNTC
*> ANNOUNCES IT FOR - NOT THE MACHINE CLOCK
    PERFORM GX-TODAY
    MOVE GX-TDAY-BUSDATE   TO GX-FRZ-TODAY-N
    SET  GX-FRZ-NOT-FOUND TO TRUE
    MOVE LOW-VALUES TO FREEZE-KEY
    START FREEZE KEY NOT LESS FREEZE-KEY
       INVALID KEY
          GO TO GX-CHECK-FREEZE-EXIT
    END-START
    SET GX-FRZ-NOT-EOF TO TRUE
    PERFORM GX-FRZ-SCAN-ONE
        THRU GX-FRZ-SCAN-ONE-EXIT
        UNTIL GX-FRZ-EOF OR GX-FRZ-FOUND
    IF GX-FRZ-NOT-FOUND
       GO TO GX-CHECK-FREEZE-EXIT
    END-IF

*> FROZEN - AN APPROVED OVERRIDE RELEASES THE CHANGE, A PENDING ONE
*> IS WAITED ON, AND WITHOUT EITHER A NEW ONE IS CAPTURED
    PERFORM GX-FRZ-FIND-OVERRIDE
        THRU GX-FRZ-FIND-OVERRIDE-EXIT
    IF GX-FRZ-RELEASED
       GO TO GX-CHECK-FREEZE-EXIT
    END-IF
    IF GX-FRZ-NBR = 0
       MOVE 'PENDAPPR' TO GX-NBRA-SERIES
       PERFORM GX-GETNBR
       MOVE GX-NBRA-NBR     TO PENDAPPR-NBR
       MOVE GX-AUDIT-PGM    TO PENDAPPR-PGM
       MOVE 'F'             TO PENDAPPR-ACTION
       MOVE GX-FRZ-KEY      TO PENDAPPR-KEY
       MOVE GX-MSGLOG-USER  TO PENDAPPR-REQ-USER
       MOVE GX-AUDIT-TS     TO PENDAPPR-REQ-TS
       SET  PENDAPPR-PENDING TO TRUE
       MOVE SPACES          TO PENDAPPR-APPR-USER
       MOVE SPACES          TO PENDAPPR-APPR-TS
       WRITE PENDAPPR-RECORD
          INVALID KEY
             CONTINUE
       END-WRITE
       MOVE PENDAPPR-NBR TO GX-FRZ-NBR
    END-IF
    SET GX-FRZ-HELD TO TRUE
    STRING 'FROZEN TO ' GX-FRZ-TO ' - OVERRIDE ' GX-FRZ-NBR
           DELIMITED BY SIZE INTO GX-FRZ-MSG.

GX-CHECK-FREEZE-EXIT.
    EXIT.

*> THE CALENDAR IS IN FIRST-DAY ORDER, SO THE WALK STOPS AT THE
*> FIRST FREEZE THAT HAS NOT STARTED YET
GX-FRZ-SCAN-ONE.

    READ FREEZE NEXT RECORD
       AT END
          SET GX-FRZ-EOF TO TRUE
          GO TO GX-FRZ-SCAN-ONE-EXIT
    END-READ
    IF FREEZE-FROM GREATER GX-FRZ-TODAY-N
       SET GX-FRZ-EOF TO TRUE
       GO TO GX-FRZ-SCAN-ONE-EXIT
    END-IF
    IF FREEZE-TO NOT LESS GX-FRZ-TODAY-N AND
       (FREEZE-ALL OR FREEZE-SCOPE = GX-FRZ-SCOPE)
       SET  GX-FRZ-FOUND  TO TRUE
       MOVE FREEZE-TO     TO GX-FRZ-TO
       MOVE FREEZE-REASON TO GX-FRZ-REASON
    END-IF.

GX-FRZ-SCAN-ONE-EXIT.
    EXIT.

GX-FRZ-FIND-OVERRIDE.

    MOVE 0 TO GX-FRZ-NBR
    MOVE 0 TO PENDAPPR-NBR
    START PENDAPPR KEY NOT LESS PENDAPPR-NBR
       INVALID KEY
          GO TO GX-FRZ-FIND-OVERRIDE-EXIT
    END-START
    SET GX-FRZ-NOT-EOF TO TRUE
    PERFORM GX-FRZ-OVR-ONE
        THRU GX-FRZ-OVR-ONE-EXIT
        UNTIL GX-FRZ-EOF OR GX-FRZ-RELEASED.

GX-FRZ-FIND-OVERRIDE-EXIT.
    EXIT.

GX-FRZ-OVR-ONE.

    READ PENDAPPR NEXT RECORD
       AT END
          SET GX-FRZ-EOF TO TRUE
          GO TO GX-FRZ-OVR-ONE-EXIT
    END-READ
    IF PENDAPPR-PGM      NOT = GX-AUDIT-PGM OR
       PENDAPPR-ACTION   NOT = 'F' OR
       PENDAPPR-KEY      NOT = GX-FRZ-KEY OR
       PENDAPPR-REQ-USER NOT = GX-MSGLOG-USER
       GO TO GX-FRZ-OVR-ONE-EXIT
    END-IF
    IF PENDAPPR-PENDING
       MOVE PENDAPPR-NBR TO GX-FRZ-NBR
    END-IF
    IF PENDAPPR-APPROVED-ST
       SET  GX-FRZ-RELEASED    TO TRUE
       MOVE PENDAPPR-NBR       TO GX-FRZ-NBR
       MOVE PENDAPPR-APPR-USER TO GX-FRZ-APPR-USER
    END-IF.

GX-FRZ-OVR-ONE-EXIT.
    EXIT.

*> THE CHAIN'S REJECTION - THE SAME POPUP PATH FOUR-EYES USES
GX-FRZ-REJECT.

    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'CHANGE FREEZE: ' GX-FRZ-MSG
           DELIMITED BY SIZE INTO MSG-DESCRIPTION
    MOVE 'GXFRZHELD' TO GX-LANG-ID
    PERFORM GX-SEND-ERROR-TRANSLATED.

*> THE OVERRIDE IS EVIDENCE: ONE AUDITLOG ROW PER IDENTITY, THE
*> SAME BORROW-AND-RESTORE DISCIPLINE GX-FEYE-CONSUME USES.  THE
*> ROW IS RE-READ BY NUMBER - FOUR-EYES MAY HAVE MOVED THE FILE
GX-FRZ-CONSUME.

    MOVE GX-IO-XFI       TO GX-AUTH-SAVE-XFI
    MOVE GX-IO-OP        TO GX-AUTH-SAVE-OP
    MOVE V-FS            TO GX-AUTH-SAVE-FS
    MOVE '*FRZOVRREQ'    TO GX-IO-XFI
    MOVE GX-FRZ-SCOPE    TO GX-IO-OP
    MOVE '00'            TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-AUDIT-JOB    TO GX-FRZ-SAVE-JOB
    MOVE GX-FRZ-APPR-USER TO GX-AUDIT-JOB
    MOVE '*FRZOVRAPP'    TO GX-IO-XFI
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-FRZ-SAVE-JOB  TO GX-AUDIT-JOB
    MOVE GX-AUTH-SAVE-XFI TO GX-IO-XFI
    MOVE GX-AUTH-SAVE-OP  TO GX-IO-OP
    MOVE GX-AUTH-SAVE-FS  TO V-FS
    SET  GX-FRZ-CLEAR     TO TRUE
    MOVE GX-FRZ-NBR TO PENDAPPR-NBR
    READ PENDAPPR RECORD
       INVALID KEY
          GO TO GX-FRZ-CONSUME-EXIT
    END-READ
    DELETE PENDAPPR RECORD
       INVALID KEY
          CONTINUE
    END-DELETE.

GX-FRZ-CONSUME-EXIT.
    EXIT.

*> FREEZE CALENDAR MAINTENANCE - SAME CONVERSE SHAPE AS THE
*> GXFSLAM AND GXFNTCM MAINTENANCE SCREENS
GX-FRZM-MAINTAIN.

    MOVE SPACES TO GX-FRZM-MSG
    PERFORM GX-FRZM-DISPLAY

    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F3

    IF WS-KEY-ENTER
       PERFORM GX-FRZM-VALIDATE
       IF GX-FRZM-VALID
          PERFORM GX-FRZM-SAVE
       ELSE
          PERFORM GX-FRZM-DISPLAY
       END-IF
    END-IF.

GX-FRZM-DISPLAY.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXFRZMR'
          INDICATORS ARE GX-INDICATORS.

GX-FRZM-VALIDATE.

    SET  GX-FRZM-VALID TO TRUE
    MOVE SPACES TO GX-FRZM-MSG

    IF GX-FRZM-SCOPE NOT = 'A' AND GX-FRZM-SCOPE NOT = 'C' AND
       GX-FRZM-SCOPE NOT = 'S' AND GX-FRZM-SCOPE NOT = 'Y'
       SET  GX-FRZM-INVALID TO TRUE
       MOVE 'SCOPE MUST BE A, C, S OR Y' TO GX-FRZM-MSG
    END-IF

    IF NOT DELRCD AND GX-FRZM-REASON EQUAL SPACES
       SET  GX-FRZM-INVALID TO TRUE
       MOVE 'REASON IS REQUIRED' TO GX-FRZM-MSG
    END-IF

    IF GX-FRZM-FROM-N = 0
       SET  GX-FRZM-INVALID TO TRUE
       MOVE 'FROM DATE IS REQUIRED' TO GX-FRZM-MSG
    END-IF

    IF GX-FRZM-TO-N LESS GX-FRZM-FROM-N
       SET  GX-FRZM-INVALID TO TRUE
       MOVE 'TO DATE IS BEFORE FROM DATE' TO GX-FRZM-MSG
    END-IF.

GX-FRZM-SAVE.

    MOVE GX-FRZM-FROM-N  TO FREEZE-FROM
    MOVE GX-FRZM-SCOPE   TO FREEZE-SCOPE
    MOVE GX-FRZM-TO-N    TO FREEZE-TO
    MOVE GX-FRZM-REASON  TO FREEZE-REASON
    MOVE GX-MSGLOG-USER  TO FREEZE-CREATED-BY
    MOVE GX-AUDIT-TS     TO FREEZE-CREATED-TS

    IF DELRCD
       DELETE FREEZE RECORD
          INVALID KEY
             SET  GX-FRZM-INVALID TO TRUE
             MOVE 'FREEZE NOT ON FILE' TO GX-FRZM-MSG
       END-DELETE
       IF GX-FRZM-VALID
          MOVE 'FREEZE DELETED' TO GX-FRZM-MSG
       END-IF
    ELSE
       IF INSRCD
          WRITE FREEZE-RECORD
             INVALID KEY
                SET  GX-FRZM-INVALID TO TRUE
                MOVE 'FREEZE ALREADY ON FILE' TO GX-FRZM-MSG
          END-WRITE
          IF GX-FRZM-VALID
             MOVE 'FREEZE ADDED' TO GX-FRZM-MSG
          END-IF
       ELSE
          REWRITE FREEZE-RECORD
             INVALID KEY
                SET  GX-FRZM-INVALID TO TRUE
                MOVE 'FREEZE UPDATE FAILED' TO GX-FRZM-MSG
          END-REWRITE
          IF GX-FRZM-VALID
             MOVE 'FREEZE UPDATED' TO GX-FRZM-MSG
          END-IF
       END-IF
    END-IF

    PERFORM GX-FRZM-DISPLAY.
