*> LEGAL-HOLD MAINTENANCE.  LEGAL OR AUDIT PLACE A MATTER ON HOLD
*> HERE INSTEAD OF HAVING THE WHOLE PURGE JOB SUSPENDED: A MATTER
*> ID, THE DATE RANGE OF THE DATA, AND OPTIONALLY A FILE, RECORD KEY,
*> PROGRAM OR REPORT NAME.  LOGPURGE, ARCSWEEP AND THE GXFSPLA
*> SPOOL RETENTION ASK GXLHOLD BEFORE REMOVING ANYTHING AND LIST
*> WHAT THEY KEPT AS RETAINED UNDER HOLD.  EVERY ACTION IS CHECKED
*> AGAINST SECAUTH (A PLACE, C CHANGE, X RELEASE) AND LOGGED TO
*> AUDITLOG.  DELETE RELEASES THE HOLD RATHER THAN REMOVING THE ROW;
*> THE NEXT NORMAL PURGE OR ARCHIVE RUN THEN CATCHES UP BY AGE.
*> SAME CONVERSE SHAPE AS THE GXFHOLM/GXFONCM MAINTENANCE SCREENS.
GX-LHLD-MAINTAIN.

    MOVE SPACES TO GX-LHLD-MSG
    PERFORM GX-LHLD-DISPLAY

    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F3

    IF WS-KEY-ENTER
       PERFORM GX-LHLD-VALIDATE
           THRU GX-LHLD-VALIDATE-EXIT
       IF GX-LHLD-VALID
          PERFORM GX-LHLD-SAVE
              THRU GX-LHLD-SAVE-EXIT
       ELSE
          PERFORM GX-LHLD-DISPLAY
       END-IF
    END-IF.

GX-LHLD-DISPLAY.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXLHLDR'
          INDICATORS ARE GX-INDICATORS.

GX-LHLD-VALIDATE.

    SET  GX-LHLD-VALID TO TRUE
    MOVE SPACES TO GX-LHLD-MSG

    IF GX-LHLD-MATTER EQUAL SPACES
       SET  GX-LHLD-INVALID TO TRUE
       MOVE 'MATTER ID IS REQUIRED' TO GX-LHLD-MSG
    END-IF

    IF DELRCD
       GO TO GX-LHLD-VALIDATE-EXIT
    END-IF

    IF GX-LHLD-DESC EQUAL SPACES
       SET  GX-LHLD-INVALID TO TRUE
       MOVE 'DESCRIPTION IS REQUIRED' TO GX-LHLD-MSG
    END-IF

    MOVE CORR GX-LHLD-FROM TO GX-TDTE-INDATE
    PERFORM GX-TDTE
    IF GX-TDTE-OUTNUM = 0
       SET  GX-LHLD-INVALID TO TRUE
       MOVE 'FROM DATE IS NOT A VALID DATE' TO GX-LHLD-MSG
    END-IF

*> A ZERO TO DATE KEEPS THE HOLD OPEN-ENDED
    IF GX-LHLD-TO-N NOT = 0
       MOVE CORR GX-LHLD-TO TO GX-TDTE-INDATE
       PERFORM GX-TDTE
       IF GX-TDTE-OUTNUM = 0
          SET  GX-LHLD-INVALID TO TRUE
          MOVE 'TO DATE IS NOT A VALID DATE' TO GX-LHLD-MSG
       END-IF
       IF GX-LHLD-VALID AND GX-LHLD-TO-N LESS GX-LHLD-FROM-N
          SET  GX-LHLD-INVALID TO TRUE
          MOVE 'TO DATE IS BEFORE FROM DATE' TO GX-LHLD-MSG
       END-IF
    END-IF.

GX-LHLD-VALIDATE-EXIT.
    EXIT.

GX-LHLD-SAVE.

    EVALUATE TRUE
       WHEN INSRCD
          MOVE 'A'      TO GX-AUTH-ACTION
          MOVE 'PLACE'  TO GX-LHLD-OPER
       WHEN DELRCD
          MOVE 'X'      TO GX-AUTH-ACTION
          MOVE 'RELEAS' TO GX-LHLD-OPER
       WHEN OTHER
          MOVE 'C'      TO GX-AUTH-ACTION
          MOVE 'CHANGE' TO GX-LHLD-OPER
    END-EVALUATE
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       SET  GX-LHLD-INVALID TO TRUE
       MOVE 'NOT AUTHORIZED TO MAINTAIN LEGAL HOLDS' TO GX-LHLD-MSG
       PERFORM GX-LHLD-DISPLAY
       GO TO GX-LHLD-SAVE-EXIT
    END-IF

    MOVE GX-LHLD-MATTER TO LEGLHOLD-MATTER
    MOVE GX-LHLD-SEQ    TO LEGLHOLD-SEQ

    IF INSRCD
       MOVE GX-LHLD-DESC   TO LEGLHOLD-DESC
       MOVE GX-LHLD-FROM-N TO LEGLHOLD-FROM
       MOVE GX-LHLD-TO-N   TO LEGLHOLD-TO
       MOVE GX-LHLD-FILE   TO LEGLHOLD-FILE
       MOVE GX-LHLD-RECKEY TO LEGLHOLD-RECKEY
       MOVE GX-LHLD-PGM    TO LEGLHOLD-PGM
       MOVE GX-LHLD-REPORT TO LEGLHOLD-REPORT
       SET  LEGLHOLD-ACTIVE TO TRUE
       MOVE GX-MSGLOG-USER TO LEGLHOLD-PLACED-USER
       MOVE GX-AUDIT-TS    TO LEGLHOLD-PLACED-TS
       MOVE SPACES         TO LEGLHOLD-RELEASED-USER
       MOVE SPACES         TO LEGLHOLD-RELEASED-TS
       WRITE LEGLHOLD-RECORD
          INVALID KEY
             SET  GX-LHLD-INVALID TO TRUE
             MOVE 'HOLD LINE ALREADY ON FILE' TO GX-LHLD-MSG
       END-WRITE
       IF GX-LHLD-VALID
          MOVE 'HOLD PLACED' TO GX-LHLD-MSG
       END-IF
       GO TO GX-LHLD-SAVE-LOG
    END-IF

*> A CHANGE OR A RELEASE WORKS ON THE ROW AS IT STANDS; A RELEASED
*> HOLD STAYS RELEASED - A NEW HOLD LINE IS PLACED INSTEAD
    READ LEGLHOLD RECORD
       INVALID KEY
          SET  GX-LHLD-INVALID TO TRUE
          MOVE 'HOLD LINE NOT ON FILE' TO GX-LHLD-MSG
    END-READ
    IF GX-LHLD-VALID AND LEGLHOLD-RELEASED
       SET  GX-LHLD-INVALID TO TRUE
       MOVE 'HOLD ALREADY RELEASED' TO GX-LHLD-MSG
    END-IF
    IF GX-LHLD-INVALID
       PERFORM GX-LHLD-DISPLAY
       GO TO GX-LHLD-SAVE-EXIT
    END-IF

    IF DELRCD
       SET  LEGLHOLD-RELEASED TO TRUE
       MOVE GX-MSGLOG-USER TO LEGLHOLD-RELEASED-USER
       MOVE GX-AUDIT-TS    TO LEGLHOLD-RELEASED-TS
    ELSE
       MOVE GX-LHLD-DESC   TO LEGLHOLD-DESC
       MOVE GX-LHLD-FROM-N TO LEGLHOLD-FROM
       MOVE GX-LHLD-TO-N   TO LEGLHOLD-TO
       MOVE GX-LHLD-FILE   TO LEGLHOLD-FILE
       MOVE GX-LHLD-RECKEY TO LEGLHOLD-RECKEY
       MOVE GX-LHLD-PGM    TO LEGLHOLD-PGM
       MOVE GX-LHLD-REPORT TO LEGLHOLD-REPORT
    END-IF
    REWRITE LEGLHOLD-RECORD
       INVALID KEY
          SET  GX-LHLD-INVALID TO TRUE
          MOVE 'HOLD UPDATE FAILED' TO GX-LHLD-MSG
    END-REWRITE
    IF GX-LHLD-VALID
       IF DELRCD
          MOVE 'HOLD RELEASED' TO GX-LHLD-MSG
       ELSE
          MOVE 'HOLD UPDATED' TO GX-LHLD-MSG
       END-IF
    END-IF.

*> THE HOLD ACTION GOES TO AUDITLOG THROUGH THE NORMAL WRITER WITH
*> THE I/O IDENTITY FIELDS BORROWED AND PUT BACK
GX-LHLD-SAVE-LOG.

    IF GX-LHLD-VALID
       MOVE GX-IO-XFI      TO GX-LHLD-SAVE-XFI
       MOVE GX-IO-OP       TO GX-LHLD-SAVE-OP
       MOVE V-FS           TO GX-LHLD-SAVE-FS
       MOVE '*LEGLHOLD'    TO GX-IO-XFI
       MOVE GX-LHLD-OPER   TO GX-IO-OP
       MOVE '00'           TO V-FS
       PERFORM GX-WRITE-AUDITLOG
       MOVE GX-LHLD-SAVE-XFI TO GX-IO-XFI
       MOVE GX-LHLD-SAVE-OP  TO GX-IO-OP
       MOVE GX-LHLD-SAVE-FS  TO V-FS
    END-IF

    PERFORM GX-LHLD-DISPLAY.

GX-LHLD-SAVE-EXIT.
    EXIT.
