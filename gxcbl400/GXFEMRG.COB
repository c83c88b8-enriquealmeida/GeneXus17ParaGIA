*> TIME-BOXED EMERGENCY ACCESS.  THE ON-CALL OPERATOR WHO NEEDS
*> CHANGE OR DELETE AUTHORITY AT 2 A.M. ASKS FOR IT HERE INSTEAD
*> OF HAVING SECAUTH EDITED BY HAND: A PROFILE FROM EMRGPROF, A
*> STATED REASON AND A FIXED NUMBER OF HOURS OPEN A SESSION, AND
*> EVERY PROFILE GRANT THE USER DOES NOT ALREADY HOLD IS WRITTEN
*> TO SECAUTH WITH THE EXPIRY DAY AS ITS EFFECTIVE-TO.  EMRGGRNT
*> REMEMBERS WHAT THE SESSION PUT IN SO THE EMRGEXP SWEEP TAKES
*> OUT EXACTLY THAT WHEN THE HOURS RUN OUT; UNTIL IT DOES,
*> GX-EMRG-CHECK ALREADY REFUSES A SESSION GRANT PAST THE EXPIRY
*> MINUTE.  WHILE THE SESSION IS LIVE EVERY AUDITLOG ROW IS COPIED
*> TO EMRGTAG AND EVERY CHGHIST ROW CARRIES THE SESSION NUMBER;
*> A SUPERVISOR SIGNS THE SESSION OFF ON GX-EMRG-REVIEW THE NEXT
*> BUSINESS DAY.
GX-EMRG-REQUEST.

    MOVE SPACES TO GX-EMRG-MSG
    MOVE SPACES TO GX-EMRG-EXPIRE-TS
    PERFORM GX-EMRG-DISPLAY

    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F3

    IF WS-KEY-ENTER
       PERFORM GX-EMRG-VALIDATE
           THRU GX-EMRG-VALIDATE-EXIT
       IF GX-EMRG-VALID
          PERFORM GX-EMRG-OPEN-SESSION
              THRU GX-EMRG-OPEN-SESSION-EXIT
       END-IF
       PERFORM GX-EMRG-DISPLAY
    END-IF.

GX-EMRG-DISPLAY.

    MOVE GX-MSGLOG-USER     TO EMUSR OF GXEMRQR-O
    MOVE GX-EMRG-PROFILE    TO EMPRF OF GXEMRQR-O
    MOVE GX-EMRG-REASON     TO EMRSN OF GXEMRQR-O
    MOVE GX-EMRG-HOURS      TO EMHRS OF GXEMRQR-O
    MOVE GX-EMRG-EXPIRE-TS  TO EMEXP OF GXEMRQR-O
    MOVE GX-EMRG-MSG        TO EMMSG OF GXEMRQR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXEMRQR'
          INDICATORS ARE GX-INDICATORS.

GX-EMRG-VALIDATE.

    SET  GX-EMRG-VALID TO TRUE
    MOVE SPACES TO GX-EMRG-MSG
    MOVE EMPRF OF GXEMRQR-I TO GX-EMRG-PROFILE
    MOVE EMRSN OF GXEMRQR-I TO GX-EMRG-REASON
    MOVE EMHRS OF GXEMRQR-I TO GX-EMRG-HOURS

    IF GX-EMRG-REASON = SPACES
       SET  GX-EMRG-INVALID TO TRUE
       MOVE 'A REASON IS REQUIRED' TO GX-EMRG-MSG
       GO TO GX-EMRG-VALIDATE-EXIT
    END-IF
    IF GX-EMRG-HOURS = 0 OR
       GX-EMRG-HOURS GREATER GX-EMRG-MAX-HOURS
       SET  GX-EMRG-INVALID TO TRUE
       STRING 'HOURS MUST BE 1 TO ' GX-EMRG-MAX-HOURS
              DELIMITED BY SIZE INTO GX-EMRG-MSG
       GO TO GX-EMRG-VALIDATE-EXIT
    END-IF
    MOVE GX-EMRG-PROFILE TO EMRGPROF-PROFILE
    MOVE LOW-VALUES      TO EMRGPROF-PGM
    MOVE LOW-VALUES      TO EMRGPROF-ACTION
    START EMRGPROF KEY NOT LESS EMRGPROF-KEY
       INVALID KEY
          MOVE HIGH-VALUES TO EMRGPROF-PROFILE
    END-START
    IF EMRGPROF-PROFILE NOT = HIGH-VALUES
       READ EMRGPROF NEXT RECORD
          AT END
             MOVE HIGH-VALUES TO EMRGPROF-PROFILE
       END-READ
    END-IF
    IF EMRGPROF-PROFILE NOT = GX-EMRG-PROFILE
       SET  GX-EMRG-INVALID TO TRUE
       MOVE 'EMERGENCY PROFILE NOT DEFINED' TO GX-EMRG-MSG
       GO TO GX-EMRG-VALIDATE-EXIT
    END-IF
    PERFORM GX-EMRG-FIND-ACTIVE
        THRU GX-EMRG-FIND-ACTIVE-EXIT
    IF GX-EMRG-FOUND
       SET  GX-EMRG-INVALID TO TRUE
       MOVE 'A SESSION IS ALREADY OPEN FOR THIS USER' TO GX-EMRG-MSG
    END-IF.

GX-EMRG-VALIDATE-EXIT.
    EXIT.

GX-EMRG-OPEN-SESSION.

    MOVE 'EMRGSESS' TO GX-NBRA-SERIES
    PERFORM GX-GETNBR
    IF GX-NBRA-FAILED
       MOVE 'NO SESSION NUMBER - TRY AGAIN' TO GX-EMRG-MSG
       GO TO GX-EMRG-OPEN-SESSION-EXIT
    END-IF

*> THE EXPIRY IS THE START STAMP PLUS THE HOURS, THROUGH GX-TADD
    MOVE GX-AUDIT-TS   TO GX-TADD-DT
    COMPUTE GX-TADD-SEC = GX-EMRG-HOURS * 3600
    PERFORM GX-TADD
    MOVE GX-TADD-OUTDT TO GX-EMRG-EXPIRE-TS
    MOVE '000000'      TO GX-EMRG-EXPIRE-TS (21:6)
    MOVE GX-EMRG-EXPIRE-TS (1:4) TO GX-EMRG-EXPIRE-DATE (1:4)
    MOVE GX-EMRG-EXPIRE-TS (6:2) TO GX-EMRG-EXPIRE-DATE (5:2)
    MOVE GX-EMRG-EXPIRE-TS (9:2) TO GX-EMRG-EXPIRE-DATE (7:2)

    MOVE GX-MSGLOG-USER    TO EMRGSESS-USER
    MOVE GX-NBRA-NBR       TO EMRGSESS-NBR
    MOVE GX-EMRG-PROFILE   TO EMRGSESS-PROFILE
    MOVE GX-EMRG-REASON    TO EMRGSESS-REASON
    MOVE GX-EMRG-HOURS     TO EMRGSESS-HOURS
    MOVE GX-AUDIT-TS       TO EMRGSESS-START-TS
    MOVE GX-EMRG-EXPIRE-TS TO EMRGSESS-EXPIRE-TS
    SET  EMRGSESS-ACTIVE   TO TRUE
    MOVE SPACES            TO EMRGSESS-REVOKED-TS
    MOVE SPACES            TO EMRGSESS-REVIEWER
    MOVE SPACES            TO EMRGSESS-REVIEW-TS
    MOVE 'N'               TO EMRGSESS-ALERTED
    WRITE EMRGSESS-RECORD
       INVALID KEY
          MOVE 'SESSION COULD NOT BE RECORDED' TO GX-EMRG-MSG
          GO TO GX-EMRG-OPEN-SESSION-EXIT
    END-WRITE
    MOVE GX-NBRA-NBR TO GX-EMRG-SESSION

    MOVE 0 TO GX-EMRG-GRANTS
    MOVE GX-EMRG-PROFILE TO EMRGPROF-PROFILE
    MOVE LOW-VALUES      TO EMRGPROF-PGM
    MOVE LOW-VALUES      TO EMRGPROF-ACTION
    START EMRGPROF KEY NOT LESS EMRGPROF-KEY
       INVALID KEY
          GO TO GX-EMRG-OPEN-SESSION-LOG
    END-START
    SET GX-EMRG-NOT-EOF TO TRUE
    PERFORM GX-EMRG-GRANT-ONE
        THRU GX-EMRG-GRANT-ONE-EXIT
        UNTIL GX-EMRG-EOF.

*> THE OPENING IS EVIDENCE - IT GOES TO AUDITLOG THROUGH THE
*> NORMAL WRITER WITH THE I/O IDENTITY FIELDS BORROWED AND PUT
*> BACK, AND IS ITSELF TAGGED WITH THE NEW SESSION
GX-EMRG-OPEN-SESSION-LOG.

    MOVE GX-IO-XFI      TO GX-EMRG-SAVE-XFI
    MOVE GX-IO-OP       TO GX-EMRG-SAVE-OP
    MOVE V-FS           TO GX-EMRG-SAVE-FS
    MOVE '*EMERG'       TO GX-IO-XFI
    MOVE 'OPEN'         TO GX-IO-OP
    MOVE '00'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-EMRG-SAVE-XFI TO GX-IO-XFI
    MOVE GX-EMRG-SAVE-OP  TO GX-IO-OP
    MOVE GX-EMRG-SAVE-FS  TO V-FS
    MOVE SPACES TO GX-EMRG-MSG
    STRING 'SESSION ' GX-NBRA-NBR ' OPEN - '
           GX-EMRG-GRANTS ' GRANTS UNTIL THE EXPIRY SHOWN'
           DELIMITED BY SIZE INTO GX-EMRG-MSG.

GX-EMRG-OPEN-SESSION-EXIT.
    EXIT.

*> A PROFILE GRANT THE USER ALREADY HOLDS LIVE - OWN ROW OR
*> *PUBLIC - IS NOTED AND LEFT ALONE; AN EXPIRED OWN ROW IS
*> RENEWED TO THE EXPIRY DAY AND PUT BACK AFTERWARDS; OTHERWISE
*> THE ROW IS WRITTEN AND TAKEN OUT AGAIN
GX-EMRG-GRANT-ONE.

    READ EMRGPROF NEXT RECORD
       AT END
          SET GX-EMRG-EOF TO TRUE
          GO TO GX-EMRG-GRANT-ONE-EXIT
    END-READ
    IF EMRGPROF-PROFILE NOT = GX-EMRG-PROFILE
       SET GX-EMRG-EOF TO TRUE
       GO TO GX-EMRG-GRANT-ONE-EXIT
    END-IF

    MOVE GX-AUDIT-TS (1:4) TO GX-AUTH-TODAY (1:4)
    MOVE GX-AUDIT-TS (6:2) TO GX-AUTH-TODAY (5:2)
    MOVE GX-AUDIT-TS (9:2) TO GX-AUTH-TODAY (7:2)
    MOVE GX-EMRG-SESSION  TO EMRGGRNT-NBR
    MOVE EMRGPROF-PGM     TO EMRGGRNT-PGM
    MOVE EMRGPROF-ACTION  TO EMRGGRNT-ACTION
    MOVE GX-MSGLOG-USER   TO EMRGGRNT-USER
    MOVE 0                TO EMRGGRNT-OLD-EFFTO
    SET GX-EMRG-NOT-HELD  TO TRUE

    MOVE '*PUBLIC'        TO SECAUTH-USER
    MOVE EMRGPROF-PGM     TO SECAUTH-PGM
    MOVE EMRGPROF-ACTION  TO SECAUTH-ACTION
    READ SECAUTH RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF SECAUTH-EFFTO = 0 OR
             SECAUTH-EFFTO NOT LESS GX-AUTH-TODAY-N
             SET GX-EMRG-HELD TO TRUE
          END-IF
    END-READ

    MOVE GX-MSGLOG-USER   TO SECAUTH-USER
    READ SECAUTH RECORD
       INVALID KEY
          IF GX-EMRG-NOT-HELD
             MOVE 'Y'               TO EMRGGRNT-ADDED
             MOVE GX-EMRG-EXPIRE-DATE-N TO SECAUTH-EFFTO
             MOVE 'N'               TO SECAUTH-FOUREYES
             WRITE SECAUTH-RECORD
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
       NOT INVALID KEY
          IF SECAUTH-EFFTO = 0 OR
             SECAUTH-EFFTO NOT LESS GX-AUTH-TODAY-N
             SET GX-EMRG-HELD TO TRUE
          END-IF
          IF GX-EMRG-NOT-HELD
             MOVE 'R'               TO EMRGGRNT-ADDED
             MOVE SECAUTH-EFFTO     TO EMRGGRNT-OLD-EFFTO
             MOVE GX-EMRG-EXPIRE-DATE-N TO SECAUTH-EFFTO
             REWRITE SECAUTH-RECORD
                INVALID KEY
                   CONTINUE
             END-REWRITE
          END-IF
    END-READ
    IF GX-EMRG-HELD
       MOVE 'N' TO EMRGGRNT-ADDED
    ELSE
       ADD 1 TO GX-EMRG-GRANTS
    END-IF
    WRITE EMRGGRNT-RECORD
       INVALID KEY
          CONTINUE
    END-WRITE.

GX-EMRG-GRANT-ONE-EXIT.
    EXIT.

*> RUNS NEXT TO EVERY AUTHORITY CHECK.  A LIVE SESSION TAGS WHAT
*> FOLLOWS; A SESSION PAST ITS EXPIRY MINUTE THAT THE SWEEP HAS
*> NOT YET CLOSED NO LONGER COUNTS - A GRANT IT PUT IN IS REFUSED
GX-EMRG-CHECK.

    MOVE 0 TO GX-EMRG-SESSION
    PERFORM GX-EMRG-FIND-ACTIVE
        THRU GX-EMRG-FIND-ACTIVE-EXIT
    IF GX-EMRG-NOT-FOUND
       GO TO GX-EMRG-CHECK-EXIT
    END-IF
    IF GX-AUDIT-TS (1:19) NOT GREATER EMRGSESS-EXPIRE-TS (1:19)
       MOVE EMRGSESS-NBR TO GX-EMRG-SESSION
       GO TO GX-EMRG-CHECK-EXIT
    END-IF
    IF GX-AUTH-DENIED
       GO TO GX-EMRG-CHECK-EXIT
    END-IF
    MOVE EMRGSESS-NBR   TO EMRGGRNT-NBR
    MOVE GX-AUDIT-PGM   TO EMRGGRNT-PGM
    MOVE GX-AUTH-ACTION TO EMRGGRNT-ACTION
    READ EMRGGRNT RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF EMRGGRNT-ADDED NOT = 'N'
             SET GX-AUTH-DENIED TO TRUE
          END-IF
    END-READ.

GX-EMRG-CHECK-EXIT.
    EXIT.

GX-EMRG-FIND-ACTIVE.

    SET GX-EMRG-NOT-FOUND TO TRUE
    MOVE GX-MSGLOG-USER TO EMRGSESS-USER
    MOVE 0              TO EMRGSESS-NBR
    START EMRGSESS KEY NOT LESS EMRGSESS-KEY
       INVALID KEY
          GO TO GX-EMRG-FIND-ACTIVE-EXIT
    END-START
    SET GX-EMRG-NOT-EOF TO TRUE
    PERFORM GX-EMRG-FIND-ONE
        THRU GX-EMRG-FIND-ONE-EXIT
        UNTIL GX-EMRG-EOF OR GX-EMRG-FOUND.

GX-EMRG-FIND-ACTIVE-EXIT.
    EXIT.

GX-EMRG-FIND-ONE.

    READ EMRGSESS NEXT RECORD
       AT END
          SET GX-EMRG-EOF TO TRUE
          GO TO GX-EMRG-FIND-ONE-EXIT
    END-READ
    IF EMRGSESS-USER NOT = GX-MSGLOG-USER
       SET GX-EMRG-EOF TO TRUE
       GO TO GX-EMRG-FIND-ONE-EXIT
    END-IF
    IF EMRGSESS-ACTIVE
       SET GX-EMRG-FOUND TO TRUE
    END-IF.

GX-EMRG-FIND-ONE-EXIT.
    EXIT.

*> AFTER-THE-FACT REVIEW.  EVERY SESSION THE SWEEP HAS CLOSED IS
*> LISTED UNTIL A SUPERVISOR SIGNS IT OFF WITH OPTION 2 - NOBODY
*> SIGNS OFF THEIR OWN SESSION, AND SIGNING TAKES THE SECAUTH C
*> GRANT ON THE REVIEW PROGRAM.  THE EMRGRPT LISTING SHOWS WHAT
*> EACH SESSION DID.
GX-EMRG-REVIEW.

    MOVE SPACES TO GX-EMRG-MSG
    PERFORM GX-EMRG-RV-LOAD
        THRU GX-EMRG-RV-LOAD-EXIT
    PERFORM GX-EMRG-RV-CONVERSE
        UNTIL WS-KEY-F3.

GX-EMRG-RV-CONVERSE.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXEMRVCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-ENTER
       PERFORM GX-EMRG-RV-PROCESS-SELECTIONS
       PERFORM GX-EMRG-RV-LOAD
           THRU GX-EMRG-RV-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-EMRG-RV-LOAD
           THRU GX-EMRG-RV-LOAD-EXIT
    END-IF.

GX-EMRG-RV-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXEMRVCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE LOW-VALUES TO EMRGSESS-KEY
    START EMRGSESS KEY NOT LESS EMRGSESS-KEY
       INVALID KEY
          GO TO GX-EMRG-RV-LOAD-EXIT
    END-START
    SET GX-EMRG-NOT-EOF TO TRUE
    PERFORM GX-EMRG-RV-ONE
        THRU GX-EMRG-RV-ONE-EXIT
        UNTIL GX-EMRG-EOF.

GX-EMRG-RV-LOAD-EXIT.
    EXIT.

GX-EMRG-RV-ONE.

    READ EMRGSESS NEXT RECORD
       AT END
          SET GX-EMRG-EOF TO TRUE
          GO TO GX-EMRG-RV-ONE-EXIT
    END-READ
    IF NOT EMRGSESS-EXPIRED
       GO TO GX-EMRG-RV-ONE-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES              TO EROPT OF GXEMRVSR-O
    MOVE EMRGSESS-USER       TO ERUSR OF GXEMRVSR-O
    MOVE EMRGSESS-NBR        TO ERNBR OF GXEMRVSR-O
    MOVE EMRGSESS-PROFILE    TO ERPRF OF GXEMRVSR-O
    MOVE EMRGSESS-START-TS   TO ERSTS OF GXEMRVSR-O
    MOVE EMRGSESS-EXPIRE-TS  TO EREXP OF GXEMRVSR-O
    MOVE EMRGSESS-REASON     TO ERRSN OF GXEMRVSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXEMRVSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-EMRG-RV-ONE-EXIT.
    EXIT.

GX-EMRG-RV-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXEMRVSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-EMRG-RV-APPLY-OPTION
              THRU GX-EMRG-RV-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

GX-EMRG-RV-APPLY-OPTION.

    IF EROPT OF GXEMRVSR-I NOT = '2'
       IF EROPT OF GXEMRVSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-EMRG-MSG
       END-IF
       GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-IF
    MOVE ERUSR OF GXEMRVSR-I TO EMRGSESS-USER
    MOVE ERNBR OF GXEMRVSR-I TO EMRGSESS-NBR
    READ EMRGSESS RECORD
       INVALID KEY
          GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-READ
    IF NOT EMRGSESS-EXPIRED
       MOVE 'SESSION NO LONGER AWAITING REVIEW' TO GX-EMRG-MSG
       GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-IF
    IF EMRGSESS-USER = GX-MSGLOG-USER
       MOVE 'YOU CANNOT SIGN OFF YOUR OWN SESSION' TO GX-EMRG-MSG
       GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-IF
    MOVE 'C' TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       MOVE 'NOT AUTHORIZED TO SIGN OFF SESSIONS' TO GX-EMRG-MSG
       GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-IF
    MOVE ERUSR OF GXEMRVSR-I TO EMRGSESS-USER
    MOVE ERNBR OF GXEMRVSR-I TO EMRGSESS-NBR
    READ EMRGSESS RECORD
       INVALID KEY
          GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-READ
    SET  EMRGSESS-REVIEWED TO TRUE
    MOVE GX-MSGLOG-USER    TO EMRGSESS-REVIEWER
    MOVE GX-AUDIT-TS       TO EMRGSESS-REVIEW-TS
    REWRITE EMRGSESS-RECORD
       INVALID KEY
          GO TO GX-EMRG-RV-APPLY-OPTION-DONE
    END-REWRITE
    MOVE GX-IO-XFI      TO GX-EMRG-SAVE-XFI
    MOVE GX-IO-OP       TO GX-EMRG-SAVE-OP
    MOVE V-FS           TO GX-EMRG-SAVE-FS
    MOVE '*EMERG'       TO GX-IO-XFI
    MOVE 'REVIEW'       TO GX-IO-OP
    MOVE '00'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-EMRG-SAVE-XFI TO GX-IO-XFI
    MOVE GX-EMRG-SAVE-OP  TO GX-IO-OP
    MOVE GX-EMRG-SAVE-FS  TO V-FS
    MOVE 'SESSION SIGNED OFF' TO GX-EMRG-MSG.

GX-EMRG-RV-APPLY-OPTION-DONE.
    EXIT.
