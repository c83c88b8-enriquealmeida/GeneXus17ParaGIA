*> SCHEDULED (FUTURE-EFFECTIVE) MASTER CHANGES.  A MAINTENANCE
*> SCREEN THAT OFFERS AN EFFECTIVE DATE MOVES IT TO GX-FUTC-EFF-DATE
*> BEFORE THE GX400-58 CHAIN RUNS.  THE CHAIN PERFORMS
*> GX-FUTC-CHECK-DEFER RIGHT AFTER GX-TODAY; A DATE PAST TODAY'S
*> BUSINESS DATE DEFERS THE CHANGE - FOUR-EYES IS LEFT FOR APPLY
*> TIME, AND IN PLACE OF THE WRITE GX-FUTC-SCHEDULE SAVES THE
*> BEFORE/AFTER PAIRS THE CHGHIST COMPARE QUEUED TO FUTCHG AND
*> REJECTS THE WRITE THROUGH THE STANDARD POPUP PATH, SO THE MASTER
*> AND THE TRAIL ARE UNTOUCHED UNTIL THE DATE COMES.
*>
*> THE NIGHTLY STEP CALLS EACH MAINTENANCE PROGRAM IN ITS APPLY MODE,
*> WHICH PERFORMS GX-FUTC-APPLY-DUE (THRU GX-FUTC-APPLY-DUE-EXIT).
*> EVERY OPEN ROW OF THE PROGRAM DUE BY TODAY IS REPLAYED UNDER THE
*> REQUESTER'S PROFILE THE WAY GXFCHGR REPLAYS A PLAN: THE GENERATED
*> #1 READS THE RECORD IN GX-FUTC-R-FILE/R-KEY, #2 STAGES EACH
*> FIELD, AND #3 RUNS THE PROGRAM'S OWN GX400-58 CHAIN, SO AUTHORITY,
*> CLOSED PERIODS, FOUR-EYES, THE EDITS AND CHGHIST ALL APPLY AS IF
*> THE REQUESTER HAD KEYED IT THAT MORNING.  A RECORD CHANGED SINCE
*> THE REQUEST WAS KEYED - A CHGHIST ROW ON ANY OF ITS FIELDS STAMPED
*> AFTER THE REQUEST, OR A FIELD #2 FINDS NO LONGER HOLDS THE VALUE
*> KEYED AGAINST - IS NOT APPLIED BUT FLAGGED AS A CONFLICT.
*>
*> GX-FUTC-INQUIRY LISTS WHAT IS SCHEDULED PER FILE AND RECORD;
*> OPTION 4 CANCELS AN OPEN ROW FOR THE USER WHO KEYED IT.
GX-FUTC-CHECK-DEFER.

    SET GX-FUTC-IMMEDIATE TO TRUE
    IF GX-FUTC-NOT-APPLYING AND
       GX-FUTC-EFF-DATE GREATER GX-TDAY-BUSDATE
       SET GX-FUTC-DEFERRED TO TRUE
    END-IF.

GX-FUTC-SCHEDULE.

    IF GX-CHGH-QCNT = 0
       MOVE 'NO FIELD CHANGED - NOTHING TO SCHEDULE'
         TO MSG-DESCRIPTION
       MOVE 'GXFUTNONE' TO GX-LANG-ID
       PERFORM GX-SEND-ERROR-TRANSLATED
       GO TO GX-FUTC-SCHEDULE-EXIT
    END-IF
    IF GX-CHGH-QCNT > 10
       MOVE 'TOO MANY FIELDS CHANGED TO SCHEDULE - SPLIT THE CHANGE'
         TO MSG-DESCRIPTION
       MOVE 'GXFUTMANY' TO GX-LANG-ID
       PERFORM GX-SEND-ERROR-TRANSLATED
       GO TO GX-FUTC-SCHEDULE-EXIT
    END-IF
    MOVE 'FUTCHG' TO GX-NBRA-SERIES
    PERFORM GX-GETNBR
    MOVE GX-NBRA-NBR      TO FUTCHG-NBR
    MOVE GX-AUDIT-PGM     TO FUTCHG-PGM
    MOVE GX-CHGH-FILE     TO FUTCHG-FILE
    MOVE GX-CHGH-KEY      TO FUTCHG-KEY
    MOVE GX-FUTC-EFF-DATE TO FUTCHG-EFF-DATE
    MOVE GX-MSGLOG-USER   TO FUTCHG-REQ-USER
    MOVE GX-AUDIT-TS      TO FUTCHG-REQ-TS
    SET  FUTCHG-PENDING   TO TRUE
    MOVE GX-CHGH-QCNT     TO FUTCHG-FLDCNT
    PERFORM VARYING GX-FUTC-I FROM 1 BY 1
            UNTIL GX-FUTC-I > 10
       IF GX-FUTC-I > GX-CHGH-QCNT
          MOVE SPACES TO FUTCHG-CHANGE (GX-FUTC-I)
       ELSE
          MOVE GX-CHGH-Q-FIELD (GX-FUTC-I)
            TO FUTCHG-FIELD (GX-FUTC-I)
          MOVE GX-CHGH-Q-OLDVAL (GX-FUTC-I)
            TO FUTCHG-OLDVAL (GX-FUTC-I)
          MOVE GX-CHGH-Q-NEWVAL (GX-FUTC-I)
            TO FUTCHG-NEWVAL (GX-FUTC-I)
       END-IF
    END-PERFORM
    MOVE SPACES TO FUTCHG-DONE-BY
    MOVE SPACES TO FUTCHG-DONE-TS
    MOVE SPACES TO FUTCHG-RESULT
    WRITE FUTCHG-RECORD
       INVALID KEY
          MOVE 'SCHEDULED CHANGE COULD NOT BE SAVED'
            TO MSG-DESCRIPTION
          MOVE 'GXFUTWERR' TO GX-LANG-ID
          PERFORM GX-SEND-ERROR-TRANSLATED
          GO TO GX-FUTC-SCHEDULE-EXIT
    END-WRITE

*> THE WRITE IS REJECTED LIKE ANY OTHER EDIT, WHICH ALSO KEEPS THE
*> QUEUED PAIRS OUT OF CHGHIST UNTIL THE CHANGE IS APPLIED
    MOVE FUTCHG-NBR       TO GX-FUTC-NBR-A
    MOVE FUTCHG-EFF-DATE  TO GX-FUTC-EFF-A
    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'CHANGE ' GX-FUTC-NBR-A ' SCHEDULED FOR ' GX-FUTC-EFF-A
           ' - RECORD NOT UPDATED TODAY'
           DELIMITED BY SIZE INTO MSG-DESCRIPTION
    MOVE 'GXFUTSCHD' TO GX-LANG-ID
    PERFORM GX-SEND-ERROR-TRANSLATED.

GX-FUTC-SCHEDULE-EXIT.
    EXIT.

GX-FUTC-APPLY-DUE.

    MOVE 0 TO GX-TDAY-SW
    PERFORM GX-TODAY
    MOVE GX-TDAY-BUSDATE TO GX-FUTC-TODAY
    MOVE 0 TO GX-FUTC-APPLIED
    MOVE 0 TO GX-FUTC-CONFLICTS
    MOVE 0 TO GX-FUTC-REJECTS
    MOVE 0 TO FUTCHG-NBR
    START FUTCHG KEY NOT LESS FUTCHG-NBR
       INVALID KEY
          GO TO GX-FUTC-APPLY-DUE-EXIT
    END-START
    SET GX-FUTC-NOT-EOF TO TRUE
    PERFORM GX-FUTC-APPLY-ONE
        THRU GX-FUTC-APPLY-ONE-EXIT
        UNTIL GX-FUTC-EOF

    MOVE GX-FUTC-APPLIED   TO GX-FUTC-APPLIED-D
    MOVE GX-FUTC-CONFLICTS TO GX-FUTC-CONFLICTS-D
    MOVE GX-FUTC-REJECTS   TO GX-FUTC-REJECTS-D
    MOVE SPACES TO GX-MSGLOG-LONGTEXT
    STRING 'SCHEDULED CHANGES FOR ' GX-AUDIT-PGM ': '
           GX-FUTC-APPLIED-D ' APPLIED, '
           GX-FUTC-CONFLICTS-D ' CONFLICTS, '
           GX-FUTC-REJECTS-D ' REJECTED'
           DELIMITED BY SIZE INTO GX-MSGLOG-LONGTEXT
    MOVE '0' TO GX-MSGLOG-LONG-TYPE
    PERFORM GX-WRITE-MSGLOG-LONG
        THRU GX-WRITE-MSGLOG-LONG-EXIT.

GX-FUTC-APPLY-DUE-EXIT.
    EXIT.

GX-FUTC-APPLY-ONE.

    READ FUTCHG NEXT RECORD
       AT END
          SET GX-FUTC-EOF TO TRUE
          GO TO GX-FUTC-APPLY-ONE-EXIT
    END-READ
    IF NOT FUTCHG-OPEN OR
       FUTCHG-PGM NOT = GX-AUDIT-PGM OR
       FUTCHG-EFF-DATE GREATER GX-FUTC-TODAY
       GO TO GX-FUTC-APPLY-ONE-EXIT
    END-IF
    MOVE FUTCHG-NBR TO GX-FUTC-SAVE-NBR

*> THE RUN IS THE REQUESTER'S - BORROWED FOR THE REPLAY AND
*> RESTORED BEFORE THE ROW IS CLOSED
    MOVE GX-MSGLOG-USER  TO GX-FUTC-SAVE-USER
    MOVE FUTCHG-REQ-USER TO GX-MSGLOG-USER

*> A ROW PARKED FOR FOUR-EYES WAITS UNTIL ITS APPROVAL IS IN
    IF FUTCHG-WAITING
       MOVE FUTCHG-KEY TO GX-FEYE-KEY
       MOVE 'U'        TO GX-AUTH-ACTION
       PERFORM GX-FEYE-FIND-APPROVAL
           THRU GX-FEYE-FIND-APPROVAL-EXIT
       IF GX-FEYE-NOT-APPROVED
          MOVE GX-FUTC-SAVE-USER TO GX-MSGLOG-USER
          GO TO GX-FUTC-APPLY-ONE-EXIT
       END-IF
    END-IF

    MOVE SPACES TO GX-FUTC-RESULT
    PERFORM GX-FUTC-FIND-CONFLICT
        THRU GX-FUTC-FIND-CONFLICT-EXIT
    IF GX-FUTC-RESULT NOT = SPACES
       MOVE 'C' TO GX-FUTC-NEW-ST
       GO TO GX-FUTC-APPLY-CLOSE
    END-IF

    SET  GX-FUTC-APPLYING TO TRUE
    MOVE FUTCHG-FILE TO GX-FUTC-R-FILE
    MOVE FUTCHG-KEY  TO GX-FUTC-R-KEY
    SET  GX-FUTC-FOUND TO TRUE
    PERFORM #1
    IF GX-FUTC-NOT-FOUND
       MOVE 'R' TO GX-FUTC-NEW-ST
       MOVE 'RECORD NO LONGER ON FILE' TO GX-FUTC-RESULT
       GO TO GX-FUTC-APPLY-CLOSE
    END-IF
    SET GX-FUTC-CURRENT TO TRUE
    PERFORM VARYING GX-FUTC-I FROM 1 BY 1
            UNTIL GX-FUTC-I > FUTCHG-FLDCNT OR GX-FUTC-STALE
       MOVE FUTCHG-FIELD (GX-FUTC-I)  TO GX-FUTC-R-FIELD
       MOVE FUTCHG-OLDVAL (GX-FUTC-I) TO GX-FUTC-R-OLDVAL
       MOVE FUTCHG-NEWVAL (GX-FUTC-I) TO GX-FUTC-R-NEWVAL
       PERFORM #2
    END-PERFORM
    IF GX-FUTC-STALE
       MOVE 'C' TO GX-FUTC-NEW-ST
       STRING 'FIELD ' GX-FUTC-R-FIELD
              ' NO LONGER HOLDS THE VALUE KEYED AGAINST'
              DELIMITED BY SIZE INTO GX-FUTC-RESULT
       GO TO GX-FUTC-APPLY-CLOSE
    END-IF

    MOVE SPACES TO MSG-DESCRIPTION
    SET  GX-FEYE-CLEAR TO TRUE
    PERFORM #3
    EVALUATE TRUE
       WHEN NO-ERRORS-FOUND
          MOVE 'A' TO GX-FUTC-NEW-ST
       WHEN GX-FEYE-CAPTURED
          MOVE 'W' TO GX-FUTC-NEW-ST
          MOVE 'AWAITING SECOND-USER APPROVAL' TO GX-FUTC-RESULT
       WHEN OTHER
          MOVE 'R' TO GX-FUTC-NEW-ST
          MOVE MSG-DESCRIPTION TO GX-FUTC-RESULT
    END-EVALUATE.

GX-FUTC-APPLY-CLOSE.

    SET  GX-FUTC-NOT-APPLYING TO TRUE
    MOVE GX-FUTC-SAVE-USER TO GX-MSGLOG-USER
    EVALUATE GX-FUTC-NEW-ST
       WHEN 'A' ADD 1 TO GX-FUTC-APPLIED
       WHEN 'C' ADD 1 TO GX-FUTC-CONFLICTS
       WHEN 'R' ADD 1 TO GX-FUTC-REJECTS
    END-EVALUATE

*> RE-READ BY NUMBER - THE REPLAY MAY HAVE MOVED THE FILE - WHICH
*> ALSO LEAVES THE NEXT READ POSITIONED PAST THIS ROW
    MOVE GX-FUTC-SAVE-NBR TO FUTCHG-NBR
    READ FUTCHG RECORD
       INVALID KEY
          GO TO GX-FUTC-APPLY-ONE-EXIT
    END-READ
    MOVE GX-FUTC-NEW-ST TO FUTCHG-STATUS
    MOVE GX-FUTC-RESULT TO FUTCHG-RESULT
    IF NOT FUTCHG-WAITING
       MOVE GX-MSGLOG-USER TO FUTCHG-DONE-BY
       MOVE GX-AUDIT-TS    TO FUTCHG-DONE-TS
    END-IF
    REWRITE FUTCHG-RECORD
       INVALID KEY
          CONTINUE
    END-REWRITE.

GX-FUTC-APPLY-ONE-EXIT.
    EXIT.

*> ANY CHGHIST ROW FOR THE RECORD, ON A FIELD THE CHANGE TOUCHES,
*> STAMPED AFTER THE CHANGE WAS KEYED
GX-FUTC-FIND-CONFLICT.

    MOVE FUTCHG-FILE TO CHGHIST-FILE
    START CHGHIST KEY NOT LESS CHGHIST-FILE
       INVALID KEY
          GO TO GX-FUTC-FIND-CONFLICT-EXIT
    END-START
    SET GX-FUTC-HIST-NOT-EOF TO TRUE
    PERFORM GX-FUTC-CONFLICT-ROW
        THRU GX-FUTC-CONFLICT-ROW-EXIT
        UNTIL GX-FUTC-HIST-EOF.

GX-FUTC-FIND-CONFLICT-EXIT.
    EXIT.

GX-FUTC-CONFLICT-ROW.

    READ CHGHIST NEXT RECORD
       AT END
          SET GX-FUTC-HIST-EOF TO TRUE
          GO TO GX-FUTC-CONFLICT-ROW-EXIT
    END-READ
    IF CHGHIST-FILE NOT = FUTCHG-FILE
       SET GX-FUTC-HIST-EOF TO TRUE
       GO TO GX-FUTC-CONFLICT-ROW-EXIT
    END-IF
    IF CHGHIST-KEY NOT = FUTCHG-KEY OR
       CHGHIST-TIMESTAMP NOT GREATER FUTCHG-REQ-TS
       GO TO GX-FUTC-CONFLICT-ROW-EXIT
    END-IF
    PERFORM VARYING GX-FUTC-F FROM 1 BY 1
            UNTIL GX-FUTC-F > FUTCHG-FLDCNT
       IF FUTCHG-FIELD (GX-FUTC-F) = CHGHIST-FIELD
          STRING 'FIELD ' CHGHIST-FIELD ' CHANGED BY ' CHGHIST-USER
                 ' ON ' CHGHIST-TIMESTAMP (1:10)
                 DELIMITED BY SIZE INTO GX-FUTC-RESULT
          SET GX-FUTC-HIST-EOF TO TRUE
          GO TO GX-FUTC-CONFLICT-ROW-EXIT
       END-IF
    END-PERFORM.

GX-FUTC-CONFLICT-ROW-EXIT.
    EXIT.

*> THE SCHEDULE INQUIRY (PERFORMED THRU GX-FUTC-INQUIRY-EXIT).  ONE
*> SUBFILE ROW PER FIELD OF EACH CHANGE; ENTER RE-SELECTS ON THE
*> FILE AND KEY KEYED IN THE CONTROL RECORD, F12/F3 RETURN
GX-FUTC-INQUIRY.

    MOVE SPACES TO GX-FUTC-MSG
    PERFORM GX-FUTC-INQ-LOAD
        THRU GX-FUTC-INQ-LOAD-EXIT
    PERFORM GX-FUTC-INQ-CONVERSE
        THRU GX-FUTC-INQ-CONVERSE-EXIT
        UNTIL WS-KEY-F12 OR WS-KEY-F3.

GX-FUTC-INQUIRY-EXIT.
    EXIT.

GX-FUTC-INQ-CONVERSE.

    MOVE GX-FUTC-INQ-FILE   TO FCFIL OF GXFUTCCR-O
    MOVE GX-FUTC-INQ-KEY    TO FCKEY OF GXFUTCCR-O
    MOVE GX-FUTC-MSG        TO FCMSG OF GXFUTCCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    IF GX-SFLRELRECNBR > ZEROES
       SET DISPLAY-SFL      TO TRUE
    ELSE
       SET NO-DISPLAY-SFL   TO TRUE
    END-IF
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXFUTCCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-FUTC-MSG
    IF WS-KEY-F12 OR WS-KEY-F3
       GO TO GX-FUTC-INQ-CONVERSE-EXIT
    END-IF
    MOVE FCFIL OF GXFUTCCR-I TO GX-FUTC-INQ-FILE
    MOVE FCKEY OF GXFUTCCR-I TO GX-FUTC-INQ-KEY
    IF GX-SFLRELRECNBR > ZEROES
       PERFORM GX-FUTC-INQ-SELECTIONS
           THRU GX-FUTC-INQ-SELECTIONS-EXIT
    END-IF
    PERFORM GX-FUTC-INQ-LOAD
        THRU GX-FUTC-INQ-LOAD-EXIT.

GX-FUTC-INQ-CONVERSE-EXIT.
    EXIT.

GX-FUTC-INQ-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXFUTCCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE
    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE 0 TO FUTCHG-NBR
    START FUTCHG KEY NOT LESS FUTCHG-NBR
       INVALID KEY
          GO TO GX-FUTC-INQ-LOAD-END
    END-START
    SET GX-FUTC-NOT-EOF TO TRUE
    PERFORM GX-FUTC-INQ-ROW
        THRU GX-FUTC-INQ-ROW-EXIT
        UNTIL GX-FUTC-EOF.

GX-FUTC-INQ-LOAD-END.

    IF GX-SFLRELRECNBR = ZEROES AND GX-FUTC-MSG = SPACES
       MOVE 'NOTHING SCHEDULED FOR THIS SELECTION' TO GX-FUTC-MSG
    END-IF.

GX-FUTC-INQ-LOAD-EXIT.
    EXIT.

GX-FUTC-INQ-ROW.

    READ FUTCHG NEXT RECORD
       AT END
          SET GX-FUTC-EOF TO TRUE
          GO TO GX-FUTC-INQ-ROW-EXIT
    END-READ
    IF GX-FUTC-INQ-FILE NOT = SPACES AND
       FUTCHG-FILE NOT = GX-FUTC-INQ-FILE
       GO TO GX-FUTC-INQ-ROW-EXIT
    END-IF
    IF GX-FUTC-INQ-KEY NOT = SPACES AND
       FUTCHG-KEY NOT = GX-FUTC-INQ-KEY
       GO TO GX-FUTC-INQ-ROW-EXIT
    END-IF
    PERFORM VARYING GX-FUTC-I FROM 1 BY 1
            UNTIL GX-FUTC-I > FUTCHG-FLDCNT
       ADD 1 TO GX-SFLRELRECNBR
       MOVE SPACE                     TO FSOPT OF GXFUTCSR-O
       MOVE FUTCHG-NBR                TO FSNBR OF GXFUTCSR-O
       MOVE FUTCHG-FILE               TO FSFIL OF GXFUTCSR-O
       MOVE FUTCHG-KEY                TO FSKEY OF GXFUTCSR-O
       MOVE FUTCHG-EFF-DATE           TO FSEFF OF GXFUTCSR-O
       MOVE FUTCHG-STATUS             TO FSSTS OF GXFUTCSR-O
       MOVE FUTCHG-FIELD (GX-FUTC-I)  TO FSFLD OF GXFUTCSR-O
       MOVE FUTCHG-OLDVAL (GX-FUTC-I) TO FSOLD OF GXFUTCSR-O
       MOVE FUTCHG-NEWVAL (GX-FUTC-I) TO FSNEW OF GXFUTCSR-O
       MOVE FUTCHG-REQ-USER           TO FSUSR OF GXFUTCSR-O
       MOVE FUTCHG-RESULT             TO FSRES OF GXFUTCSR-O
       MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
       MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
       WRITE SUBFILE GX-CRT-RECORD
             FORMAT IS 'GXFUTCSR'
             INDICATORS ARE GX-INDICATORS
             INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM.

GX-FUTC-INQ-ROW-EXIT.
    EXIT.

GX-FUTC-INQ-SELECTIONS.

    READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
         FORMAT IS 'GXFUTCSR'
         INDICATORS ARE GX-INDICATORS
       AT END
          GO TO GX-FUTC-INQ-SELECTIONS-EXIT
    END-READ
    IF FSOPT OF GXFUTCSR-I = '4'
       PERFORM GX-FUTC-CANCEL
           THRU GX-FUTC-CANCEL-EXIT
    END-IF
    GO TO GX-FUTC-INQ-SELECTIONS.

GX-FUTC-INQ-SELECTIONS-EXIT.
    EXIT.

GX-FUTC-CANCEL.

    MOVE FSNBR OF GXFUTCSR-I TO FUTCHG-NBR
    READ FUTCHG RECORD
       INVALID KEY
          GO TO GX-FUTC-CANCEL-EXIT
    END-READ
    IF NOT FUTCHG-OPEN
       MOVE 'ONLY A PENDING OR WAITING CHANGE CAN BE CANCELLED'
         TO GX-FUTC-MSG
       GO TO GX-FUTC-CANCEL-EXIT
    END-IF
    IF FUTCHG-REQ-USER NOT = GX-MSGLOG-USER
       MOVE 'ONLY THE USER WHO KEYED THE CHANGE MAY CANCEL IT'
         TO GX-FUTC-MSG
       GO TO GX-FUTC-CANCEL-EXIT
    END-IF
    SET  FUTCHG-CANCELLED TO TRUE
    MOVE GX-MSGLOG-USER   TO FUTCHG-DONE-BY
    MOVE GX-AUDIT-TS      TO FUTCHG-DONE-TS
    MOVE 'CANCELLED BY REQUESTER' TO FUTCHG-RESULT
    REWRITE FUTCHG-RECORD
       INVALID KEY
          CONTINUE
    END-REWRITE
    MOVE FUTCHG-NBR TO GX-FUTC-NBR-A
    STRING 'CHANGE ' GX-FUTC-NBR-A ' CANCELLED'
           DELIMITED BY SIZE INTO GX-FUTC-MSG.

GX-FUTC-CANCEL-EXIT.
    EXIT.
