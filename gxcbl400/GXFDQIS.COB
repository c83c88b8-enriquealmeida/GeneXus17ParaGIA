*> DATA-QUALITY ISSUE WORK SCREEN.  LISTS THE DQISSUE REGISTER THE
*> SWEEPS KEEP THROUGH GXDQREG - BY DEFAULT THE LIVE ISSUES OWNED BY
*> THE SIGNED-ON USER (THE CONTROL LINE TAKES ANOTHER OWNER, OR *ALL,
*> AND Y TO SHOW CLOSED ISSUES AS WELL).  OPTION 1 TAKES THE ISSUE,
*> OPTION 2 RECORDS THE COMMENT KEYED ON THE ROW, OPTION 4 CLOSES IT
*> (WITH THE COMMENT, IF ONE IS KEYED).  A CLOSED ISSUE THE NEXT
*> SWEEP FINDS AGAIN IS REOPENED BY GXDQREG.  EVERY ACTION TAKES THE
*> SECAUTH C GRANT AND EVERY CHANGE IS QUEUED AND FLUSHED TO CHGHIST
*> THROUGH GXFCHGH ONCE THE ROW IS REWRITTEN, THE SAME WAY THE
*> GXFSUSP SUSPENSE WORKBENCH LOGS ITS ACTIONS.
GX-DQIS-WORKLIST.

    MOVE SPACES         TO GX-DQIS-MSG
    MOVE GX-MSGLOG-USER TO GX-DQIS-OWNER
    MOVE SPACE          TO GX-DQIS-CLOSED
    PERFORM GX-DQIS-LOAD
        THRU GX-DQIS-LOAD-EXIT
    PERFORM GX-DQIS-CONVERSE
        UNTIL WS-KEY-F3.

GX-DQIS-CONVERSE.

    MOVE GX-DQIS-OWNER      TO QCOWN OF GXDQISCR-O
    MOVE GX-DQIS-CLOSED     TO QCCLS OF GXDQISCR-O
    MOVE GX-DQIS-MSG        TO QCMSG OF GXDQISCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXDQISCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-DQIS-MSG
    IF WS-KEY-ENTER
       PERFORM GX-DQIS-PROCESS-SELECTIONS
       MOVE QCOWN OF GXDQISCR-I TO GX-DQIS-OWNER
       MOVE QCCLS OF GXDQISCR-I TO GX-DQIS-CLOSED
       IF GX-DQIS-OWNER = SPACES
          MOVE GX-MSGLOG-USER TO GX-DQIS-OWNER
       END-IF
       PERFORM GX-DQIS-LOAD
           THRU GX-DQIS-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-DQIS-LOAD
           THRU GX-DQIS-LOAD-EXIT
    END-IF.

GX-DQIS-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXDQISCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE LOW-VALUES TO DQISSUE-KEY
    START DQISSUE KEY NOT LESS DQISSUE-KEY
       INVALID KEY
          GO TO GX-DQIS-LOAD-EXIT
    END-START
    SET GX-DQIS-NOT-EOF TO TRUE
    PERFORM GX-DQIS-LOAD-ONE
        THRU GX-DQIS-LOAD-ONE-EXIT
        UNTIL GX-DQIS-EOF.

GX-DQIS-LOAD-EXIT.
    EXIT.

GX-DQIS-LOAD-ONE.

    READ DQISSUE NEXT RECORD
       AT END
          SET GX-DQIS-EOF TO TRUE
          GO TO GX-DQIS-LOAD-ONE-EXIT
    END-READ
    IF DQISSUE-FILE = '*CONTROL'
       GO TO GX-DQIS-LOAD-ONE-EXIT
    END-IF
    IF NOT DQISSUE-LIVE AND GX-DQIS-CLOSED NOT = 'Y'
       GO TO GX-DQIS-LOAD-ONE-EXIT
    END-IF
    IF GX-DQIS-OWNER NOT = '*ALL' AND
       DQISSUE-OWNER NOT = GX-DQIS-OWNER
       GO TO GX-DQIS-LOAD-ONE-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO QSOPT  OF GXDQISSR-O
    MOVE DQISSUE-NBR        TO QSNBR  OF GXDQISSR-O
    MOVE DQISSUE-FILE       TO QSFIL  OF GXDQISSR-O
    MOVE DQISSUE-RECKEY     TO QSKEY  OF GXDQISSR-O
    MOVE DQISSUE-CLASS      TO QSCLS  OF GXDQISSR-O
    MOVE DQISSUE-FIELD      TO QSFLD  OF GXDQISSR-O
    MOVE DQISSUE-STATUS     TO QSST   OF GXDQISSR-O
    MOVE DQISSUE-OWNER      TO QSOWN  OF GXDQISSR-O
    MOVE DQISSUE-OPENED     TO QSOPN  OF GXDQISSR-O
    MOVE DQISSUE-LAST-SEEN  TO QSSEEN OF GXDQISSR-O
    MOVE DQISSUE-REOPENS    TO QSREO  OF GXDQISSR-O
    MOVE DQISSUE-SOURCE     TO QSSRC  OF GXDQISSR-O
    MOVE DQISSUE-VALUE      TO QSVAL  OF GXDQISSR-O
    MOVE DQISSUE-TAKEN-BY   TO QSTKN  OF GXDQISSR-O
    MOVE DQISSUE-COMMENT    TO QSCMT  OF GXDQISSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXDQISSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-DQIS-LOAD-ONE-EXIT.
    EXIT.

GX-DQIS-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXDQISSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-DQIS-APPLY-OPTION
              THRU GX-DQIS-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

GX-DQIS-APPLY-OPTION.

    IF QSOPT OF GXDQISSR-I NOT = '1' AND
       QSOPT OF GXDQISSR-I NOT = '2' AND
       QSOPT OF GXDQISSR-I NOT = '4'
       IF QSOPT OF GXDQISSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-DQIS-MSG
       END-IF
       GO TO GX-DQIS-APPLY-OPTION-DONE
    END-IF
    MOVE 'C' TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       MOVE 'NOT AUTHORIZED TO WORK DATA-QUALITY ISSUES'
         TO GX-DQIS-MSG
       GO TO GX-DQIS-APPLY-OPTION-DONE
    END-IF
    MOVE QSFIL OF GXDQISSR-I TO DQISSUE-FILE
    MOVE QSKEY OF GXDQISSR-I TO DQISSUE-RECKEY
    MOVE QSCLS OF GXDQISSR-I TO DQISSUE-CLASS
    MOVE QSFLD OF GXDQISSR-I TO DQISSUE-FIELD
    READ DQISSUE RECORD
       INVALID KEY
          MOVE 'ISSUE NO LONGER ON FILE' TO GX-DQIS-MSG
          GO TO GX-DQIS-APPLY-OPTION-DONE
    END-READ
    PERFORM GX-CHGH-CLEAR
    MOVE 'DQISSUE'   TO GX-CHGH-FILE
    MOVE DQISSUE-NBR TO GX-DQIS-HK-NBR
    MOVE GX-DQIS-HKEY TO GX-CHGH-KEY
    MOVE 'U'         TO GX-CHGH-ACTION
    EVALUATE QSOPT OF GXDQISSR-I
       WHEN '1'
          IF NOT DQISSUE-LIVE
             MOVE 'ISSUE IS CLOSED' TO GX-DQIS-MSG
             GO TO GX-DQIS-APPLY-OPTION-DONE
          END-IF
          IF DQISSUE-TAKEN AND DQISSUE-TAKEN-BY = GX-MSGLOG-USER
             MOVE 'ISSUE IS ALREADY TAKEN BY YOU' TO GX-DQIS-MSG
             GO TO GX-DQIS-APPLY-OPTION-DONE
          END-IF
          MOVE 'T' TO GX-DQIS-NEW-ST
          PERFORM GX-DQIS-QUEUE-STATUS
          MOVE 'TAKEN BY'       TO GX-CHGH-FIELD
          MOVE DQISSUE-TAKEN-BY TO GX-CHGH-OLDVAL
          MOVE GX-MSGLOG-USER   TO GX-CHGH-NEWVAL
          PERFORM GX-CHGH-QUEUE
          MOVE GX-MSGLOG-USER   TO DQISSUE-TAKEN-BY
          MOVE GX-AUDIT-TS      TO DQISSUE-TAKEN-TS
          MOVE 'ISSUE TAKEN' TO GX-DQIS-MSG
       WHEN '2'
          IF QSCMT OF GXDQISSR-I = SPACES
             MOVE 'KEY THE COMMENT TO RECORD' TO GX-DQIS-MSG
             GO TO GX-DQIS-APPLY-OPTION-DONE
          END-IF
          PERFORM GX-DQIS-QUEUE-COMMENT
          MOVE 'COMMENT RECORDED' TO GX-DQIS-MSG
       WHEN '4'
          IF NOT DQISSUE-LIVE
             MOVE 'ISSUE IS ALREADY CLOSED' TO GX-DQIS-MSG
             GO TO GX-DQIS-APPLY-OPTION-DONE
          END-IF
          MOVE 'C' TO GX-DQIS-NEW-ST
          PERFORM GX-DQIS-QUEUE-STATUS
          IF QSCMT OF GXDQISSR-I NOT = SPACES AND
             QSCMT OF GXDQISSR-I NOT = DQISSUE-COMMENT
             PERFORM GX-DQIS-QUEUE-COMMENT
          END-IF
          MOVE GX-MSGLOG-USER TO DQISSUE-CLOSED-BY
          MOVE GX-AUDIT-TS    TO DQISSUE-CLOSED-TS
          MOVE 'ISSUE CLOSED' TO GX-DQIS-MSG
    END-EVALUATE
    REWRITE DQISSUE-RECORD
       INVALID KEY
          PERFORM GX-CHGH-CLEAR
          MOVE 'ISSUE COULD NOT BE UPDATED' TO GX-DQIS-MSG
          GO TO GX-DQIS-APPLY-OPTION-DONE
    END-REWRITE
    PERFORM GX-CHGH-FLUSH.

GX-DQIS-APPLY-OPTION-DONE.
    EXIT.

*> A STATUS MOVE IS HISTORY TOO - FIELD STATUS, OLD AND NEW CODE
GX-DQIS-QUEUE-STATUS.

    MOVE 'STATUS'       TO GX-CHGH-FIELD
    MOVE DQISSUE-STATUS TO GX-CHGH-OLDVAL
    MOVE GX-DQIS-NEW-ST TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
    MOVE GX-DQIS-NEW-ST TO DQISSUE-STATUS.

*> CHGHIST CARRIES THE FIRST FORTY BYTES OF THE OLD AND NEW COMMENT
GX-DQIS-QUEUE-COMMENT.

    MOVE 'COMMENT'               TO GX-CHGH-FIELD
    MOVE DQISSUE-COMMENT         TO GX-CHGH-OLDVAL
    MOVE QSCMT OF GXDQISSR-I     TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
    MOVE QSCMT OF GXDQISSR-I     TO DQISSUE-COMMENT
    MOVE GX-MSGLOG-USER          TO DQISSUE-NOTE-BY
    MOVE GX-AUDIT-TS             TO DQISSUE-NOTE-TS.
