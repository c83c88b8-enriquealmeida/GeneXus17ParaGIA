*> AUDIT SAMPLE REVIEW SCREEN.  THE CONTROL LINE TAKES A COMPANY AND
*> PERIOD AND THE SUBFILE LISTS THE POSTING LINES AUDSAMP DREW FOR
*> IT, WITH THE SEED AND POPULATION FROM THE HEADER ROW.  OPTION 1
*> PASSES A LINE, OPTION 6 RECORDS AN EXCEPTION (THE COMMENT KEYED
*> ON THE ROW IS REQUIRED), OPTION 5 SHOWS THE POSTING'S CHGHIST
*> TRAIL AND OPTION 8 ITS ATTACHMENTS, BOTH FILED UNDER POSTSTG AND
*> THE DOCUMENT AND LINE.  A RESULT TAKES THE SECAUTH C GRANT, IS
*> LOGGED TO CHGHIST THROUGH GXFCHGH LIKE THE GXFDQIS ACTIONS, AND
*> MAY NOT BE RECORDED BY THE USER WHO MADE THE POSTING.  ONCE
*> AUDSRES HAS CLOSED THE SAMPLE THE SCREEN IS READ-ONLY.
GX-SMPL-REVIEW.

    MOVE SPACES TO GX-SMPL-MSG
    MOVE SPACES TO GX-SMPL-COMPANY
    MOVE ZEROES TO GX-SMPL-PERIOD
    SET GX-SMPL-SHOW-NONE TO TRUE
    PERFORM GX-SMPL-LOAD
        THRU GX-SMPL-LOAD-EXIT
    PERFORM GX-SMPL-CONVERSE
        UNTIL WS-KEY-F3.

GX-SMPL-CONVERSE.

    MOVE GX-SMPL-COMPANY    TO SCCO  OF GXSMPLCR-O
    MOVE GX-SMPL-PERIOD     TO SCPER OF GXSMPLCR-O
    MOVE GX-SMPL-MSG        TO SCMSG OF GXSMPLCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXSMPLCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-SMPL-MSG
    IF WS-KEY-ENTER
       IF SCCO  OF GXSMPLCR-I = GX-SMPL-COMPANY AND
          SCPER OF GXSMPLCR-I = GX-SMPL-PERIOD
          PERFORM GX-SMPL-PROCESS-SELECTIONS
       END-IF
       MOVE SCCO  OF GXSMPLCR-I TO GX-SMPL-COMPANY
       MOVE SCPER OF GXSMPLCR-I TO GX-SMPL-PERIOD
       PERFORM GX-SMPL-LOAD
           THRU GX-SMPL-LOAD-EXIT
       PERFORM GX-SMPL-SHOW-WINDOW
    END-IF
    IF WS-KEY-F5
       PERFORM GX-SMPL-LOAD
           THRU GX-SMPL-LOAD-EXIT
    END-IF.

*> THE HEADER FIRST - NO HEADER, NO SAMPLE FOR THE PERIOD
GX-SMPL-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXSMPLCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE SPACE  TO GX-SMPL-STATE
    MOVE SPACE  TO SCMTH OF GXSMPLCR-O
    MOVE SPACE  TO SCST  OF GXSMPLCR-O
    MOVE ZEROES TO SCSEED OF GXSMPLCR-O
    MOVE ZEROES TO SCPOP  OF GXSMPLCR-O
    MOVE ZEROES TO SCITM  OF GXSMPLCR-O
    IF GX-SMPL-COMPANY = SPACES
       MOVE 'KEY THE COMPANY AND PERIOD OF THE SAMPLE' TO GX-SMPL-MSG
       GO TO GX-SMPL-LOAD-EXIT
    END-IF
    MOVE GX-SMPL-COMPANY TO AUDSMPL-COMPANY
    MOVE GX-SMPL-PERIOD  TO AUDSMPL-PERIOD
    MOVE 0               TO AUDSMPL-SEQ
    READ AUDSMPL RECORD
       INVALID KEY
          MOVE 'NO AUDIT SAMPLE FOR THIS COMPANY AND PERIOD'
            TO GX-SMPL-MSG
          GO TO GX-SMPL-LOAD-EXIT
    END-READ
    MOVE AUDSMPL-STATE     TO GX-SMPL-STATE
    MOVE AUDSMPL-METHOD    TO SCMTH  OF GXSMPLCR-O
    MOVE AUDSMPL-SEED      TO SCSEED OF GXSMPLCR-O
    MOVE AUDSMPL-POP-COUNT TO SCPOP  OF GXSMPLCR-O
    MOVE AUDSMPL-ITEMS     TO SCITM  OF GXSMPLCR-O
    MOVE AUDSMPL-STATE     TO SCST   OF GXSMPLCR-O
    SET GX-SMPL-NOT-EOF TO TRUE
    PERFORM GX-SMPL-LOAD-ONE
        THRU GX-SMPL-LOAD-ONE-EXIT
        UNTIL GX-SMPL-EOF.

GX-SMPL-LOAD-EXIT.
    EXIT.

GX-SMPL-LOAD-ONE.

    READ AUDSMPL NEXT RECORD
       AT END
          SET GX-SMPL-EOF TO TRUE
          GO TO GX-SMPL-LOAD-ONE-EXIT
    END-READ
    IF AUDSMPL-COMPANY NOT = GX-SMPL-COMPANY OR
       AUDSMPL-PERIOD  NOT = GX-SMPL-PERIOD
       SET GX-SMPL-EOF TO TRUE
       GO TO GX-SMPL-LOAD-ONE-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO SSOPT OF GXSMPLSR-O
    MOVE AUDSMPL-SEQ        TO SSSEQ OF GXSMPLSR-O
    MOVE AUDSMPL-DOCNBR     TO SSDOC OF GXSMPLSR-O
    MOVE AUDSMPL-LINE       TO SSLIN OF GXSMPLSR-O
    MOVE AUDSMPL-DATE       TO SSDAT OF GXSMPLSR-O
    MOVE AUDSMPL-ACCOUNT    TO SSACC OF GXSMPLSR-O
    MOVE AUDSMPL-DC         TO SSDC  OF GXSMPLSR-O
    MOVE AUDSMPL-AMOUNT     TO SSAMT OF GXSMPLSR-O
    MOVE AUDSMPL-USER       TO SSUSR OF GXSMPLSR-O
    MOVE AUDSMPL-SOURCE     TO SSSRC OF GXSMPLSR-O
    MOVE AUDSMPL-REASON     TO SSRSN OF GXSMPLSR-O
    MOVE AUDSMPL-RESULT     TO SSRES OF GXSMPLSR-O
    MOVE AUDSMPL-REVIEW-BY  TO SSBY  OF GXSMPLSR-O
    MOVE AUDSMPL-COMMENT    TO SSCMT OF GXSMPLSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXSMPLSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-SMPL-LOAD-ONE-EXIT.
    EXIT.

GX-SMPL-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXSMPLSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-SMPL-APPLY-OPTION
              THRU GX-SMPL-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

GX-SMPL-APPLY-OPTION.

    IF SSOPT OF GXSMPLSR-I NOT = '1' AND
       SSOPT OF GXSMPLSR-I NOT = '5' AND
       SSOPT OF GXSMPLSR-I NOT = '6' AND
       SSOPT OF GXSMPLSR-I NOT = '8'
       IF SSOPT OF GXSMPLSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-SMPL-MSG
       END-IF
       GO TO GX-SMPL-APPLY-OPTION-DONE
    END-IF
    MOVE GX-SMPL-COMPANY     TO AUDSMPL-COMPANY
    MOVE GX-SMPL-PERIOD      TO AUDSMPL-PERIOD
    MOVE SSSEQ OF GXSMPLSR-I TO AUDSMPL-SEQ
    READ AUDSMPL RECORD
       INVALID KEY
          MOVE 'SAMPLE LINE NO LONGER ON FILE' TO GX-SMPL-MSG
          GO TO GX-SMPL-APPLY-OPTION-DONE
    END-READ
    IF SSOPT OF GXSMPLSR-I = '5' OR
       SSOPT OF GXSMPLSR-I = '8'
       MOVE SSOPT OF GXSMPLSR-I TO GX-SMPL-SHOW
       MOVE AUDSMPL-DOCNBR      TO GX-SMPL-PK-DOCNBR
       MOVE AUDSMPL-LINE        TO GX-SMPL-PK-LINE
       GO TO GX-SMPL-APPLY-OPTION-DONE
    END-IF
    IF GX-SMPL-READ-ONLY
       MOVE 'SAMPLE RESULTS ARE CLOSED - NO CHANGES' TO GX-SMPL-MSG
       GO TO GX-SMPL-APPLY-OPTION-DONE
    END-IF
    MOVE 'C' TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       MOVE 'NOT AUTHORIZED TO REVIEW THE AUDIT SAMPLE'
         TO GX-SMPL-MSG
       GO TO GX-SMPL-APPLY-OPTION-DONE
    END-IF
    IF AUDSMPL-USER = GX-MSGLOG-USER
       MOVE 'A POSTING MAY NOT BE REVIEWED BY THE USER WHO MADE IT'
         TO GX-SMPL-MSG
       GO TO GX-SMPL-APPLY-OPTION-DONE
    END-IF
    IF SSOPT OF GXSMPLSR-I = '6' AND
       SSCMT OF GXSMPLSR-I = SPACES
       MOVE 'KEY THE COMMENT THAT EXPLAINS THE EXCEPTION'
         TO GX-SMPL-MSG
       GO TO GX-SMPL-APPLY-OPTION-DONE
    END-IF
    IF SSOPT OF GXSMPLSR-I = '1'
       MOVE 'P' TO GX-SMPL-NEW-RESULT
    ELSE
       MOVE 'E' TO GX-SMPL-NEW-RESULT
    END-IF
    PERFORM GX-CHGH-CLEAR
    MOVE 'AUDSMPL'       TO GX-CHGH-FILE
    MOVE AUDSMPL-COMPANY TO GX-SMPL-HK-COMPANY
    MOVE AUDSMPL-PERIOD  TO GX-SMPL-HK-PERIOD
    MOVE AUDSMPL-SEQ     TO GX-SMPL-HK-SEQ
    MOVE GX-SMPL-HKEY    TO GX-CHGH-KEY
    MOVE 'U'             TO GX-CHGH-ACTION
    MOVE 'RESULT'           TO GX-CHGH-FIELD
    MOVE AUDSMPL-RESULT     TO GX-CHGH-OLDVAL
    MOVE GX-SMPL-NEW-RESULT TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
    MOVE GX-SMPL-NEW-RESULT TO AUDSMPL-RESULT
    IF SSCMT OF GXSMPLSR-I NOT = AUDSMPL-COMMENT
       MOVE 'COMMENT'           TO GX-CHGH-FIELD
       MOVE AUDSMPL-COMMENT     TO GX-CHGH-OLDVAL
       MOVE SSCMT OF GXSMPLSR-I TO GX-CHGH-NEWVAL
       PERFORM GX-CHGH-QUEUE
       MOVE SSCMT OF GXSMPLSR-I TO AUDSMPL-COMMENT
    END-IF
    MOVE GX-MSGLOG-USER TO AUDSMPL-REVIEW-BY
    MOVE GX-AUDIT-TS    TO AUDSMPL-REVIEW-TS
    REWRITE AUDSMPL-RECORD
       INVALID KEY
          PERFORM GX-CHGH-CLEAR
          MOVE 'SAMPLE LINE COULD NOT BE UPDATED' TO GX-SMPL-MSG
          GO TO GX-SMPL-APPLY-OPTION-DONE
    END-REWRITE
    PERFORM GX-CHGH-FLUSH
    IF AUDSMPL-PASSED
       MOVE 'SAMPLE LINE PASSED' TO GX-SMPL-MSG
    ELSE
       MOVE 'EXCEPTION RECORDED' TO GX-SMPL-MSG
    END-IF.

GX-SMPL-APPLY-OPTION-DONE.
    EXIT.

*> THE POSTING'S OWN HISTORY OR DOCUMENTS, IN THE WINDOWS EVERY
*> OTHER SCREEN OPENS FOR THEM.  THE WINDOW'S LAST KEY IS NOT
*> CARRIED BACK, SO F3 THERE RETURNS HERE RATHER THAN LEAVING
GX-SMPL-SHOW-WINDOW.

    IF GX-SMPL-SHOW-TRAIL
       MOVE 'POSTSTG'    TO GX-CHGH-INQ-FILE
       MOVE GX-SMPL-PKEY TO GX-CHGH-INQ-KEY
       PERFORM GX-CHGH-INQ-LOAD
           THRU GX-CHGH-INQ-LOAD-EXIT
       MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
       SET  DISPLAY-SFLCTL     TO TRUE
       SET  DISPLAY-SFL        TO TRUE
       SET  SFL-END            TO TRUE
       MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
       WRITE GX-CRT-RECORD
             FORMAT IS 'GXCHGICR'
             INDICATORS ARE GX-INDICATORS
       PERFORM READ-SCREEN
       SET WS-KEY-ENTER TO TRUE
    END-IF
    IF GX-SMPL-SHOW-ATTACH
       MOVE 'POSTSTG'    TO GX-ATTL-FILE
       MOVE GX-SMPL-PKEY TO GX-ATTL-RECKEY
       PERFORM GX-ATTL-SHOW
       SET WS-KEY-ENTER TO TRUE
    END-IF
    SET GX-SMPL-SHOW-NONE TO TRUE.
