*> INBOUND MATCH REVIEW.  THE PROPOSALS INBMATCH COULD NOT SETTLE ON
*> ITS OWN - A REFERENCE HIT FOR A DIFFERENT AMOUNT, AN AMOUNT AND
*> DATE WITHIN TOLERANCE, A PATTERN HIT ON THE PARTNER'S REFERENCE -
*> ARE LISTED WITH THE ITEM AND THE PROPOSED DOCUMENT SIDE BY SIDE.
*> OPTION 2 CONFIRMS AND SETTLES THE DOCUMENT, OPTION 4 REJECTS AND
*> SENDS THE ITEM BACK FOR THE NEXT RUN WITHOUT THAT DOCUMENT.  BOTH
*> TAKE THE SECAUTH C GRANT ON THE REVIEW PROGRAM AND ARE LOGGED TO
*> AUDITLOG AS *MATCH.
GX-MTCH-REVIEW.

    MOVE SPACES TO GX-MTCH-MSG
    PERFORM GX-MTCH-LOAD
        THRU GX-MTCH-LOAD-EXIT
    PERFORM GX-MTCH-CONVERSE
        UNTIL WS-KEY-F3.

GX-MTCH-CONVERSE.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXMTCHCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-ENTER
       PERFORM GX-MTCH-PROCESS-SELECTIONS
       PERFORM GX-MTCH-LOAD
           THRU GX-MTCH-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-MTCH-LOAD
           THRU GX-MTCH-LOAD-EXIT
    END-IF.

GX-MTCH-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXMTCHCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE LOW-VALUES TO MATCHITM-KEY
    START MATCHITM KEY NOT LESS MATCHITM-KEY
       INVALID KEY
          GO TO GX-MTCH-LOAD-EXIT
    END-START
    SET GX-MTCH-NOT-EOF TO TRUE
    PERFORM GX-MTCH-LOAD-ONE
        THRU GX-MTCH-LOAD-ONE-EXIT
        UNTIL GX-MTCH-EOF.

GX-MTCH-LOAD-EXIT.
    EXIT.

GX-MTCH-LOAD-ONE.

    READ MATCHITM NEXT RECORD
       AT END
          SET GX-MTCH-EOF TO TRUE
          GO TO GX-MTCH-LOAD-ONE-EXIT
    END-READ
    IF NOT MATCHITM-PROPOSED
       GO TO GX-MTCH-LOAD-ONE-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES                TO MTOPT OF GXMTCHSR-O
    MOVE MATCHITM-FILE         TO MTFIL OF GXMTCHSR-O
    MOVE MATCHITM-SEQ          TO MTSEQ OF GXMTCHSR-O
    MOVE MATCHITM-PARTNER      TO MTPTN OF GXMTCHSR-O
    IF MATCHITM-OUR-REF NOT = SPACES
       MOVE MATCHITM-OUR-REF     TO MTREF OF GXMTCHSR-O
    ELSE
       MOVE MATCHITM-PARTNER-REF TO MTREF OF GXMTCHSR-O
    END-IF
    MOVE MATCHITM-ITEM-DATE    TO MTDTE OF GXMTCHSR-O
    MOVE MATCHITM-AMOUNT       TO MTAMT OF GXMTCHSR-O
    MOVE MATCHITM-METHOD       TO MTMTH OF GXMTCHSR-O
    MOVE MATCHITM-CAND-DOCNBR  TO MTDOC OF GXMTCHSR-O
    MOVE MATCHITM-CAND-AMOUNT  TO MTDAM OF GXMTCHSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXMTCHSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-MTCH-LOAD-ONE-EXIT.
    EXIT.

GX-MTCH-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXMTCHSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-MTCH-APPLY-OPTION
              THRU GX-MTCH-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

GX-MTCH-APPLY-OPTION.

    IF MTOPT OF GXMTCHSR-I NOT = '2' AND
       MTOPT OF GXMTCHSR-I NOT = '4'
       IF MTOPT OF GXMTCHSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-MTCH-MSG
       END-IF
       GO TO GX-MTCH-APPLY-OPTION-DONE
    END-IF
    MOVE 'C' TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       MOVE 'NOT AUTHORIZED TO DECIDE MATCHES' TO GX-MTCH-MSG
       GO TO GX-MTCH-APPLY-OPTION-DONE
    END-IF
    MOVE MTFIL OF GXMTCHSR-I TO MATCHITM-FILE
    MOVE MTSEQ OF GXMTCHSR-I TO MATCHITM-SEQ
    READ MATCHITM RECORD
       INVALID KEY
          GO TO GX-MTCH-APPLY-OPTION-DONE
    END-READ
    IF NOT MATCHITM-PROPOSED
       MOVE 'ITEM NO LONGER AWAITING REVIEW' TO GX-MTCH-MSG
       GO TO GX-MTCH-APPLY-OPTION-DONE
    END-IF
    IF MTOPT OF GXMTCHSR-I = '4'
       PERFORM GX-MTCH-REJECT
       GO TO GX-MTCH-APPLY-OPTION-DONE
    END-IF
*> A DOCUMENT SETTLED SINCE THE PROPOSAL CANNOT BE SETTLED AGAIN -
*> THE ITEM GOES BACK TO BE MATCHED AFRESH
    MOVE MATCHITM-CAND-SERIES TO DOCPOST-SERIES
    MOVE MATCHITM-CAND-NBR    TO DOCPOST-NBR
    READ DOCPOST RECORD
       INVALID KEY
          MOVE SPACES TO DOCPOST-OPEN-ST
    END-READ
    IF NOT DOCPOST-OPEN
       PERFORM GX-MTCH-REJECT
       MOVE 'DOCUMENT ALREADY SETTLED - ITEM RETURNED FOR MATCHING'
         TO GX-MTCH-MSG
       GO TO GX-MTCH-APPLY-OPTION-DONE
    END-IF
    MOVE MATCHITM-FILE      TO GX-MTCH-SB-FILE
    MOVE MATCHITM-SEQ       TO GX-MTCH-SB-SEQ
    SET  DOCPOST-SETTLED    TO TRUE
    MOVE GX-MTCH-SETTLED-BY TO DOCPOST-SETTLED-BY
    MOVE GX-AUDIT-TS        TO DOCPOST-SETTLED-TS
    REWRITE DOCPOST-RECORD
       INVALID KEY
          GO TO GX-MTCH-APPLY-OPTION-DONE
    END-REWRITE
    SET  MATCHITM-CONFIRMED TO TRUE
    MOVE GX-MSGLOG-USER     TO MATCHITM-DECIDED-BY
    MOVE GX-AUDIT-TS        TO MATCHITM-DECIDED-TS
    REWRITE MATCHITM-RECORD
       INVALID KEY
          GO TO GX-MTCH-APPLY-OPTION-DONE
    END-REWRITE
    MOVE 'CONFRM' TO GX-MTCH-OP
    PERFORM GX-MTCH-LOG
    MOVE 'MATCH CONFIRMED - DOCUMENT SETTLED' TO GX-MTCH-MSG.

GX-MTCH-APPLY-OPTION-DONE.
    EXIT.

GX-MTCH-REJECT.

    MOVE MATCHITM-CAND-SERIES TO MATCHITM-REJ-SERIES
    MOVE MATCHITM-CAND-NBR    TO MATCHITM-REJ-NBR
    SET  MATCHITM-UNMATCHED   TO TRUE
    MOVE SPACES               TO MATCHITM-METHOD
    MOVE SPACES               TO MATCHITM-CAND-SERIES
    MOVE 0                    TO MATCHITM-CAND-NBR
    MOVE SPACES               TO MATCHITM-CAND-DOCNBR
    MOVE 0                    TO MATCHITM-CAND-AMOUNT
    MOVE GX-MSGLOG-USER       TO MATCHITM-DECIDED-BY
    MOVE GX-AUDIT-TS          TO MATCHITM-DECIDED-TS
    REWRITE MATCHITM-RECORD
       INVALID KEY
          CONTINUE
    END-REWRITE
    MOVE 'REJECT' TO GX-MTCH-OP
    PERFORM GX-MTCH-LOG
    MOVE 'MATCH REJECTED - ITEM RETURNED FOR MATCHING' TO GX-MTCH-MSG.

*> THE DECISION GOES TO AUDITLOG UNDER *MATCH; THE OPERATION CODE
*> ARRIVES IN GX-MTCH-OP
GX-MTCH-LOG.

    MOVE GX-IO-XFI      TO GX-MTCH-SAVE-XFI
    MOVE GX-IO-OP       TO GX-MTCH-SAVE-OP
    MOVE V-FS           TO GX-MTCH-SAVE-FS
    MOVE '*MATCH'       TO GX-IO-XFI
    MOVE GX-MTCH-OP     TO GX-IO-OP
    MOVE '00'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-MTCH-SAVE-XFI TO GX-IO-XFI
    MOVE GX-MTCH-SAVE-OP  TO GX-IO-OP
    MOVE GX-MTCH-SAVE-FS  TO V-FS.

*> A SETTLEABLE DOCUMENT JUST POSTED BY THE INSERT CHAIN.  ITS
*> DOCPOST ROW GETS THE SETTLEMENT VIEW INBMATCH MATCHES AGAINST
*> AND IS OPENED; THE ROW IS WRITTEN HERE WHEN THE CHAIN HAS NOT
*> WRITTEN ONE.  A DOCUMENT ALREADY SETTLED IS NEVER REOPENED
GX-DOCP-OPEN.

    IF GX-DOCP-SERIES = SPACES
       GO TO GX-DOCP-OPEN-EXIT
    END-IF
    MOVE GX-DOCP-SERIES TO DOCPOST-SERIES
    MOVE GX-DOCP-NBR    TO DOCPOST-NBR
    READ DOCPOST RECORD
       INVALID KEY
          MOVE GX-AUDIT-TS TO DOCPOST-TS
          MOVE SPACES      TO DOCPOST-OPEN-ST
          MOVE SPACES      TO DOCPOST-SETTLED-BY
          MOVE SPACES      TO DOCPOST-SETTLED-TS
          PERFORM GX-DOCP-FILL
          WRITE DOCPOST-RECORD
             INVALID KEY CONTINUE
          END-WRITE
          GO TO GX-DOCP-OPEN-EXIT
    END-READ
    PERFORM GX-DOCP-FILL
    REWRITE DOCPOST-RECORD
       INVALID KEY CONTINUE
    END-REWRITE.

GX-DOCP-OPEN-EXIT.
    EXIT.

GX-DOCP-FILL.

    MOVE GX-DOCP-DOCNBR    TO DOCPOST-DOCNBR
    MOVE GX-DOCP-PARTNER   TO DOCPOST-PARTNER
    MOVE GX-DOCP-DOC-DATE  TO DOCPOST-DOC-DATE
    MOVE GX-DOCP-AMOUNT    TO DOCPOST-AMOUNT
    MOVE GX-DOCP-CURRENCY  TO DOCPOST-CURRENCY
    MOVE GX-DOCP-REFERENCE TO DOCPOST-REFERENCE
    IF NOT DOCPOST-SETTLED
       SET DOCPOST-OPEN TO TRUE
    END-IF.
