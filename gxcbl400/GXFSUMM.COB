*> PRE-AGGREGATED SUMMARIES FOR THE HEAVY INQUIRIES.  A DETAIL
*> FILE WITH A SUMDEF DEFINITION HAS ITS CONTROL-BREAK TOTALS
*> REBUILT EACH NIGHT BY SUMBUILD INTO SUMMARY.  THE GENERATED
*> PROGRAM FOR SUCH A FILE TURNS ON GX-SUMM-ACTIVE, NAMES THE FILE
*> IN GX-SUMM-FILE AND FILLS THE OLD AND NEW BREAK AND AMOUNT.
*> GX-SUMM-APPLY RUNS AFTER A GOOD WRITE FROM THE GX400-57 INSERT
*> CHAIN AND AFTER A GOOD REWRITE OR DELETE FROM THE GX400-58
*> UPDATE CHAIN - WHICH IS ALSO THE PATH A DEFERRED CHANGE TAKES
*> WHEN GX-FUTC-APPLY-DUE REPLAYS IT - SO THE DAY'S ACTIVITY IS IN
*> THE TOTALS AS IT HAPPENS.  A CHANGE DEFERRED TO A LATER DATE
*> TOUCHES THE TOTALS ONLY WHEN IT IS APPLIED.  THE INQUIRY
*> TAKES ITS TOTAL FROM GX-SUMM-READ (CC400-07) AND WALKS THE
*> DETAIL ONLY WHEN THE FILE HAS NO SUMMARY YET.  SUMPROOF PROVES
*> THE TOTALS AGAINST THE DETAIL BEFORE EACH REBUILD.
GX-SUMM-APPLY.

    MOVE V-FS TO GX-SUMM-SAVE-FS
    PERFORM GX-SUMM-CHECK-BUILT
        THRU GX-SUMM-CHECK-BUILT-EXIT
    IF GX-SUMM-NOT-BUILT
       GO TO GX-SUMM-APPLY-END
    END-IF

*> A CHANGE TAKES THE OLD IMAGE OUT OF ITS BREAK AND PUTS THE NEW
*> ONE INTO ITS OWN, SO A ROW MOVED TO ANOTHER LINE OR PERIOD
*> LEAVES THE FIRST AND ARRIVES IN THE SECOND
    IF NOT INSRCD
       MOVE GX-SUMM-OLD-COMPANY TO GX-SUMM-POST-COMPANY
       MOVE GX-SUMM-OLD-PERIOD  TO GX-SUMM-POST-PERIOD
       MOVE GX-SUMM-OLD-LINE    TO GX-SUMM-POST-LINE
       COMPUTE GX-SUMM-POST-AMOUNT = 0 - GX-SUMM-OLD-AMOUNT
       MOVE -1                  TO GX-SUMM-POST-COUNT
       PERFORM GX-SUMM-POST
           THRU GX-SUMM-POST-EXIT
    END-IF
    IF NOT DELRCD
       MOVE GX-SUMM-NEW-COMPANY TO GX-SUMM-POST-COMPANY
       MOVE GX-SUMM-NEW-PERIOD  TO GX-SUMM-POST-PERIOD
       MOVE GX-SUMM-NEW-LINE    TO GX-SUMM-POST-LINE
       MOVE GX-SUMM-NEW-AMOUNT  TO GX-SUMM-POST-AMOUNT
       MOVE 1                   TO GX-SUMM-POST-COUNT
       PERFORM GX-SUMM-POST
           THRU GX-SUMM-POST-EXIT
    END-IF.

GX-SUMM-APPLY-END.
    MOVE GX-SUMM-SAVE-FS TO V-FS.

GX-SUMM-APPLY-EXIT.
    EXIT.

*> ONE DELTA INTO ONE ROW.  A BREAK WITH NO ROW YET STARTS AT
*> ZERO - THE REBUILD WROTE EVERY BREAK THAT HAD DETAIL.  A ROW
*> THAT CANNOT BE WRITTEN IS LEFT FOR SUMPROOF TO FLAG AND THE
*> NEXT REBUILD TO PUT RIGHT; THE DETAIL POSTING ITSELF STANDS
GX-SUMM-POST.

    MOVE GX-SUMM-FILE         TO SUMMARY-FILE
    MOVE GX-SUMM-POST-COMPANY TO SUMMARY-COMPANY
    MOVE GX-SUMM-POST-PERIOD  TO SUMMARY-PERIOD
    MOVE GX-SUMM-POST-LINE    TO SUMMARY-LINE
    READ SUMMARY RECORD
       INVALID KEY
          MOVE 0           TO SUMMARY-AMOUNT
          MOVE 0           TO SUMMARY-COUNT
          MOVE SPACES      TO SUMMARY-BUILT-TS
          MOVE 0           TO SUMMARY-DAY-CHANGES
          ADD  GX-SUMM-POST-AMOUNT TO SUMMARY-AMOUNT
          ADD  GX-SUMM-POST-COUNT  TO SUMMARY-COUNT
          ADD  1           TO SUMMARY-DAY-CHANGES
          MOVE GX-AUDIT-TS TO SUMMARY-CHANGED-TS
          WRITE SUMMARY-RECORD
             INVALID KEY
                CONTINUE
          END-WRITE
          GO TO GX-SUMM-POST-EXIT
    END-READ
    ADD  GX-SUMM-POST-AMOUNT TO SUMMARY-AMOUNT
    ADD  GX-SUMM-POST-COUNT  TO SUMMARY-COUNT
    ADD  1           TO SUMMARY-DAY-CHANGES
    MOVE GX-AUDIT-TS TO SUMMARY-CHANGED-TS
    REWRITE SUMMARY-RECORD
       INVALID KEY
          CONTINUE
    END-REWRITE.

GX-SUMM-POST-EXIT.
    EXIT.

GX-SUMM-CHECK-BUILT.

    SET  GX-SUMM-NOT-BUILT  TO TRUE
    MOVE GX-SUMM-FILE       TO SUMMARY-FILE
    MOVE SPACES             TO SUMMARY-COMPANY
    MOVE 0                  TO SUMMARY-PERIOD
    MOVE GX-SUMM-BUILT-LINE TO SUMMARY-LINE
    READ SUMMARY RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET GX-SUMM-BUILT TO TRUE
    END-READ.

GX-SUMM-CHECK-BUILT-EXIT.
    EXIT.

*> THE INQUIRY'S TOTAL FOR ONE BREAK.  ON A BUILT FILE A BREAK
*> WITHOUT A ROW HAS NO DETAIL AND ANSWERS ZERO; ON A FILE NEVER
*> BUILT GX-SUMM-NOT-FOUND SENDS THE CALLER BACK TO THE DETAIL
GX-SUMM-READ.

    MOVE V-FS TO GX-SUMM-SAVE-FS
    SET  GX-SUMM-NOT-FOUND TO TRUE
    MOVE 0 TO GX-SUMM-TOTAL
    MOVE 0 TO GX-SUMM-ROWS
    PERFORM GX-SUMM-CHECK-BUILT
        THRU GX-SUMM-CHECK-BUILT-EXIT
    IF GX-SUMM-NOT-BUILT
       GO TO GX-SUMM-READ-END
    END-IF
    SET  GX-SUMM-FOUND TO TRUE
    MOVE GX-SUMM-FILE        TO SUMMARY-FILE
    MOVE GX-SUMM-INQ-COMPANY TO SUMMARY-COMPANY
    MOVE GX-SUMM-INQ-PERIOD  TO SUMMARY-PERIOD
    MOVE GX-SUMM-INQ-LINE    TO SUMMARY-LINE
    READ SUMMARY RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE SUMMARY-AMOUNT TO GX-SUMM-TOTAL
          MOVE SUMMARY-COUNT  TO GX-SUMM-ROWS
    END-READ.

GX-SUMM-READ-END.
    MOVE GX-SUMM-SAVE-FS TO V-FS.

GX-SUMM-READ-EXIT.
    EXIT.
