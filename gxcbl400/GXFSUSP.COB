*> REJECT SUSPENSE WORKBENCH.  THE PENDING SUSPENSE ROWS - OPEN,
*> CORRECTED AND QUEUED - ARE LISTED BY SOURCE (THE CONTROL LINE
*> NARROWS TO ONE SOURCE, BLANK FOR ALL) WITH THE REASON, THE VALUE
*> THAT FAILED AND THE AGE IN BUSINESS DAYS.  OPTION 2 CORRECTS A
*> VALUE IN PLACE: A DELIMITED IMPORT ROW BY COLUMN NUMBER (THE
*> FAILING COLUMN WHEN NONE IS KEYED), A FIXED-POSITION PARTNER
*> RECORD BY POSITION AND LENGTH.  OPTION 6 QUEUES THE ROW FOR
*> SUSPRSUB, WHICH RESUBMITS THE QUEUED ROWS AS A NEW BATCH THROUGH
*> GXINGATE AND THE IMPORT'S OWN EDITS; OPTION 4 WRITES THE ROW OFF.
*> EVERY ACTION TAKES THE SECAUTH C GRANT AND EVERY CHANGE, VALUE OR
*> STATUS, IS QUEUED AND FLUSHED TO CHGHIST THROUGH GXFCHGH ONCE THE
*> ROW IS REWRITTEN.
GX-SUSP-WORKBENCH.

    MOVE SPACES TO GX-SUSP-MSG
    MOVE SPACES TO GX-SUSP-SOURCE
    PERFORM GX-SUSP-LOAD
        THRU GX-SUSP-LOAD-EXIT
    PERFORM GX-SUSP-CONVERSE
        UNTIL WS-KEY-F3.

GX-SUSP-CONVERSE.

    MOVE GX-SUSP-SOURCE     TO SCSRC OF GXSUSPCR-O
    MOVE GX-SUSP-MSG        TO SCMSG OF GXSUSPCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXSUSPCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-SUSP-MSG
    IF WS-KEY-ENTER
       PERFORM GX-SUSP-PROCESS-SELECTIONS
       MOVE SCSRC OF GXSUSPCR-I TO GX-SUSP-SOURCE
       PERFORM GX-SUSP-LOAD
           THRU GX-SUSP-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-SUSP-LOAD
           THRU GX-SUSP-LOAD-EXIT
    END-IF.

GX-SUSP-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXSUSPCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE LOW-VALUES     TO SUSPENSE-KEY
    MOVE GX-SUSP-SOURCE TO SUSPENSE-SOURCE
    START SUSPENSE KEY NOT LESS SUSPENSE-KEY
       INVALID KEY
          GO TO GX-SUSP-LOAD-EXIT
    END-START
    SET GX-SUSP-NOT-EOF TO TRUE
    PERFORM GX-SUSP-LOAD-ONE
        THRU GX-SUSP-LOAD-ONE-EXIT
        UNTIL GX-SUSP-EOF.

GX-SUSP-LOAD-EXIT.
    EXIT.

GX-SUSP-LOAD-ONE.

    READ SUSPENSE NEXT RECORD
       AT END
          SET GX-SUSP-EOF TO TRUE
          GO TO GX-SUSP-LOAD-ONE-EXIT
    END-READ
    IF GX-SUSP-SOURCE NOT = SPACES AND
       SUSPENSE-SOURCE NOT = GX-SUSP-SOURCE
       SET GX-SUSP-EOF TO TRUE
       GO TO GX-SUSP-LOAD-ONE-EXIT
    END-IF
    IF NOT SUSPENSE-PENDING
       GO TO GX-SUSP-LOAD-ONE-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO SSOPT OF GXSUSPSR-O
    MOVE SUSPENSE-SOURCE    TO SSSRC OF GXSUSPSR-O
    MOVE SUSPENSE-REF       TO SSREF OF GXSUSPSR-O
    MOVE SUSPENSE-BATCH     TO SSBAT OF GXSUSPSR-O
    MOVE SUSPENSE-ROWNBR    TO SSROW OF GXSUSPSR-O
    MOVE SUSPENSE-STATUS    TO SSST  OF GXSUSPSR-O
    MOVE SUSPENSE-AGE       TO SSAGE OF GXSUSPSR-O
    MOVE SUSPENSE-MSGID     TO SSMID OF GXSUSPSR-O
    MOVE SUSPENSE-REASON    TO SSRSN OF GXSUSPSR-O
    MOVE SUSPENSE-COLNBR    TO SSCOL OF GXSUSPSR-O
    MOVE SUSPENSE-LINE      TO SSLIN OF GXSUSPSR-O
    MOVE SPACES             TO SSCUR OF GXSUSPSR-O
    IF SUSPENSE-DELIM NOT = SPACE AND SUSPENSE-COLNBR > 0
       MOVE SUSPENSE-COLNBR TO GX-SUSP-COL
       PERFORM GX-SUSP-FIND-COLUMN
           THRU GX-SUSP-FIND-COLUMN-EXIT
       IF GX-SUSP-COL-FOUND AND GX-SUSP-END > GX-SUSP-START
          COMPUTE GX-SUSP-LEN = GX-SUSP-END - GX-SUSP-START
          IF GX-SUSP-LEN > 40
             MOVE 40 TO GX-SUSP-LEN
          END-IF
          MOVE SUSPENSE-LINE (GX-SUSP-START:GX-SUSP-LEN)
            TO SSCUR OF GXSUSPSR-O
       END-IF
    END-IF
    MOVE SUSPENSE-COLNBR    TO SSECL OF GXSUSPSR-O
    MOVE ZEROES             TO SSPOS OF GXSUSPSR-O
    MOVE ZEROES             TO SSLEN OF GXSUSPSR-O
    MOVE SPACES             TO SSVAL OF GXSUSPSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXSUSPSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-SUSP-LOAD-ONE-EXIT.
    EXIT.

GX-SUSP-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXSUSPSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-SUSP-APPLY-OPTION
              THRU GX-SUSP-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

GX-SUSP-APPLY-OPTION.

    IF SSOPT OF GXSUSPSR-I NOT = '2' AND
       SSOPT OF GXSUSPSR-I NOT = '4' AND
       SSOPT OF GXSUSPSR-I NOT = '6'
       IF SSOPT OF GXSUSPSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-SUSP-MSG
       END-IF
       GO TO GX-SUSP-APPLY-OPTION-DONE
    END-IF
    MOVE 'C' TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       MOVE 'NOT AUTHORIZED TO WORK THE SUSPENSE' TO GX-SUSP-MSG
       GO TO GX-SUSP-APPLY-OPTION-DONE
    END-IF
    MOVE SSSRC OF GXSUSPSR-I TO SUSPENSE-SOURCE
    MOVE SSREF OF GXSUSPSR-I TO SUSPENSE-REF
    MOVE SSBAT OF GXSUSPSR-I TO SUSPENSE-BATCH
    MOVE SSROW OF GXSUSPSR-I TO SUSPENSE-ROWNBR
    READ SUSPENSE RECORD
       INVALID KEY
          MOVE 'SUSPENSE ROW NO LONGER ON FILE' TO GX-SUSP-MSG
          GO TO GX-SUSP-APPLY-OPTION-DONE
    END-READ
    IF NOT SUSPENSE-PENDING
       MOVE 'ROW ALREADY RESUBMITTED OR WRITTEN OFF' TO GX-SUSP-MSG
       GO TO GX-SUSP-APPLY-OPTION-DONE
    END-IF
    PERFORM GX-CHGH-CLEAR
    MOVE 'SUSPENSE'           TO GX-CHGH-FILE
    MOVE SUSPENSE-SOURCE (1:1) TO GX-SUSP-HK-SRC
    MOVE SUSPENSE-BATCH (1:10) TO GX-SUSP-HK-DATE
    MOVE SUSPENSE-BATCH (12:8) TO GX-SUSP-HK-TIME
    MOVE SUSPENSE-ROWNBR      TO GX-SUSP-HK-ROW
    MOVE GX-SUSP-HKEY         TO GX-CHGH-KEY
    MOVE 'U'                  TO GX-CHGH-ACTION
    EVALUATE SSOPT OF GXSUSPSR-I
       WHEN '2'
          PERFORM GX-SUSP-CORRECT
             THRU GX-SUSP-CORRECT-EXIT
          IF GX-CHGH-QCNT = 0
             GO TO GX-SUSP-APPLY-OPTION-DONE
          END-IF
          IF SUSPENSE-OPEN
             MOVE 'C' TO GX-SUSP-NEW-ST
             PERFORM GX-SUSP-QUEUE-STATUS
          END-IF
          ADD 1 TO SUSPENSE-EDITS
          MOVE 'VALUE CORRECTED' TO GX-SUSP-MSG
       WHEN '6'
          IF SUSPENSE-QUEUED
             MOVE 'ROW IS ALREADY QUEUED' TO GX-SUSP-MSG
             GO TO GX-SUSP-APPLY-OPTION-DONE
          END-IF
          MOVE 'Q' TO GX-SUSP-NEW-ST
          PERFORM GX-SUSP-QUEUE-STATUS
          MOVE 'QUEUED FOR RESUBMISSION' TO GX-SUSP-MSG
       WHEN '4'
          MOVE 'W' TO GX-SUSP-NEW-ST
          PERFORM GX-SUSP-QUEUE-STATUS
          MOVE 'ROW WRITTEN OFF' TO GX-SUSP-MSG
    END-EVALUATE
    MOVE GX-MSGLOG-USER TO SUSPENSE-LAST-BY
    MOVE GX-AUDIT-TS    TO SUSPENSE-LAST-TS
    REWRITE SUSPENSE-RECORD
       INVALID KEY
          PERFORM GX-CHGH-CLEAR
          MOVE 'SUSPENSE ROW COULD NOT BE UPDATED' TO GX-SUSP-MSG
          GO TO GX-SUSP-APPLY-OPTION-DONE
    END-REWRITE
    PERFORM GX-CHGH-FLUSH.

GX-SUSP-APPLY-OPTION-DONE.
    EXIT.

*> A STATUS MOVE IS HISTORY TOO - FIELD STATUS, OLD AND NEW CODE
GX-SUSP-QUEUE-STATUS.

    MOVE 'STATUS'        TO GX-CHGH-FIELD
    MOVE SUSPENSE-STATUS TO GX-CHGH-OLDVAL
    MOVE GX-SUSP-NEW-ST  TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
    MOVE GX-SUSP-NEW-ST  TO SUSPENSE-STATUS.

*> THE CORRECTION ITSELF.  A DELIMITED ROW IS SPLICED AT THE KEYED
*> COLUMN (QUOTED WHEN THE NEW VALUE CARRIES THE DELIMITER); A FIXED
*> RECORD IS OVERLAID AT THE KEYED POSITION.  NOTHING IS QUEUED TO
*> CHGHIST WHEN THE VALUE CANNOT BE PLACED
GX-SUSP-CORRECT.

    MOVE SSVAL OF GXSUSPSR-I TO GX-SUSP-VALUE
    MOVE 40 TO GX-SUSP-VLEN
    PERFORM UNTIL GX-SUSP-VLEN = 0 OR
                  GX-SUSP-VALUE (GX-SUSP-VLEN:1) NOT = SPACE
       SUBTRACT 1 FROM GX-SUSP-VLEN
    END-PERFORM
    IF SUSPENSE-DELIM = SPACE
       PERFORM GX-SUSP-CORRECT-FIXED
          THRU GX-SUSP-CORRECT-FIXED-EXIT
    ELSE
       PERFORM GX-SUSP-CORRECT-COLUMN
          THRU GX-SUSP-CORRECT-COLUMN-EXIT
    END-IF.

GX-SUSP-CORRECT-EXIT.
    EXIT.

GX-SUSP-CORRECT-FIXED.

    IF SSPOS OF GXSUSPSR-I = 0 OR SSLEN OF GXSUSPSR-I = 0 OR
       SSLEN OF GXSUSPSR-I > 40 OR
       SSPOS OF GXSUSPSR-I + SSLEN OF GXSUSPSR-I > 513
       MOVE 'KEY A POSITION AND A LENGTH OF 1 TO 40' TO GX-SUSP-MSG
       GO TO GX-SUSP-CORRECT-FIXED-EXIT
    END-IF
    MOVE SSPOS OF GXSUSPSR-I TO GX-SUSP-START
    MOVE SSLEN OF GXSUSPSR-I TO GX-SUSP-LEN
    MOVE SPACES TO GX-SUSP-OLD
    MOVE SUSPENSE-LINE (GX-SUSP-START:GX-SUSP-LEN) TO GX-SUSP-OLD
    MOVE GX-SUSP-VALUE (1:GX-SUSP-LEN)
      TO SUSPENSE-LINE (GX-SUSP-START:GX-SUSP-LEN)
    MOVE 'POS'           TO GX-SUSP-HF-KIND
    MOVE GX-SUSP-START   TO GX-SUSP-HF-NBR
    MOVE GX-SUSP-HFIELD  TO GX-CHGH-FIELD
    MOVE GX-SUSP-OLD     TO GX-CHGH-OLDVAL
    MOVE GX-SUSP-VALUE   TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE.

GX-SUSP-CORRECT-FIXED-EXIT.
    EXIT.

GX-SUSP-CORRECT-COLUMN.

    MOVE SSECL OF GXSUSPSR-I TO GX-SUSP-COL
    IF GX-SUSP-COL = 0
       MOVE SUSPENSE-COLNBR TO GX-SUSP-COL
    END-IF
    IF GX-SUSP-COL = 0
       MOVE 'KEY THE COLUMN NUMBER TO CORRECT' TO GX-SUSP-MSG
       GO TO GX-SUSP-CORRECT-COLUMN-EXIT
    END-IF
    PERFORM GX-SUSP-FIND-COLUMN
        THRU GX-SUSP-FIND-COLUMN-EXIT
    IF GX-SUSP-COL-MISSING
       MOVE 'ROW HAS NO SUCH COLUMN' TO GX-SUSP-MSG
       GO TO GX-SUSP-CORRECT-COLUMN-EXIT
    END-IF
    PERFORM VARYING GX-SUSP-I FROM 1 BY 1
            UNTIL GX-SUSP-I > GX-SUSP-VLEN
       IF GX-SUSP-VALUE (GX-SUSP-I:1) = '"'
          MOVE 'A CORRECTED VALUE CANNOT CONTAIN A QUOTE'
            TO GX-SUSP-MSG
          GO TO GX-SUSP-CORRECT-COLUMN-EXIT
       END-IF
    END-PERFORM
    MOVE SPACES TO GX-SUSP-OLD
    IF GX-SUSP-END > GX-SUSP-START
       COMPUTE GX-SUSP-LEN = GX-SUSP-END - GX-SUSP-START
       IF GX-SUSP-LEN > 40
          MOVE 40 TO GX-SUSP-LEN
       END-IF
       MOVE SUSPENSE-LINE (GX-SUSP-START:GX-SUSP-LEN) TO GX-SUSP-OLD
    END-IF
*> SPLICE: WHAT CAME BEFORE THE COLUMN, THE NEW VALUE, THEN
*> EVERYTHING FROM THE FOLLOWING DELIMITER ON
    MOVE SPACES TO GX-SUSP-WORK
    MOVE 1 TO GX-SUSP-PTR
    IF GX-SUSP-START > 1
       COMPUTE GX-SUSP-LEN = GX-SUSP-START - 1
       STRING SUSPENSE-LINE (1:GX-SUSP-LEN) DELIMITED BY SIZE
              INTO GX-SUSP-WORK
              POINTER GX-SUSP-PTR
    END-IF
    MOVE 0 TO GX-SUSP-I
    IF GX-SUSP-VLEN > 0
       INSPECT GX-SUSP-VALUE (1:GX-SUSP-VLEN)
               TALLYING GX-SUSP-I FOR ALL SUSPENSE-DELIM
    END-IF
    IF GX-SUSP-I > 0
       STRING '"' GX-SUSP-VALUE (1:GX-SUSP-VLEN) '"'
              DELIMITED BY SIZE
              INTO GX-SUSP-WORK
              POINTER GX-SUSP-PTR
    ELSE
       IF GX-SUSP-VLEN > 0
          STRING GX-SUSP-VALUE (1:GX-SUSP-VLEN) DELIMITED BY SIZE
                 INTO GX-SUSP-WORK
                 POINTER GX-SUSP-PTR
       END-IF
    END-IF
    IF GX-SUSP-END NOT > 512
       COMPUTE GX-SUSP-LEN = 513 - GX-SUSP-END
       STRING SUSPENSE-LINE (GX-SUSP-END:GX-SUSP-LEN)
              DELIMITED BY SIZE
              INTO GX-SUSP-WORK
              POINTER GX-SUSP-PTR
              ON OVERFLOW
                 MOVE 'CORRECTED ROW WOULD BE LONGER THAN 512'
                   TO GX-SUSP-MSG
                 GO TO GX-SUSP-CORRECT-COLUMN-EXIT
       END-STRING
    END-IF
    MOVE GX-SUSP-WORK    TO SUSPENSE-LINE
    MOVE 'COL'           TO GX-SUSP-HF-KIND
    MOVE GX-SUSP-COL     TO GX-SUSP-HF-NBR
    MOVE GX-SUSP-HFIELD  TO GX-CHGH-FIELD
    MOVE GX-SUSP-OLD     TO GX-CHGH-OLDVAL
    MOVE GX-SUSP-VALUE   TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE.

GX-SUSP-CORRECT-COLUMN-EXIT.
    EXIT.

*> GX-SUSP-COL IN; GX-SUSP-START AND GX-SUSP-END (THE POSITION OF
*> THE DELIMITER AFTER THE COLUMN, OR ONE PAST THE LAST NON-BLANK
*> BYTE FOR THE LAST COLUMN) OUT.  QUOTED DELIMITERS DO NOT SPLIT,
*> THE SAME RULE CSVIMPRT PARSES BY
GX-SUSP-FIND-COLUMN.

    SET GX-SUSP-COL-MISSING TO TRUE
    MOVE 512 TO GX-SUSP-LAST
    PERFORM UNTIL GX-SUSP-LAST = 0 OR
                  SUSPENSE-LINE (GX-SUSP-LAST:1) NOT = SPACE
       SUBTRACT 1 FROM GX-SUSP-LAST
    END-PERFORM
    MOVE 1 TO GX-SUSP-CUR-COL
    MOVE 1 TO GX-SUSP-START
    SET GX-SUSP-NOT-IN-QUOTES TO TRUE
    PERFORM VARYING GX-SUSP-I FROM 1 BY 1
            UNTIL GX-SUSP-I > GX-SUSP-LAST OR GX-SUSP-COL-FOUND
       EVALUATE TRUE
          WHEN SUSPENSE-LINE (GX-SUSP-I:1) = '"'
             IF GX-SUSP-IN-QUOTES
                SET GX-SUSP-NOT-IN-QUOTES TO TRUE
             ELSE
                SET GX-SUSP-IN-QUOTES TO TRUE
             END-IF
          WHEN SUSPENSE-LINE (GX-SUSP-I:1) = SUSPENSE-DELIM AND
               GX-SUSP-NOT-IN-QUOTES
             IF GX-SUSP-CUR-COL = GX-SUSP-COL
                MOVE GX-SUSP-I TO GX-SUSP-END
                SET GX-SUSP-COL-FOUND TO TRUE
             ELSE
                ADD 1 TO GX-SUSP-CUR-COL
                COMPUTE GX-SUSP-START = GX-SUSP-I + 1
             END-IF
       END-EVALUATE
    END-PERFORM
    IF GX-SUSP-COL-MISSING AND GX-SUSP-CUR-COL = GX-SUSP-COL
       COMPUTE GX-SUSP-END = GX-SUSP-LAST + 1
       IF GX-SUSP-END < GX-SUSP-START
          MOVE GX-SUSP-START TO GX-SUSP-END
       END-IF
       SET GX-SUSP-COL-FOUND TO TRUE
    END-IF.

GX-SUSP-FIND-COLUMN-EXIT.
    EXIT.
