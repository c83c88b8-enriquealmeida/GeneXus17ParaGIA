*> FOLLOW-UP (TICKLER) TASKS.  A TASK IS ATTACHED TO A MASTER RECORD
*> THE WAY ATTLINK ATTACHES A DOCUMENT - BY (FILE, RECORD KEY) - AND
*> CARRIES AN ASSIGNEE, A DUE DATE, A PRIORITY AND FREE TEXT.  THE
*> MAINTENANCE SCREENS OPEN GX-TICK-SHOW FROM THEIR TASKS FUNCTION
*> KEY WITH GX-TICK-FILE AND GX-TICK-RECKEY SET, AS THEY DO
*> GX-ATTL-SHOW: KEYING TEXT ON THE CONTROL FORMAT ADDS A TASK, DUE
*> ON THE DATE KEYED OR THE NUMBER OF BUSINESS DAYS FROM TODAY
*> (WEEKENDS AND HOLCAL HOLIDAYS SKIPPED), AND OPTION 9 CLOSES ONE.
*> GX-TICK-MY-TASKS LISTS THE SIGNED-ON USER'S OPEN TASKS ACROSS
*> EVERY FILE, OVERDUE FIRST, WITH THE BUSINESS DAYS OVERDUE OR
*> STILL TO RUN.  A CLOSED TASK KEEPS WHO CLOSED IT AND WHEN.
*> THE TICKNTC MORNING STEP TURNS EACH USER'S DUE AND OVERDUE COUNT
*> INTO A NOTICE FOR GX-SHOW-NOTICES.
GX-TICK-SHOW.

    PERFORM GX-TODAY
    MOVE GX-TDAY-BUSDATE TO GX-TICK-TODAY
    MOVE SPACES TO GX-TICK-MSG
    PERFORM GX-TICK-CLEAR-NEW
    PERFORM GX-TICK-LOAD
        THRU GX-TICK-LOAD-EXIT
    PERFORM GX-TICK-CONVERSE
        UNTIL WS-KEY-F12 OR WS-KEY-F3.

GX-TICK-CONVERSE.

    MOVE GX-TICK-FILE         TO TCFIL OF GXTICKCR-O
    MOVE GX-TICK-RECKEY       TO TCKEY OF GXTICKCR-O
    MOVE GX-TICK-NEW-ASSIGNEE TO TCASG OF GXTICKCR-O
    MOVE GX-TICK-NEW-DUE      TO TCDUE OF GXTICKCR-O
    MOVE GX-TICK-NEW-DAYS     TO TCDAY OF GXTICKCR-O
    MOVE GX-TICK-NEW-PRIORITY TO TCPRI OF GXTICKCR-O
    MOVE GX-TICK-NEW-TEXT     TO TCTXT OF GXTICKCR-O
    MOVE GX-TICK-MSG          TO TCMSG OF GXTICKCR-O
    MOVE MISCELANEOUS-FLAGS   TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL       TO TRUE
    SET  DISPLAY-SFL          TO TRUE
    SET  SFL-END              TO TRUE
    MOVE SUBFILE-FLAGS        TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXTICKCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-TICK-MSG
    IF WS-KEY-ENTER
       MOVE TCASG OF GXTICKCR-I TO GX-TICK-NEW-ASSIGNEE
       MOVE TCDUE OF GXTICKCR-I TO GX-TICK-NEW-DUE
       MOVE TCDAY OF GXTICKCR-I TO GX-TICK-NEW-DAYS
       MOVE TCPRI OF GXTICKCR-I TO GX-TICK-NEW-PRIORITY
       MOVE TCTXT OF GXTICKCR-I TO GX-TICK-NEW-TEXT
       IF GX-TICK-NEW-TEXT NOT = SPACES
          PERFORM GX-TICK-ADD-TASK
              THRU GX-TICK-ADD-TASK-EXIT
       END-IF
       PERFORM GX-TICK-PROCESS-SELECTIONS
       PERFORM GX-TICK-LOAD
           THRU GX-TICK-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-TICK-LOAD
           THRU GX-TICK-LOAD-EXIT
    END-IF.

GX-TICK-CLEAR-NEW.

    MOVE SPACES TO GX-TICK-NEW-ASSIGNEE
    MOVE ZEROES TO GX-TICK-NEW-DUE
    MOVE ZEROES TO GX-TICK-NEW-DAYS
    MOVE SPACES TO GX-TICK-NEW-PRIORITY
    MOVE SPACES TO GX-TICK-NEW-TEXT.

GX-TICK-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXTICKCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE GX-TICK-FILE   TO TICKLER-FILE
    MOVE GX-TICK-RECKEY TO TICKLER-RECKEY
    MOVE 0              TO TICKLER-SEQ
    START TICKLER KEY NOT LESS TICKLER-KEY
       INVALID KEY
          GO TO GX-TICK-LOAD-EXIT
    END-START
    SET GX-TICK-NOT-EOF TO TRUE
    PERFORM GX-TICK-LOAD-ROW
        THRU GX-TICK-LOAD-ROW-EXIT
        UNTIL GX-TICK-EOF.

GX-TICK-LOAD-EXIT.
    EXIT.

GX-TICK-LOAD-ROW.

    READ TICKLER NEXT RECORD
       AT END
          SET GX-TICK-EOF TO TRUE
          GO TO GX-TICK-LOAD-ROW-EXIT
    END-READ
    IF TICKLER-FILE   NOT = GX-TICK-FILE OR
       TICKLER-RECKEY NOT = GX-TICK-RECKEY
       SET GX-TICK-EOF TO TRUE
       GO TO GX-TICK-LOAD-ROW-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO TKOPT OF GXTICKSR-O
    MOVE TICKLER-SEQ        TO TKSEQ OF GXTICKSR-O
    MOVE TICKLER-ASSIGNEE   TO TKASG OF GXTICKSR-O
    MOVE TICKLER-DUE        TO TKDUE OF GXTICKSR-O
    MOVE TICKLER-PRIORITY   TO TKPRI OF GXTICKSR-O
    MOVE TICKLER-STATUS     TO TKSTS OF GXTICKSR-O
    MOVE TICKLER-TEXT       TO TKTXT OF GXTICKSR-O
    MOVE TICKLER-CLOSED-BY  TO TKCBY OF GXTICKSR-O
    MOVE TICKLER-CLOSED-TS  TO TKCTS OF GXTICKSR-O
    MOVE SPACES             TO TKFLG OF GXTICKSR-O
    MOVE ZEROES             TO TKBDY OF GXTICKSR-O
    IF TICKLER-OPEN
       PERFORM GX-TICK-DUE-STATE
       MOVE GX-TICK-FLAG    TO TKFLG OF GXTICKSR-O
       MOVE GX-TICK-BUSDAYS TO TKBDY OF GXTICKSR-O
    END-IF
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXTICKSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-TICK-LOAD-ROW-EXIT.
    EXIT.

*> GX-TICK-DUE-STATE - FOR THE OPEN TASK IN TICKLER-RECORD, THE
*> BUSINESS DAYS BETWEEN ITS DUE DATE AND TODAY THROUGH GXFTDIF'S
*> BUSINESS-DAY MODE (HOLCAL HOLIDAYS AND WEEKENDS DO NOT COUNT),
*> FLAGGED OVERDUE, TODAY OR BLANK WHEN STILL TO RUN
GX-TICK-DUE-STATE.

    MOVE ZEROES TO GX-TDIFF-LDT
    MOVE TICKLER-DUE (1:4) TO YY OF GX-TDIFF-LDT-DW
    MOVE TICKLER-DUE (5:2) TO MM OF GX-TDIFF-LDT-DW
    MOVE TICKLER-DUE (7:2) TO DD OF GX-TDIFF-LDT-DW
    MOVE ZEROES TO GX-TDIFF-RDT
    MOVE GX-TICK-TODAY (1:4) TO YY OF GX-TDIFF-RDT-DW
    MOVE GX-TICK-TODAY (5:2) TO MM OF GX-TDIFF-RDT-DW
    MOVE GX-TICK-TODAY (7:2) TO DD OF GX-TDIFF-RDT-DW
    SET GX-TDIFF-BUSDAY-MODE TO TRUE
    PERFORM GX-TDIFF
    SET GX-TDIFF-CALENDAR-MODE TO TRUE
    MOVE GX-TDIFF-BUSDAYS TO GX-TICK-BUSDAYS
    EVALUATE TRUE
       WHEN TICKLER-DUE LESS GX-TICK-TODAY
          MOVE 'OVERDUE' TO GX-TICK-FLAG
       WHEN TICKLER-DUE = GX-TICK-TODAY
          MOVE 'TODAY'   TO GX-TICK-FLAG
       WHEN OTHER
          MOVE SPACES    TO GX-TICK-FLAG
    END-EVALUATE.

*> A NEW TASK.  THE DUE DATE KEYED WINS; WITH NONE, THE BUSINESS
*> DAYS ARE WALKED FORWARD FROM TODAY ONE CALENDAR DAY AT A TIME
*> THROUGH GX-TADD, SKIPPING WEEKENDS AND HOLCAL HOLIDAYS
GX-TICK-ADD-TASK.

    IF GX-TICK-NEW-ASSIGNEE = SPACES
       MOVE GX-MSGLOG-USER TO GX-TICK-NEW-ASSIGNEE
    END-IF
    IF GX-TICK-NEW-PRIORITY = SPACES
       MOVE '2' TO GX-TICK-NEW-PRIORITY
    END-IF
    MOVE GX-TICK-NEW-PRIORITY TO TICKLER-PRIORITY
    IF NOT TICKLER-VALID-PRIORITY
       MOVE 'PRIORITY MUST BE 1 (HIGH), 2 (NORMAL) OR 3 (LOW)'
         TO GX-TICK-MSG
       GO TO GX-TICK-ADD-TASK-EXIT
    END-IF
    IF GX-TICK-NEW-DUE = ZEROES
       IF GX-TICK-NEW-DAYS = ZEROES
          MOVE 'KEY A DUE DATE OR A NUMBER OF BUSINESS DAYS'
            TO GX-TICK-MSG
          GO TO GX-TICK-ADD-TASK-EXIT
       END-IF
       PERFORM GX-TICK-BUSDAY-DUE
           THRU GX-TICK-BUSDAY-DUE-EXIT
    END-IF
    IF GX-TICK-NEW-DUE LESS GX-TICK-TODAY
       MOVE 'DUE DATE IS BEFORE TODAY' TO GX-TICK-MSG
       GO TO GX-TICK-ADD-TASK-EXIT
    END-IF

    MOVE GX-TICK-FILE         TO TICKLER-FILE
    MOVE GX-TICK-RECKEY       TO TICKLER-RECKEY
    MOVE 1                    TO TICKLER-SEQ
    MOVE GX-TICK-NEW-ASSIGNEE TO TICKLER-ASSIGNEE
    MOVE GX-TICK-NEW-DUE      TO TICKLER-DUE
    MOVE GX-TICK-NEW-TEXT     TO TICKLER-TEXT
    SET  TICKLER-OPEN         TO TRUE
    MOVE GX-MSGLOG-USER       TO TICKLER-CREATED-BY
    MOVE GX-AUDIT-TS          TO TICKLER-CREATED-TS
    MOVE SPACES               TO TICKLER-CLOSED-BY
    MOVE SPACES               TO TICKLER-CLOSED-TS
    PERFORM GX-TICK-TRY-WRITE
        THRU GX-TICK-TRY-WRITE-EXIT
    MOVE 'TASK ADDED' TO GX-TICK-MSG
    PERFORM GX-TICK-CLEAR-NEW.

GX-TICK-ADD-TASK-EXIT.
    EXIT.

GX-TICK-BUSDAY-DUE.

    IF NOT GX-TDIFF-HOL-LOADED
       PERFORM GX-LOAD-HOLCAL
       SET GX-TDIFF-HOL-LOADED TO TRUE
    END-IF
    MOVE ZEROES TO GX-TADD-DT
    MOVE GX-TICK-TODAY (1:4) TO YY OF GX-TADD-DT-DW
    MOVE GX-TICK-TODAY (5:2) TO MM OF GX-TADD-DT-DW
    MOVE GX-TICK-TODAY (7:2) TO DD OF GX-TADD-DT-DW
    MOVE 86400 TO GX-TADD-SEC
    MOVE 0 TO GX-TICK-COUNTED
    MOVE 0 TO GX-TICK-WALKED
    PERFORM GX-TICK-STEP-DAY
        THRU GX-TICK-STEP-DAY-EXIT
        UNTIL GX-TICK-COUNTED NOT LESS GX-TICK-NEW-DAYS OR
              GX-TICK-WALKED  NOT LESS 1830
    MOVE YY OF GX-TADD-DT-DW TO GX-TICK-NEW-DUE (1:4)
    MOVE MM OF GX-TADD-DT-DW TO GX-TICK-NEW-DUE (5:2)
    MOVE DD OF GX-TADD-DT-DW TO GX-TICK-NEW-DUE (7:2).

GX-TICK-BUSDAY-DUE-EXIT.
    EXIT.

GX-TICK-STEP-DAY.

    PERFORM GX-TADD
    MOVE GX-TADD-OUTDT TO GX-TADD-DT
    ADD 1 TO GX-TICK-WALKED
    MOVE CORR GX-TADD-DT-DW TO GX-DTON-INDATE
    PERFORM GX-DTON
    SET GX-TICK-IS-WORKDAY TO TRUE
    COMPUTE GX-TICK-WDTMP = GX-DTON-OUTNUM + 1
    DIVIDE GX-TICK-WDTMP BY 7 GIVING GX-TICK-HI
                              REMAINDER GX-TICK-WD
    IF GX-TICK-WD = 5 OR GX-TICK-WD = 6
       SET GX-TICK-NOT-WORKDAY TO TRUE
    END-IF
    IF GX-TICK-IS-WORKDAY AND GX-TDIFF-HOLCNT > 0
       PERFORM VARYING GX-TICK-HI FROM 1 BY 1
               UNTIL GX-TICK-HI > GX-TDIFF-HOLCNT OR
                     GX-TICK-NOT-WORKDAY
          IF GX-TDIFF-HOLDAY (GX-TICK-HI) = GX-DTON-OUTNUM
             SET GX-TICK-NOT-WORKDAY TO TRUE
          END-IF
       END-PERFORM
    END-IF
    IF GX-TICK-IS-WORKDAY
       ADD 1 TO GX-TICK-COUNTED
    END-IF.

GX-TICK-STEP-DAY-EXIT.
    EXIT.

*> THE SEQUENCE JUST BUMPS UNTIL THE SLOT IS FREE
GX-TICK-TRY-WRITE.

    WRITE TICKLER-RECORD
       INVALID KEY
          IF TICKLER-SEQ LESS 999
             ADD 1 TO TICKLER-SEQ
             GO TO GX-TICK-TRY-WRITE
          END-IF
    END-WRITE.

GX-TICK-TRY-WRITE-EXIT.
    EXIT.

GX-TICK-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXTICKSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          IF TKOPT OF GXTICKSR-I = '9'
             MOVE GX-TICK-FILE        TO GX-TICK-SEL-FILE
             MOVE GX-TICK-RECKEY      TO GX-TICK-SEL-RECKEY
             MOVE TKSEQ OF GXTICKSR-I TO GX-TICK-SEL-SEQ
             PERFORM GX-TICK-CLOSE-TASK
                 THRU GX-TICK-CLOSE-TASK-EXIT
          END-IF
       END-IF
    END-PERFORM.

*> CLOSING A TASK STAMPS WHO CLOSED IT AND WHEN; A TASK ALREADY
*> DONE IS LEFT WITH ITS ORIGINAL STAMP
GX-TICK-CLOSE-TASK.

    MOVE GX-TICK-SEL-FILE   TO TICKLER-FILE
    MOVE GX-TICK-SEL-RECKEY TO TICKLER-RECKEY
    MOVE GX-TICK-SEL-SEQ    TO TICKLER-SEQ
    READ TICKLER RECORD
       INVALID KEY
          MOVE 'TASK NOT ON FILE' TO GX-TICK-MSG
          GO TO GX-TICK-CLOSE-TASK-EXIT
    END-READ
    IF TICKLER-DONE
       MOVE 'TASK IS ALREADY CLOSED' TO GX-TICK-MSG
       GO TO GX-TICK-CLOSE-TASK-EXIT
    END-IF
    SET  TICKLER-DONE   TO TRUE
    MOVE GX-MSGLOG-USER TO TICKLER-CLOSED-BY
    MOVE GX-AUDIT-TS    TO TICKLER-CLOSED-TS
    REWRITE TICKLER-RECORD
       INVALID KEY
          MOVE 'TASK CLOSE FAILED' TO GX-TICK-MSG
          GO TO GX-TICK-CLOSE-TASK-EXIT
    END-REWRITE
    MOVE 'TASK CLOSED' TO GX-TICK-MSG.

GX-TICK-CLOSE-TASK-EXIT.
    EXIT.

*> MY TASKS.  EVERY OPEN TASK ASSIGNED TO THE SIGNED-ON USER, THE
*> OVERDUE ONES FIRST AND THEN THOSE DUE TODAY AND LATER, EACH WITH
*> ITS BUSINESS DAYS OVERDUE OR TO RUN.  OPTION 9 CLOSES A TASK,
*> F5 REFRESHES, F3 LEAVES.
GX-TICK-MY-TASKS.

    PERFORM GX-TODAY
    MOVE GX-TDAY-BUSDATE TO GX-TICK-TODAY
    MOVE SPACES TO GX-TICK-MSG
    PERFORM GX-TICK-MY-LOAD
    PERFORM GX-TICK-MY-CONVERSE
        UNTIL WS-KEY-F3.

GX-TICK-MY-CONVERSE.

    MOVE GX-MSGLOG-USER     TO TMUSR OF GXTICKMC-O
    MOVE GX-TICK-MSG        TO TMMSG OF GXTICKMC-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXTICKMC'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-TICK-MSG
    IF WS-KEY-ENTER
       PERFORM GX-TICK-MY-SELECTIONS
       PERFORM GX-TICK-MY-LOAD
    END-IF
    IF WS-KEY-F5
       PERFORM GX-TICK-MY-LOAD
    END-IF.

GX-TICK-MY-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXTICKMC'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    SET GX-TICK-OVERDUE-PASS TO TRUE
    PERFORM GX-TICK-MY-PASS
        THRU GX-TICK-MY-PASS-EXIT
    SET GX-TICK-CURRENT-PASS TO TRUE
    PERFORM GX-TICK-MY-PASS
        THRU GX-TICK-MY-PASS-EXIT
    IF GX-SFLRELRECNBR = ZEROES AND GX-TICK-MSG = SPACES
       MOVE 'NO OPEN TASKS' TO GX-TICK-MSG
    END-IF.

GX-TICK-MY-PASS.

    MOVE LOW-VALUES TO TICKLER-KEY
    START TICKLER KEY NOT LESS TICKLER-KEY
       INVALID KEY
          GO TO GX-TICK-MY-PASS-EXIT
    END-START
    SET GX-TICK-NOT-EOF TO TRUE
    PERFORM GX-TICK-MY-ROW
        THRU GX-TICK-MY-ROW-EXIT
        UNTIL GX-TICK-EOF.

GX-TICK-MY-PASS-EXIT.
    EXIT.

GX-TICK-MY-ROW.

    READ TICKLER NEXT RECORD
       AT END
          SET GX-TICK-EOF TO TRUE
          GO TO GX-TICK-MY-ROW-EXIT
    END-READ
    IF NOT TICKLER-OPEN OR
       TICKLER-ASSIGNEE NOT = GX-MSGLOG-USER
       GO TO GX-TICK-MY-ROW-EXIT
    END-IF
    IF GX-TICK-OVERDUE-PASS AND
       TICKLER-DUE NOT LESS GX-TICK-TODAY
       GO TO GX-TICK-MY-ROW-EXIT
    END-IF
    IF GX-TICK-CURRENT-PASS AND
       TICKLER-DUE LESS GX-TICK-TODAY
       GO TO GX-TICK-MY-ROW-EXIT
    END-IF
    PERFORM GX-TICK-DUE-STATE
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO TMOPT OF GXTICKMS-O
    MOVE TICKLER-FILE       TO TMFIL OF GXTICKMS-O
    MOVE TICKLER-RECKEY     TO TMKEY OF GXTICKMS-O
    MOVE TICKLER-SEQ        TO TMSEQ OF GXTICKMS-O
    MOVE TICKLER-DUE        TO TMDUE OF GXTICKMS-O
    MOVE TICKLER-PRIORITY   TO TMPRI OF GXTICKMS-O
    MOVE GX-TICK-FLAG       TO TMFLG OF GXTICKMS-O
    MOVE GX-TICK-BUSDAYS    TO TMBDY OF GXTICKMS-O
    MOVE TICKLER-TEXT       TO TMTXT OF GXTICKMS-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXTICKMS'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-TICK-MY-ROW-EXIT.
    EXIT.

GX-TICK-MY-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXTICKMS'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          IF TMOPT OF GXTICKMS-I = '9'
             MOVE TMFIL OF GXTICKMS-I TO GX-TICK-SEL-FILE
             MOVE TMKEY OF GXTICKMS-I TO GX-TICK-SEL-RECKEY
             MOVE TMSEQ OF GXTICKMS-I TO GX-TICK-SEL-SEQ
             PERFORM GX-TICK-CLOSE-TASK
                 THRU GX-TICK-CLOSE-TASK-EXIT
          END-IF
       END-IF
    END-PERFORM.
