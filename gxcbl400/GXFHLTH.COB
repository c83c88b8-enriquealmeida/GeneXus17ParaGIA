*> SYSTEM HEALTH DASHBOARD.  ONE PAGE IN PLACE OF THE ROUND OF
*> BATCHMON, THE LOCK CONSOLE, THE ALERT AND INCIDENT LISTS, THE
*> DECISION SCREEN, SYSMODE AND THE REPLICATION AND AUDIT-CHAIN
*> REPORTS.  EACH SUBFILE ROW IS A TILE: ITS CURRENT READING AND,
*> WHEN THE READING IS PAST THE TILE'S THRESHOLD, THE ERROR
*> ATTRIBUTE (SHOWN RED) AND 'RED' IN THE STATUS COLUMN.  THE
*> DISPLAY FILE IS CREATED WITH WAITRCD MATCHING GX-HLTH-REFRESH
*> AND THE FORMAT IS WRITTEN WITH INVITE, AS FOR GX-READ-SCREEN-
*> TIMED; HERE THE NO-DATA RETURN IS NOT AN ABANDONED SESSION BUT
*> THE CUE TO RELOAD, SO THE PAGE REFRESHES ITSELF.  OPTION 1 ON A
*> TILE OPENS ITS EXISTING DETAIL SCREEN, F5 RELOADS, F3 LEAVES.
GX-HLTH-DASHBOARD.

    MOVE SPACES TO GX-HLTH-MSG
    PERFORM GX-HLTH-LOAD
        THRU GX-HLTH-LOAD-EXIT
    PERFORM GX-HLTH-CONVERSE
        THRU GX-HLTH-CONVERSE-EXIT
        UNTIL WS-KEY-F3.

GX-HLTH-CONVERSE.

    MOVE GX-TDAY-BUSDATE    TO HCBUS OF GXHLTHCR-O
    MOVE GX-HLTH-NOW-TS     TO HCTS  OF GXHLTHCR-O
    MOVE GX-HLTH-MSG        TO HCMSG OF GXHLTHCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXHLTHCR'
          INDICATORS ARE GX-INDICATORS
    READ GX-CRT-RECORD
         INDICATORS ARE GX-INDICATORS
    IF V-FS = GX-TMOU-NODATA-STATUS
       SET WS-KEY-F5 TO TRUE
    END-IF
    MOVE SPACES TO GX-HLTH-MSG
    IF WS-KEY-F3
       GO TO GX-HLTH-CONVERSE-EXIT
    END-IF
    IF WS-KEY-ENTER
       PERFORM GX-HLTH-PROCESS-SELECTIONS
           THRU GX-HLTH-PROCESS-SELECTIONS-EXIT
    END-IF
    PERFORM GX-HLTH-LOAD
        THRU GX-HLTH-LOAD-EXIT.

GX-HLTH-CONVERSE-EXIT.
    EXIT.

GX-HLTH-LOAD.

    ACCEPT GX-HLTH-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT GX-HLTH-NOW-TIME FROM TIME
    MOVE SPACES TO GX-HLTH-NOW-TS
    STRING GX-HLTH-NOW-YY '-' GX-HLTH-NOW-MM '-' GX-HLTH-NOW-DD '-'
           GX-HLTH-NOW-HH '.' GX-HLTH-NOW-MIN '.' GX-HLTH-NOW-SS
           '.' GX-HLTH-NOW-HS '0000'
           DELIMITED BY SIZE INTO GX-HLTH-NOW-TS
    MOVE 0 TO GX-TDAY-SW
    PERFORM GX-TODAY
    PERFORM VARYING GX-HLTH-I FROM 1 BY 1
            UNTIL GX-HLTH-I > 9
       MOVE SPACES TO GX-HLTH-T-VALUE (GX-HLTH-I)
       MOVE 'N'    TO GX-HLTH-T-RED (GX-HLTH-I)
    END-PERFORM

    PERFORM GX-HLTH-SYSMODE
    PERFORM GX-HLTH-STREAM
        THRU GX-HLTH-STREAM-EXIT
    PERFORM GX-HLTH-ALERTS
        THRU GX-HLTH-ALERTS-EXIT
    PERFORM GX-HLTH-INCIDENTS
        THRU GX-HLTH-INCIDENTS-EXIT
    PERFORM GX-HLTH-DECISIONS
        THRU GX-HLTH-DECISIONS-EXIT
    PERFORM GX-HLTH-LOCKS
        THRU GX-HLTH-LOCKS-EXIT
    PERFORM GX-HLTH-EVTQ
        THRU GX-HLTH-EVTQ-EXIT
    PERFORM GX-HLTH-REPL
        THRU GX-HLTH-REPL-EXIT
    PERFORM GX-HLTH-CHAIN
        THRU GX-HLTH-CHAIN-EXIT

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXHLTHCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE
    MOVE ZEROES TO GX-SFLRELRECNBR
    PERFORM GX-HLTH-WRITE-TILE
        VARYING GX-HLTH-I FROM 1 BY 1
        UNTIL GX-HLTH-I > 9.

GX-HLTH-LOAD-EXIT.
    EXIT.

*> A RED TILE IS WRITTEN WITH THE ERROR ATTRIBUTE ON, WHICH THE
*> FORMAT SHOWS IN RED, AND THE FLAG PUT BACK FOR THE NEXT ROW
GX-HLTH-WRITE-TILE.

    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACE                        TO HSOPT OF GXHLTHSR-O
    MOVE GX-HLTH-I                    TO HSNBR OF GXHLTHSR-O
    MOVE GX-HLTH-TILE-NAME (GX-HLTH-I) TO HSTIL OF GXHLTHSR-O
    MOVE GX-HLTH-T-VALUE (GX-HLTH-I)  TO HSVAL OF GXHLTHSR-O
    IF GX-HLTH-T-IS-RED (GX-HLTH-I)
       MOVE 'RED' TO HSSTS OF GXHLTHSR-O
       SET RECORD-HAS-ERRORS TO TRUE
    ELSE
       MOVE 'OK'  TO HSSTS OF GXHLTHSR-O
    END-IF
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXHLTHSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE
    SET RECORD-HAS-NO-ERRORS TO TRUE.

*> AGE IN SECONDS OF THE STAMP IN GX-HLTH-TS, THROUGH THE SAME
*> GX-TDIFF THE MONITOR SCREENS USE
GX-HLTH-AGE.

    MOVE GX-HLTH-TS     TO GX-TDIFF-LDT
    MOVE GX-HLTH-NOW-TS TO GX-TDIFF-RDT
    SET  GX-TDIFF-CALENDAR-MODE TO TRUE
    PERFORM GX-TDIFF.

*> TILE 1 - THE *SYSTEM MODE ROW, THE BUSINESS DATE AND THE BATCH
*> WINDOW END.  RED WHEN THE SYSTEM IS CLOSED
GX-HLTH-SYSMODE.

    SET GX-SMOD-OPEN TO TRUE
    MOVE '*SYSTEM' TO SYSMODE-ID
    READ SYSMODE RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE SYSMODE-MODE TO GX-SMOD-MODE
    END-READ
    EVALUATE TRUE
       WHEN GX-SMOD-INQUIRY
          MOVE 'INQUIRY ONLY' TO GX-HLTH-MODE-TEXT
       WHEN GX-SMOD-CLOSED
          MOVE 'CLOSED'       TO GX-HLTH-MODE-TEXT
          MOVE 'Y'            TO GX-HLTH-T-RED (1)
       WHEN OTHER
          MOVE 'OPEN'         TO GX-HLTH-MODE-TEXT
    END-EVALUATE
    MOVE GX-BMON-WINDOW-END TO GX-HLTH-HHMM
    STRING GX-HLTH-MODE-TEXT ' - BATCH WINDOW ENDS ' GX-HLTH-HHMM
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (1).

*> TILE 2 - THE RUNS ON RESTARTCKPT AS ONE PERCENT, AND THE LATEST
*> BWFCST PROJECTION AGAINST THE WINDOW.  RED WHEN THE PROJECTION
*> IS PAST THE WINDOW END
GX-HLTH-STREAM.

    MOVE 0 TO GX-HLTH-RUNS
    MOVE 0 TO GX-HLTH-DONE
    MOVE 0 TO GX-HLTH-TOTAL
    MOVE LOW-VALUES TO RESTARTCKPT-JOB
    START RESTARTCKPT KEY NOT LESS RESTARTCKPT-JOB
       INVALID KEY
          GO TO GX-HLTH-STREAM-FCST
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-STREAM-ONE
        THRU GX-HLTH-STREAM-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-STREAM-FCST.

    MOVE 0 TO GX-HLTH-PCT
    IF GX-HLTH-TOTAL GREATER 0
       COMPUTE GX-HLTH-PCT = (GX-HLTH-DONE * 100) / GX-HLTH-TOTAL
    END-IF
    MOVE GX-HLTH-RUNS TO GX-HLTH-N1
    MOVE GX-HLTH-PCT  TO GX-HLTH-PCT-D
    CLOSE FCSTSTAT
    OPEN INPUT FCSTSTAT
    READ FCSTSTAT
       AT END
          STRING GX-HLTH-N1 ' RUNS ' GX-HLTH-PCT-D '% - NO FORECAST'
                 DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (2)
          GO TO GX-HLTH-STREAM-EXIT
    END-READ
    MOVE FCSTSTAT-FINISH     TO GX-HLTH-HHMM
    MOVE FCSTSTAT-WINDOW-END TO GX-HLTH-HHMM2
    STRING GX-HLTH-N1 ' RUNS ' GX-HLTH-PCT-D '% - FINISH '
           GX-HLTH-HHMM ' WINDOW ' GX-HLTH-HHMM2
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (2)
    IF FCSTSTAT-LATE = 'Y'
       MOVE 'Y' TO GX-HLTH-T-RED (2)
    END-IF.

GX-HLTH-STREAM-EXIT.
    EXIT.

GX-HLTH-STREAM-ONE.

    READ RESTARTCKPT NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-STREAM-ONE-EXIT
    END-READ
    ADD 1 TO GX-HLTH-RUNS
    ADD RESTARTCKPT-DONE  TO GX-HLTH-DONE
    ADD RESTARTCKPT-TOTAL TO GX-HLTH-TOTAL.

GX-HLTH-STREAM-ONE-EXIT.
    EXIT.

*> TILE 3 - UNRESOLVED ALERTS BY SEVERITY.  RED WHEN ANY IS AT OR
*> ABOVE GX-HLTH-ALR-SEV
GX-HLTH-ALERTS.

    MOVE 0 TO GX-HLTH-SEV1
    MOVE 0 TO GX-HLTH-SEV2
    MOVE 0 TO GX-HLTH-SEV3
    MOVE 0 TO GX-HLTH-MAXSEV
    MOVE LOW-VALUES TO ALERTS-KEY
    START ALERTS KEY NOT LESS ALERTS-KEY
       INVALID KEY
          GO TO GX-HLTH-ALERTS-SHOW
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-ALERTS-ONE
        THRU GX-HLTH-ALERTS-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-ALERTS-SHOW.

    MOVE GX-HLTH-SEV1 TO GX-HLTH-N1
    MOVE GX-HLTH-SEV2 TO GX-HLTH-N2
    MOVE GX-HLTH-SEV3 TO GX-HLTH-N3
    STRING 'OPEN  SEV 1:' GX-HLTH-N1 '  SEV 2:' GX-HLTH-N2
           '  SEV 3+:' GX-HLTH-N3
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (3)
    IF GX-HLTH-MAXSEV NOT LESS GX-HLTH-ALR-SEV
       MOVE 'Y' TO GX-HLTH-T-RED (3)
    END-IF.

GX-HLTH-ALERTS-EXIT.
    EXIT.

GX-HLTH-ALERTS-ONE.

    READ ALERTS NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-ALERTS-ONE-EXIT
    END-READ
    IF ALERTS-RESOLVED
       GO TO GX-HLTH-ALERTS-ONE-EXIT
    END-IF
    EVALUATE ALERTS-SEVERITY
       WHEN 0
       WHEN 1
          ADD 1 TO GX-HLTH-SEV1
       WHEN 2
          ADD 1 TO GX-HLTH-SEV2
       WHEN OTHER
          ADD 1 TO GX-HLTH-SEV3
    END-EVALUATE
    IF ALERTS-SEVERITY GREATER GX-HLTH-MAXSEV
       MOVE ALERTS-SEVERITY TO GX-HLTH-MAXSEV
    END-IF.

GX-HLTH-ALERTS-ONE-EXIT.
    EXIT.

*> TILE 4 - INCIDENTS NOT YET CLOSED, HOW MANY STILL UNACKNOWLEDGED
*> AND THE WORST SEVERITY.  RED WHILE ANY IS UNACKNOWLEDGED
GX-HLTH-INCIDENTS.

    MOVE 0 TO GX-HLTH-OPEN
    MOVE 0 TO GX-HLTH-UNACK
    MOVE 0 TO GX-HLTH-MAXSEV
    MOVE 0 TO INCIDENT-NBR
    START INCIDENT KEY NOT LESS INCIDENT-NBR
       INVALID KEY
          GO TO GX-HLTH-INCIDENTS-SHOW
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-INCIDENTS-ONE
        THRU GX-HLTH-INCIDENTS-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-INCIDENTS-SHOW.

    MOVE GX-HLTH-OPEN   TO GX-HLTH-N1
    MOVE GX-HLTH-UNACK  TO GX-HLTH-N2
    MOVE GX-HLTH-MAXSEV TO GX-HLTH-PCT-D
    STRING 'OPEN' GX-HLTH-N1 '  UNACKNOWLEDGED' GX-HLTH-N2
           '  WORST SEV ' GX-HLTH-PCT-D
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (4)
    IF GX-HLTH-UNACK GREATER 0
       MOVE 'Y' TO GX-HLTH-T-RED (4)
    END-IF.

GX-HLTH-INCIDENTS-EXIT.
    EXIT.

GX-HLTH-INCIDENTS-ONE.

    READ INCIDENT NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-INCIDENTS-ONE-EXIT
    END-READ
    IF INCIDENT-STATUS = 'C'
       GO TO GX-HLTH-INCIDENTS-ONE-EXIT
    END-IF
    ADD 1 TO GX-HLTH-OPEN
    IF INCIDENT-STATUS = 'O'
       ADD 1 TO GX-HLTH-UNACK
    END-IF
    IF INCIDENT-SEVERITY GREATER GX-HLTH-MAXSEV
       MOVE INCIDENT-SEVERITY TO GX-HLTH-MAXSEV
    END-IF.

GX-HLTH-INCIDENTS-ONE-EXIT.
    EXIT.

*> TILE 5 - DECISNS QUESTIONS A WAITING BATCH STEP HAS NOT HAD
*> ANSWERED.  RED PAST GX-HLTH-DECI-MAX
GX-HLTH-DECISIONS.

    MOVE 0 TO GX-HLTH-COUNT
    MOVE LOW-VALUES TO DECISNS-KEY
    START DECISNS KEY NOT LESS DECISNS-KEY
       INVALID KEY
          GO TO GX-HLTH-DECISIONS-SHOW
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-DECISIONS-ONE
        THRU GX-HLTH-DECISIONS-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-DECISIONS-SHOW.

    MOVE GX-HLTH-COUNT TO GX-HLTH-N1
    STRING GX-HLTH-N1 ' UNANSWERED'
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (5)
    IF GX-HLTH-COUNT GREATER GX-HLTH-DECI-MAX
       MOVE 'Y' TO GX-HLTH-T-RED (5)
    END-IF.

GX-HLTH-DECISIONS-EXIT.
    EXIT.

GX-HLTH-DECISIONS-ONE.

    READ DECISNS NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-DECISIONS-ONE-EXIT
    END-READ
    IF DECISNS-STATUS = 'O'
       ADD 1 TO GX-HLTH-COUNT
    END-IF.

GX-HLTH-DECISIONS-ONE-EXIT.
    EXIT.

*> TILE 6 - LOCK WAITS IN PROGRESS ON THE LOCKCUR BOARD AND THE
*> LONGEST.  RED WHEN ONE HAS WAITED PAST GX-HLTH-LOCK-SECS
GX-HLTH-LOCKS.

    MOVE 0 TO GX-HLTH-COUNT
    MOVE 0 TO GX-HLTH-MAXSECS
    MOVE LOW-VALUES TO LOCKCUR-JOB
    START LOCKCUR KEY NOT LESS LOCKCUR-JOB
       INVALID KEY
          GO TO GX-HLTH-LOCKS-SHOW
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-LOCKS-ONE
        THRU GX-HLTH-LOCKS-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-LOCKS-SHOW.

    MOVE GX-HLTH-COUNT   TO GX-HLTH-N1
    MOVE GX-HLTH-MAXSECS TO GX-HLTH-N2
    STRING GX-HLTH-N1 ' WAITING - LONGEST' GX-HLTH-N2 ' SECONDS'
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (6)
    IF GX-HLTH-MAXSECS GREATER GX-HLTH-LOCK-SECS
       MOVE 'Y' TO GX-HLTH-T-RED (6)
    END-IF.

GX-HLTH-LOCKS-EXIT.
    EXIT.

GX-HLTH-LOCKS-ONE.

    READ LOCKCUR NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-LOCKS-ONE-EXIT
    END-READ
    ADD 1 TO GX-HLTH-COUNT
    MOVE LOCKCUR-START-TS TO GX-HLTH-TS
    PERFORM GX-HLTH-AGE
    IF GX-TDIFF-OUTN GREATER GX-HLTH-MAXSECS
       MOVE GX-TDIFF-OUTN TO GX-HLTH-MAXSECS
    END-IF.

GX-HLTH-LOCKS-ONE-EXIT.
    EXIT.

*> TILE 7 - EVTQ ROWS NOT YET DELIVERED, AND DEAD LETTERS.  RED PAST
*> GX-HLTH-EVTQ-MAX OR ON ANY DEAD LETTER
GX-HLTH-EVTQ.

    MOVE 0 TO GX-HLTH-COUNT
    MOVE 0 TO GX-HLTH-DEAD
    MOVE LOW-VALUES TO EVTQ-KEY
    START EVTQ KEY NOT LESS EVTQ-KEY
       INVALID KEY
          GO TO GX-HLTH-EVTQ-SHOW
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-EVTQ-ONE
        THRU GX-HLTH-EVTQ-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-EVTQ-SHOW.

    MOVE GX-HLTH-COUNT TO GX-HLTH-N1
    MOVE GX-HLTH-DEAD  TO GX-HLTH-N2
    STRING GX-HLTH-N1 ' UNDELIVERED' GX-HLTH-N2 ' DEAD'
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (7)
    IF GX-HLTH-COUNT GREATER GX-HLTH-EVTQ-MAX OR
       GX-HLTH-DEAD GREATER 0
       MOVE 'Y' TO GX-HLTH-T-RED (7)
    END-IF.

GX-HLTH-EVTQ-EXIT.
    EXIT.

GX-HLTH-EVTQ-ONE.

    READ EVTQ NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-EVTQ-ONE-EXIT
    END-READ
    EVALUATE TRUE
       WHEN EVTQ-STATE-NEW
       WHEN EVTQ-STATE-SHIPPED
          ADD 1 TO GX-HLTH-COUNT
       WHEN EVTQ-STATE-DEAD
          ADD 1 TO GX-HLTH-DEAD
    END-EVALUATE.

GX-HLTH-EVTQ-ONE-EXIT.
    EXIT.

*> TILE 8 - THE WORST REPLICATION LAG IN MINUTES, MEASURED THE
*> REPLMON WAY FROM THE LAST APPLY (OR SHIP WHEN NOTHING HAS BEEN
*> APPLIED YET).  RED PAST GX-HLTH-REPL-MINS
GX-HLTH-REPL.

    MOVE 0 TO GX-HLTH-COUNT
    MOVE 0 TO GX-HLTH-MAXMINS
    MOVE SPACES TO GX-HLTH-WORST-FILE
    MOVE LOW-VALUES TO REPLSTAT-FILE
    START REPLSTAT KEY NOT LESS REPLSTAT-FILE
       INVALID KEY
          GO TO GX-HLTH-REPL-SHOW
    END-START
    SET GX-HLTH-NOT-EOF TO TRUE
    PERFORM GX-HLTH-REPL-ONE
        THRU GX-HLTH-REPL-ONE-EXIT
        UNTIL GX-HLTH-EOF.

GX-HLTH-REPL-SHOW.

    IF GX-HLTH-COUNT = 0
       MOVE 'NO REPLICATION STATE ON FILE' TO GX-HLTH-T-VALUE (8)
       MOVE 'Y' TO GX-HLTH-T-RED (8)
       GO TO GX-HLTH-REPL-EXIT
    END-IF
    MOVE GX-HLTH-MAXMINS TO GX-HLTH-N1
    STRING 'WORST LAG' GX-HLTH-N1 ' MINUTES (' GX-HLTH-WORST-FILE ')'
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (8)
    IF GX-HLTH-MAXMINS GREATER GX-HLTH-REPL-MINS
       MOVE 'Y' TO GX-HLTH-T-RED (8)
    END-IF.

GX-HLTH-REPL-EXIT.
    EXIT.

GX-HLTH-REPL-ONE.

    READ REPLSTAT NEXT RECORD
       AT END
          SET GX-HLTH-EOF TO TRUE
          GO TO GX-HLTH-REPL-ONE-EXIT
    END-READ
    ADD 1 TO GX-HLTH-COUNT
    IF REPLSTAT-APPLY-TS NOT = SPACES
       MOVE REPLSTAT-APPLY-TS TO GX-HLTH-TS
    ELSE
       MOVE REPLSTAT-SHIP-TS  TO GX-HLTH-TS
    END-IF
    PERFORM GX-HLTH-AGE
    IF GX-TDIFF-OUTN / 60 GREATER GX-HLTH-MAXMINS
       COMPUTE GX-HLTH-MAXMINS = GX-TDIFF-OUTN / 60
       MOVE REPLSTAT-FILE TO GX-HLTH-WORST-FILE
    END-IF.

GX-HLTH-REPL-ONE-EXIT.
    EXIT.

*> TILE 9 - HOW LONG SINCE AUDITVFY LAST WALKED THE AUDITLOG CHAIN.
*> RED PAST GX-HLTH-VFY-HOURS OR WHEN IT NEVER HAS
GX-HLTH-CHAIN.

    CLOSE CHAINSTAT
    OPEN INPUT CHAINSTAT
    READ CHAINSTAT
       AT END
          MOVE 'NO CHAIN CHECK ON FILE' TO GX-HLTH-T-VALUE (9)
          MOVE 'Y' TO GX-HLTH-T-RED (9)
          GO TO GX-HLTH-CHAIN-EXIT
    END-READ
    MOVE CHAINSTAT-TS TO GX-HLTH-TS
    PERFORM GX-HLTH-AGE
    COMPUTE GX-HLTH-HOURS = GX-TDIFF-OUTN / 3600
    MOVE GX-HLTH-HOURS TO GX-HLTH-N1
    STRING 'LAST CHECKED' GX-HLTH-N1 ' HOURS AGO ('
           CHAINSTAT-TS (1:10) ')'
           DELIMITED BY SIZE INTO GX-HLTH-T-VALUE (9)
    IF GX-HLTH-HOURS GREATER GX-HLTH-VFY-HOURS
       MOVE 'Y' TO GX-HLTH-T-RED (9)
    END-IF.

GX-HLTH-CHAIN-EXIT.
    EXIT.

*> THE FIRST TILE SELECTED WITH OPTION 1 OPENS ITS DETAIL SCREEN;
*> F3 THERE COMES BACK HERE RATHER THAN ENDING THE DASHBOARD
GX-HLTH-PROCESS-SELECTIONS.

    READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
         FORMAT IS 'GXHLTHSR'
         INDICATORS ARE GX-INDICATORS
       AT END
          GO TO GX-HLTH-PROCESS-SELECTIONS-EXIT
    END-READ
    IF HSOPT OF GXHLTHSR-I = SPACE
       GO TO GX-HLTH-PROCESS-SELECTIONS
    END-IF
    IF HSOPT OF GXHLTHSR-I NOT = '1'
       MOVE 'OPTION NOT RECOGNIZED' TO GX-HLTH-MSG
       GO TO GX-HLTH-PROCESS-SELECTIONS-EXIT
    END-IF
    MOVE HSNBR OF GXHLTHSR-I TO GX-HLTH-TILE-NBR
    EVALUATE GX-HLTH-TILE-NBR
       WHEN 1
          PERFORM GX-MODM-MAINTAIN
       WHEN 2
          PERFORM GX-BMON-MONITOR
       WHEN 3
          PERFORM GX-ALRA-INQUIRY
       WHEN 4
          PERFORM GX-INCA-INQUIRY
       WHEN 5
          PERFORM GX-DECA-INQUIRY
       WHEN 6
          PERFORM GX-LCON-MONITOR
       WHEN 7
          MOVE 'NO DETAIL SCREEN - SEE THE EVTSHIP DEAD-LETTER REPORT'
            TO GX-HLTH-MSG
       WHEN 8
          MOVE 'NO DETAIL SCREEN - SEE THE REPLMON LAG REPORT'
            TO GX-HLTH-MSG
       WHEN OTHER
          MOVE 'NO DETAIL SCREEN - SEE THE AUDITVFY REPORT'
            TO GX-HLTH-MSG
    END-EVALUATE
    SET WS-KEY-ENTER TO TRUE.

GX-HLTH-PROCESS-SELECTIONS-EXIT.
    EXIT.
