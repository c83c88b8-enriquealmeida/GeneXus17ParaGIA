*> INTERACTIVE SESSION LEDGER.  GX-SESS-OPEN WRITES THE SESSLOG ROW
*> THE FIRST TIME AN INTERACTIVE PROGRAM RUNS GX-TODAY OR COMES BACK
*> FROM ITS FIRST SCREEN READ - WHICHEVER IS FIRST - WITH THE USER,
*> TERMINAL, JOB AND A CLOCK STAMP.  GX-SESS-CLOSE RUNS ON EVERY WAY
*> OUT: GX-NORMAL-EOJ (N, OR F WHEN F3 WAS THE LAST KEY), THE
*> GX-TMOU-ABANDON TIMEOUT (T) AND GX-ABORT (A).  A JOB ENDED FROM
*> OUTSIDE NEVER GETS THERE AND ITS ROW STAYS OPEN - SESSRPT CUTS IT
*> AT THE END OF THE REPORT DAY.
GX-SESS-OPEN.

    IF GX-SESS-INACTIVE OR GX-SESS-IS-OPEN
       GO TO GX-SESS-OPEN-EXIT
    END-IF
    SET GX-SESS-IS-OPEN TO TRUE
    PERFORM GX-SESS-STAMP
    MOVE GX-AUDIT-PGM      TO GX-SESS-PGM
    MOVE GX-SESS-NOW-TS    TO GX-SESS-START-TS
    MOVE GX-AUDIT-JOB      TO GX-SESS-JOB
    MOVE GX-SESS-KEY       TO SESSLOG-KEY
    MOVE GX-MSGLOG-USER    TO SESSLOG-USER
    MOVE GX-MSGLOG-TERM    TO SESSLOG-TERM
    MOVE SPACES            TO SESSLOG-END-TS
    SET  SESSLOG-OPEN      TO TRUE
    WRITE SESSLOG-RECORD
       INVALID KEY
          CONTINUE
    END-WRITE.

GX-SESS-OPEN-EXIT.
    EXIT.

GX-SESS-CLOSE.

    IF GX-SESS-NOT-OPEN
       GO TO GX-SESS-CLOSE-EXIT
    END-IF
    SET GX-SESS-NOT-OPEN TO TRUE
    IF GX-SESS-END-REASON = SPACE
       IF WS-KEY-F3
          MOVE 'F' TO GX-SESS-END-REASON
       ELSE
          MOVE 'N' TO GX-SESS-END-REASON
       END-IF
    END-IF
    MOVE GX-SESS-KEY TO SESSLOG-KEY
    READ SESSLOG RECORD
       INVALID KEY
          GO TO GX-SESS-CLOSE-EXIT
    END-READ
    PERFORM GX-SESS-STAMP
    MOVE GX-SESS-NOW-TS     TO SESSLOG-END-TS
    MOVE GX-SESS-END-REASON TO SESSLOG-END-REASON
    REWRITE SESSLOG-RECORD
       INVALID KEY
          CONTINUE
    END-REWRITE.

GX-SESS-CLOSE-EXIT.
    EXIT.

*> THE LEDGER STAMPS COME FROM THE CLOCK, NOT GX-AUDIT-TS, SO THE
*> END STAMP IS THE MOMENT OF LEAVING AND NOT THE LAST UPDATE
GX-SESS-STAMP.

    ACCEPT GX-SESS-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT GX-SESS-NOW-TIME FROM TIME
    MOVE SPACES TO GX-SESS-NOW-TS
    STRING GX-SESS-NOW-YY '-' GX-SESS-NOW-MM '-' GX-SESS-NOW-DD '-'
           GX-SESS-NOW-HH '.' GX-SESS-NOW-MIN '.' GX-SESS-NOW-SS
           '.' GX-SESS-NOW-HS '0000'
           DELIMITED BY SIZE INTO GX-SESS-NOW-TS.

*> WHO IS IN A PROGRAM RIGHT NOW - THE OPEN SESSIONS FOR THE
*> PROGRAM KEYED (BLANK LISTS EVERY PROGRAM), THE LOOK TO TAKE
*> BEFORE A SYSMODE SWITCH.  ENTER RE-READS FOR THE PROGRAM KEYED,
*> F5 REFRESHES, F3 LEAVES.
GX-SESS-INQUIRY.

    MOVE SPACES TO GX-SESQ-PGM
    PERFORM GX-SESQ-LOAD
        THRU GX-SESQ-LOAD-EXIT
    PERFORM GX-SESQ-CONVERSE
        UNTIL WS-KEY-F3.

GX-SESQ-CONVERSE.

    MOVE GX-SESQ-PGM        TO SQPGM OF GXSESQCR-O
    MOVE GX-SESQ-COUNT      TO SQCNT OF GXSESQCR-O
    MOVE GX-SESQ-MSG        TO SQMSG OF GXSESQCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXSESQCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-ENTER
       MOVE SQPGM OF GXSESQCR-I TO GX-SESQ-PGM
       PERFORM GX-SESQ-LOAD
           THRU GX-SESQ-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-SESQ-LOAD
           THRU GX-SESQ-LOAD-EXIT
    END-IF.

GX-SESQ-LOAD.

    MOVE 0      TO GX-SESQ-COUNT
    MOVE SPACES TO GX-SESQ-MSG

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXSESQCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE LOW-VALUES  TO SESSLOG-KEY
    MOVE GX-SESQ-PGM TO SESSLOG-PGM
    START SESSLOG KEY NOT LESS SESSLOG-KEY
       INVALID KEY
          GO TO GX-SESQ-LOAD-MSG
    END-START
    SET GX-SESQ-NOT-EOF TO TRUE
    PERFORM GX-SESQ-ONE
        THRU GX-SESQ-ONE-EXIT
        UNTIL GX-SESQ-EOF.

GX-SESQ-LOAD-MSG.
    MOVE GX-SESQ-COUNT TO GX-SESQ-COUNT-A
    IF GX-SESQ-PGM = SPACES
       STRING GX-SESQ-COUNT-A ' SESSION(S) OPEN'
              DELIMITED BY SIZE INTO GX-SESQ-MSG
    ELSE
       STRING GX-SESQ-COUNT-A ' SESSION(S) OPEN IN ' GX-SESQ-PGM
              DELIMITED BY SIZE INTO GX-SESQ-MSG
    END-IF.

GX-SESQ-LOAD-EXIT.
    EXIT.

GX-SESQ-ONE.

    READ SESSLOG NEXT RECORD
       AT END
          SET GX-SESQ-EOF TO TRUE
          GO TO GX-SESQ-ONE-EXIT
    END-READ
    IF GX-SESQ-PGM NOT = SPACES AND
       SESSLOG-PGM NOT = GX-SESQ-PGM
       SET GX-SESQ-EOF TO TRUE
       GO TO GX-SESQ-ONE-EXIT
    END-IF
    IF NOT SESSLOG-OPEN
       GO TO GX-SESQ-ONE-EXIT
    END-IF

    ADD 1 TO GX-SESQ-COUNT
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SESSLOG-PGM        TO SQSPGM OF GXSESQSR-O
    MOVE SESSLOG-USER       TO SQUSR  OF GXSESQSR-O
    MOVE SESSLOG-TERM       TO SQTRM  OF GXSESQSR-O
    MOVE SESSLOG-JOB        TO SQJOB  OF GXSESQSR-O
    MOVE SESSLOG-START-TS   TO SQSTS  OF GXSESQSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXSESQSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-SESQ-ONE-EXIT.
    EXIT.
