*> DIAGNOSTIC SNAPSHOT TAKEN ON THE ABORT PATH, BEFORE THE ABENDSIG
*> ROW IS WRITTEN.  A FOLDER /GXDIAG/<JOB>-<YYYYMMDDHHMMSS> GETS THE
*> JOB LOG (JOBLOG.TXT) AND A SNAPSHOT.TXT HOLDING THE MESSAGE THAT
*> TRIGGERED THE ABORT, THE LAST MSGLOG AND AUDITLOG ROWS FOR THE
*> JOB, ITS IOSTATS COUNTERS AS THEY STOOD, ITS RESTARTCKPT POSITION
*> AND EVERY LOCKCUR ROW IT WAS WAITING ON OR HOLDING.  THE PATH GOES
*> ON THE ABENDSIG ROW, INTO DIAGIDX FOR GX-DIAG-INQUIRY, AND ON AN
*> ABEND ALERT SO INCGROUP CAN PUT IT ON THE INCIDENT.  THE OPERATOR
*> WHO PICKS UP THE 03:00 ABORT STARTS FROM WHAT THE JOB SAW, NOT
*> FROM A REPLAY.
GX-DIAG-SNAPSHOT.

    IF GX-DIAG-TAKEN
       GO TO GX-DIAG-SNAPSHOT-EXIT
    END-IF
    SET GX-DIAG-TAKEN TO TRUE

    MOVE SPACES TO GX-DIAG-GENTAG
    STRING GX-AUDIT-TS (1:4)  GX-AUDIT-TS (6:2)  GX-AUDIT-TS (9:2)
           GX-AUDIT-TS (12:2) GX-AUDIT-TS (15:2) GX-AUDIT-TS (18:2)
           DELIMITED BY SIZE
           INTO GX-DIAG-GENTAG
    MOVE SPACES TO GX-DIAG-NAME
    STRING GX-AUDIT-JOB   DELIMITED BY SPACE
           '-'            DELIMITED BY SIZE
           GX-DIAG-GENTAG DELIMITED BY SIZE
           INTO GX-DIAG-NAME
    MOVE SPACES TO GX-DIAG-PATH
    STRING '/GXDIAG/'     DELIMITED BY SIZE
           GX-DIAG-NAME   DELIMITED BY SPACE
           INTO GX-DIAG-PATH

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'QSH CMD(''mkdir -p ' DELIMITED BY SIZE
           GX-DIAG-PATH           DELIMITED BY SPACE
           ''')'                  DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

*> THE JOB LOG, THROUGH THE SAME SPOOL-TO-QTEMP-TO-STREAM-FILE ROUTE
*> GXFSPLA ARCHIVES REPORTS BY
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'DSPJOBLOG JOB(*) OUTPUT(*PRINT)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'CPYSPLF FILE(QPJOBLOG) TOFILE(QTEMP/GXDIAGJL) '
                  'SPLNBR(*LAST) MBROPT(*REPLACE)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB/GXDIAGJL.FILE'
                  '/GXDIAGJL.MBR'') TOSTMF('''
                  DELIMITED BY SIZE
           GX-DIAG-PATH DELIMITED BY SPACE
           '/JOBLOG.TXT'') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
                  DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    OPEN OUTPUT GXDIAGF
    PERFORM GX-DIAG-HEADER
    PERFORM GX-DIAG-MSGLOG
        THRU GX-DIAG-MSGLOG-EXIT
    PERFORM GX-DIAG-AUDITLOG
        THRU GX-DIAG-AUDITLOG-EXIT
    PERFORM GX-DIAG-IOSTATS
    PERFORM GX-DIAG-LOCKCUR
        THRU GX-DIAG-LOCKCUR-EXIT
    CLOSE GXDIAGF

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB/GXDIAGF.FILE'
                  '/GXDIAGF.MBR'') TOSTMF('''
                  DELIMITED BY SIZE
           GX-DIAG-PATH DELIMITED BY SPACE
           '/SNAPSHOT.TXT'') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
                  DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    MOVE GX-AUDIT-TS    TO DIAGIDX-TIMESTAMP
    MOVE GX-AUDIT-JOB   TO DIAGIDX-JOB
    MOVE GX-AUDIT-PGM   TO DIAGIDX-PGM
    MOVE GX-MSGID       TO DIAGIDX-MSGID
    MOVE GX-DIAG-PATH   TO DIAGIDX-PATH
    WRITE DIAGIDX-RECORD
       INVALID KEY CONTINUE
    END-WRITE

*> THE ABEND ALERT CARRIES THE BUNDLE NAME AS ITS DETAIL; INCGROUP
*> FOLDS IT INTO AN INCIDENT LIKE ANY OTHER ALERT AND COPIES THE
*> BUNDLE PATH ONTO THE INCIDENT ROW
    MOVE 'ABEND'        TO ALERTS-TYPE
    MOVE GX-AUDIT-JOB   TO ALERTS-SOURCE
    MOVE GX-DIAG-NAME   TO ALERTS-DETAIL
    SET ALERTS-NEW      TO TRUE
    MOVE 3              TO ALERTS-SEVERITY
    MOVE 0              TO ALERTS-VALUE
    MOVE 0              TO ALERTS-THRESHOLD
    MOVE GX-AUDIT-TS    TO ALERTS-RAISED-TS
    MOVE 1              TO ALERTS-BREACHES
    MOVE SPACES         TO ALERTS-ACK-USER
    MOVE SPACES         TO ALERTS-ACK-TS
    MOVE SPACES         TO ALERTS-RES-TS
    MOVE 0              TO ALERTS-BUSAGE
    MOVE SPACES         TO ALERTS-ACT-STATUS
    MOVE 0              TO ALERTS-ACT-TRIES
    MOVE SPACES         TO ALERTS-ACT-TS
    WRITE ALERTS-RECORD
       INVALID KEY CONTINUE
    END-WRITE.

GX-DIAG-SNAPSHOT-EXIT.
    EXIT.

*> WHAT FAILED, WHERE, AND THE FULL MESSAGE DATA
GX-DIAG-HEADER.

    MOVE SPACES TO GX-DIAG-LINE
    STRING 'ABORT ' GX-AUDIT-TS ' JOB ' GX-AUDIT-JOB
           ' PROGRAM ' GX-AUDIT-PGM ' MESSAGE ' GX-MSGID
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE
    MOVE SPACES TO GX-DIAG-LINE
    STRING 'MSGDTA ' GX-MSGDTA (1:120)
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE
    MOVE SPACES TO GX-DIAG-LINE
    STRING '       ' GX-MSGDTA (121:120)
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE
    MOVE SPACES TO GX-DIAG-LINE
    STRING '       ' GX-MSGDTA (241:16)
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE

*> THE RESTART POSITION ALSO FIXES HOW FAR BACK THE LOGS ARE READ
    MOVE LOW-VALUES             TO GX-DIAG-FROM-TS
    MOVE GX-AUDIT-TS (1:10)     TO GX-DIAG-FROM-TS (1:10)
    MOVE GX-AUDIT-JOB           TO RESTARTCKPT-JOB
    MOVE SPACES TO GX-DIAG-LINE
    READ RESTARTCKPT RECORD
       INVALID KEY
          MOVE 'RESTARTCKPT  NO CHECKPOINT ON FILE FOR THE JOB'
            TO GX-DIAG-LINE
       NOT INVALID KEY
          MOVE RESTARTCKPT-DONE  TO GX-DIAG-N1
          MOVE RESTARTCKPT-TOTAL TO GX-DIAG-N2
          STRING 'RESTARTCKPT  KEY ' RESTARTCKPT-KEY
                 ' AT ' RESTARTCKPT-TIMESTAMP
                 ' DONE ' GX-DIAG-N1 ' OF ' GX-DIAG-N2
                 DELIMITED BY SIZE
                 INTO GX-DIAG-LINE
          IF RESTARTCKPT-START-TS NOT = SPACES
             MOVE RESTARTCKPT-START-TS TO GX-DIAG-FROM-TS
          END-IF
    END-READ
    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE.

GX-DIAG-MSGLOG.

    MOVE 0 TO GX-DIAG-RCNT
    MOVE 0 TO GX-DIAG-RNEXT
    MOVE GX-DIAG-FROM-TS TO MSGLOG-TIMESTAMP
    START MSGLOG KEY NOT LESS MSGLOG-TIMESTAMP
       INVALID KEY
          GO TO GX-DIAG-MSGLOG-PUT
    END-START
    SET GX-DIAG-NOT-EOF TO TRUE
    PERFORM GX-DIAG-MSGLOG-ROW
        THRU GX-DIAG-MSGLOG-ROW-EXIT
        UNTIL GX-DIAG-EOF.

GX-DIAG-MSGLOG-PUT.
    MOVE 'LAST MSGLOG ROWS FOR THE JOB' TO GX-DIAG-LINE
    PERFORM GX-DIAG-RING-FLUSH.

GX-DIAG-MSGLOG-EXIT.
    EXIT.

GX-DIAG-MSGLOG-ROW.

    READ MSGLOG NEXT RECORD
       AT END
          SET GX-DIAG-EOF TO TRUE
          GO TO GX-DIAG-MSGLOG-ROW-EXIT
    END-READ
    IF MSGLOG-USER NOT = GX-MSGLOG-USER OR
       MSGLOG-TERM NOT = GX-MSGLOG-TERM
       GO TO GX-DIAG-MSGLOG-ROW-EXIT
    END-IF
    MOVE SPACES TO GX-DIAG-LINE
    STRING MSGLOG-TIMESTAMP ' ' MSGLOG-TYPE ' ' MSGLOG-TEXT
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    PERFORM GX-DIAG-RING-ADD.

GX-DIAG-MSGLOG-ROW-EXIT.
    EXIT.

GX-DIAG-AUDITLOG.

    MOVE 0 TO GX-DIAG-RCNT
    MOVE 0 TO GX-DIAG-RNEXT
    MOVE GX-DIAG-FROM-TS TO AUDITLOG-TIMESTAMP
    START AUDITLOG KEY NOT LESS AUDITLOG-TIMESTAMP
       INVALID KEY
          GO TO GX-DIAG-AUDITLOG-PUT
    END-START
    SET GX-DIAG-NOT-EOF TO TRUE
    PERFORM GX-DIAG-AUDITLOG-ROW
        THRU GX-DIAG-AUDITLOG-ROW-EXIT
        UNTIL GX-DIAG-EOF.

GX-DIAG-AUDITLOG-PUT.
    MOVE 'LAST AUDITLOG ROWS FOR THE JOB' TO GX-DIAG-LINE
    PERFORM GX-DIAG-RING-FLUSH.

GX-DIAG-AUDITLOG-EXIT.
    EXIT.

GX-DIAG-AUDITLOG-ROW.

    READ AUDITLOG NEXT RECORD
       AT END
          SET GX-DIAG-EOF TO TRUE
          GO TO GX-DIAG-AUDITLOG-ROW-EXIT
    END-READ
    IF AUDITLOG-JOB NOT = GX-AUDIT-JOB
       GO TO GX-DIAG-AUDITLOG-ROW-EXIT
    END-IF
    MOVE SPACES TO GX-DIAG-LINE
    STRING AUDITLOG-TIMESTAMP ' ' AUDITLOG-PGM ' ' AUDITLOG-FILE
           ' ' AUDITLOG-OPER ' ' AUDITLOG-STATUS
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    PERFORM GX-DIAG-RING-ADD.

GX-DIAG-AUDITLOG-ROW-EXIT.
    EXIT.

*> THE IN-STORAGE COUNTERS, NOT THE LAST IOSTATS ROW - THE ROW IS
*> ONLY WRITTEN AT END OF JOB, WHICH AN ABORTED RUN NEVER REACHES
GX-DIAG-IOSTATS.

    MOVE 'IOSTATS COUNTERS - FILE, READS, WRITES, REWRITES, DELETES'
      TO GXDIAGF-RECORD
    WRITE GXDIAGF-RECORD
    PERFORM VARYING GX-DIAG-I FROM 1 BY 1
            UNTIL GX-DIAG-I > GX-IOST-CNT
       MOVE GX-IOST-T-READS   (GX-DIAG-I) TO GX-DIAG-N1
       MOVE GX-IOST-T-WRITES  (GX-DIAG-I) TO GX-DIAG-N2
       MOVE GX-IOST-T-REWRTS  (GX-DIAG-I) TO GX-DIAG-N3
       MOVE GX-IOST-T-DELETES (GX-DIAG-I) TO GX-DIAG-N4
       MOVE GX-IOST-T-RETRIES (GX-DIAG-I) TO GX-DIAG-N5
       MOVE SPACES TO GX-DIAG-LINE
       STRING GX-IOST-T-FILE (GX-DIAG-I) ' ' GX-DIAG-N1 ' '
              GX-DIAG-N2 ' ' GX-DIAG-N3 ' ' GX-DIAG-N4
              ' RETRIES ' GX-DIAG-N5
              DELIMITED BY SIZE
              INTO GX-DIAG-LINE
       WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE
    END-PERFORM.

*> THE JOB'S OWN WAIT AND EVERY WAIT IT WAS THE HOLDER OF
GX-DIAG-LOCKCUR.

    MOVE 'LOCKCUR ROWS THE JOB WAS WAITING ON OR HOLDING'
      TO GXDIAGF-RECORD
    WRITE GXDIAGF-RECORD
    MOVE LOW-VALUES TO LOCKCUR-JOB
    START LOCKCUR KEY NOT LESS LOCKCUR-JOB
       INVALID KEY
          GO TO GX-DIAG-LOCKCUR-EXIT
    END-START
    SET GX-DIAG-NOT-EOF TO TRUE
    PERFORM GX-DIAG-LOCKCUR-ROW
        THRU GX-DIAG-LOCKCUR-ROW-EXIT
        UNTIL GX-DIAG-EOF.

GX-DIAG-LOCKCUR-EXIT.
    EXIT.

GX-DIAG-LOCKCUR-ROW.

    READ LOCKCUR NEXT RECORD
       AT END
          SET GX-DIAG-EOF TO TRUE
          GO TO GX-DIAG-LOCKCUR-ROW-EXIT
    END-READ
    IF LOCKCUR-JOB NOT = GX-AUDIT-JOB AND
       LOCKCUR-HOLDER-JOB NOT = GX-AUDIT-JOB
       GO TO GX-DIAG-LOCKCUR-ROW-EXIT
    END-IF
    MOVE LOCKCUR-WAITCNT TO GX-DIAG-N1
    MOVE SPACES TO GX-DIAG-LINE
    STRING LOCKCUR-JOB ' WAITS ON ' LOCKCUR-FILE ' ' LOCKCUR-KEY
           ' SINCE ' LOCKCUR-START-TS ' TRIES ' GX-DIAG-N1
           ' HELD BY ' LOCKCUR-HOLDER-JOB
           DELIMITED BY SIZE
           INTO GX-DIAG-LINE
    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE.

GX-DIAG-LOCKCUR-ROW-EXIT.
    EXIT.

GX-DIAG-RING-ADD.

    ADD 1 TO GX-DIAG-RNEXT
    IF GX-DIAG-RNEXT > GX-DIAG-KEEP
       MOVE 1 TO GX-DIAG-RNEXT
    END-IF
    MOVE GX-DIAG-LINE TO GX-DIAG-RING (GX-DIAG-RNEXT)
    IF GX-DIAG-RCNT < GX-DIAG-KEEP
       ADD 1 TO GX-DIAG-RCNT
    END-IF.

*> GX-DIAG-LINE HOLDS THE SECTION TITLE; THE RING IS WRITTEN OLDEST
*> ROW FIRST
GX-DIAG-RING-FLUSH.

    WRITE GXDIAGF-RECORD FROM GX-DIAG-LINE
    COMPUTE GX-DIAG-RX = GX-DIAG-RNEXT - GX-DIAG-RCNT + 1
    IF GX-DIAG-RX < 1
       ADD GX-DIAG-KEEP TO GX-DIAG-RX
    END-IF
    PERFORM VARYING GX-DIAG-I FROM 1 BY 1
            UNTIL GX-DIAG-I > GX-DIAG-RCNT
       WRITE GXDIAGF-RECORD FROM GX-DIAG-RING (GX-DIAG-RX)
       ADD 1 TO GX-DIAG-RX
       IF GX-DIAG-RX > GX-DIAG-KEEP
          MOVE 1 TO GX-DIAG-RX
       END-IF
    END-PERFORM.

*> RECENT BUNDLES, NEWEST LAST AS DIAGIDX HOLDS THEM - LOGPURGE
*> KEEPS THE LIST TO THE RETENTION PERIOD.  F5 RELOADS
GX-DIAG-INQUIRY.

    PERFORM GX-DIAG-LOAD-SFL
        THRU GX-DIAG-LOAD-SFL-EXIT
    PERFORM GX-DIAG-CONVERSE
        UNTIL WS-KEY-F3.

GX-DIAG-CONVERSE.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXDIAGCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-F5
       PERFORM GX-DIAG-LOAD-SFL
           THRU GX-DIAG-LOAD-SFL-EXIT
    END-IF.

GX-DIAG-LOAD-SFL.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXDIAGCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE SPACES TO DCMSG OF GXDIAGCR-O
    MOVE LOW-VALUES TO DIAGIDX-TIMESTAMP
    START DIAGIDX KEY NOT LESS DIAGIDX-TIMESTAMP
       INVALID KEY
          MOVE 'NO DIAGNOSTIC BUNDLES ON FILE' TO DCMSG OF GXDIAGCR-O
          GO TO GX-DIAG-LOAD-SFL-EXIT
    END-START
    SET GX-DIAG-NOT-EOF TO TRUE
    PERFORM GX-DIAG-LOAD-ROW
        THRU GX-DIAG-LOAD-ROW-EXIT
        UNTIL GX-DIAG-EOF.

GX-DIAG-LOAD-SFL-EXIT.
    EXIT.

GX-DIAG-LOAD-ROW.

    READ DIAGIDX NEXT RECORD
       AT END
          SET GX-DIAG-EOF TO TRUE
          GO TO GX-DIAG-LOAD-ROW-EXIT
    END-READ

    ADD 1 TO GX-SFLRELRECNBR
    MOVE DIAGIDX-TIMESTAMP TO GX-TZCV-TS
    PERFORM GX-TS-TO-USER
    MOVE GX-TZCV-TS        TO DSTS  OF GXDIAGSR-O
    MOVE DIAGIDX-JOB       TO DSJOB OF GXDIAGSR-O
    MOVE DIAGIDX-PGM       TO DSPGM OF GXDIAGSR-O
    MOVE DIAGIDX-MSGID     TO DSMSG OF GXDIAGSR-O
    MOVE DIAGIDX-PATH      TO DSPTH OF GXDIAGSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXDIAGSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-DIAG-LOAD-ROW-EXIT.
    EXIT.
