*> PRINTER ROUTING FOR THE GX400-14 OVRPRTF.  THE CALLER SETS
*> GX-PRTR-REPORT TO THE PRINTER FILE AND PERFORMS GX-PRTR-ROUTE;
*> THE MOST PARTICULAR PRTROUTE ROW WINS - THE USER FOR THIS
*> REPORT, THE USER FOR ANY REPORT, THE USER'S GROUP
*> (GX-NOTICE-USRGRP) FOR THIS REPORT, THE GROUP FOR ANY REPORT,
*> THEN EVERYONE FOR THIS REPORT.  WITH NO ROW THE PRINT GOES
*> WHERE THE JOB SENDS IT, AS BEFORE.  WHEN QSPROUTQ SHOWS NO
*> ACTIVE WRITER ON THE PRIMARY QUEUE AND THE ROW NAMES A
*> FALLBACK, THE FALLBACK IS USED INSTEAD.  EVERY ROUTED PRINT IS
*> LOGGED TO PRTLOG FOR THE NIGHTLY PRTWAIT REPORT.
GX-PRTR-ROUTE.

    SET GX-PRTR-NOT-FOUND TO TRUE
    SET GX-PRTR-ON-PRIMARY TO TRUE
    MOVE 'U'            TO PRTROUTE-KIND
    MOVE GX-MSGLOG-USER TO PRTROUTE-ID
    MOVE GX-PRTR-REPORT TO PRTROUTE-REPORT
    PERFORM GX-PRTR-LOOKUP
    IF GX-PRTR-NOT-FOUND
       MOVE SPACES TO PRTROUTE-REPORT
       PERFORM GX-PRTR-LOOKUP
    END-IF
    IF GX-PRTR-NOT-FOUND AND GX-NOTICE-USRGRP NOT = SPACES
       MOVE 'G'              TO PRTROUTE-KIND
       MOVE GX-NOTICE-USRGRP TO PRTROUTE-ID
       MOVE GX-PRTR-REPORT   TO PRTROUTE-REPORT
       PERFORM GX-PRTR-LOOKUP
       IF GX-PRTR-NOT-FOUND
          MOVE SPACES TO PRTROUTE-REPORT
          PERFORM GX-PRTR-LOOKUP
       END-IF
    END-IF
    IF GX-PRTR-NOT-FOUND
       MOVE '*'            TO PRTROUTE-KIND
       MOVE SPACES         TO PRTROUTE-ID
       MOVE GX-PRTR-REPORT TO PRTROUTE-REPORT
       PERFORM GX-PRTR-LOOKUP
    END-IF
    IF GX-PRTR-NOT-FOUND OR PRTROUTE-OUTQ = SPACES
       SET GX-PRTR-NOT-FOUND TO TRUE
       GO TO GX-PRTR-ROUTE-EXIT
    END-IF

    MOVE PRTROUTE-OUTQ         TO GX-PRTR-OUTQ
    MOVE PRTROUTE-OUTQ-LIB     TO GX-PRTR-OUTQ-LIB
    MOVE PRTROUTE-FORMTYPE     TO GX-PRTR-FORMTYPE
    MOVE PRTROUTE-COPIES       TO GX-PRTR-COPIES
    MOVE PRTROUTE-FALLBACK     TO GX-PRTR-FALLBACK
    MOVE PRTROUTE-FALLBACK-LIB TO GX-PRTR-FALLBACK-LIB
    PERFORM GX-PRTR-CHECK-WRITER
    IF GX-PRTR-WTR-NONE AND GX-PRTR-FALLBACK NOT = SPACES
       SET GX-PRTR-FELL-BACK TO TRUE
       MOVE GX-PRTR-FALLBACK     TO GX-PRTR-OUTQ
       MOVE GX-PRTR-FALLBACK-LIB TO GX-PRTR-OUTQ-LIB
       PERFORM GX-PRTR-CHECK-WRITER
    END-IF

    MOVE SPACES TO GX-PRTR-OUTQ-Q
    IF GX-PRTR-OUTQ-LIB = SPACES
       STRING '*LIBL/' GX-PRTR-OUTQ
              DELIMITED BY SPACE INTO GX-PRTR-OUTQ-Q
    ELSE
       STRING GX-PRTR-OUTQ-LIB DELIMITED BY SPACE
              '/'              DELIMITED BY SIZE
              GX-PRTR-OUTQ     DELIMITED BY SPACE
              INTO GX-PRTR-OUTQ-Q
    END-IF
    PERFORM GX-PRTR-LOG.

GX-PRTR-ROUTE-EXIT.
    EXIT.

GX-PRTR-LOOKUP.

    READ PRTROUTE RECORD
       INVALID KEY
          SET GX-PRTR-NOT-FOUND TO TRUE
       NOT INVALID KEY
          SET GX-PRTR-FOUND TO TRUE
    END-READ.

*> A WRITER IS ACTIVE WHEN THE QUEUE HAS A WRITER JOB WHOSE STATUS
*> IS ANYTHING BUT END; AN UNKNOWN QUEUE COUNTS AS HAVING NONE
GX-PRTR-CHECK-WRITER.

    SET GX-PRTR-WTR-NONE TO TRUE
    MOVE GX-PRTR-OUTQ     TO GX-PRTR-QQ-NAME
    MOVE GX-PRTR-OUTQ-LIB TO GX-PRTR-QQ-LIB
    IF GX-PRTR-QQ-LIB = SPACES
       MOVE '*LIBL' TO GX-PRTR-QQ-LIB
    END-IF
    MOVE 0 TO GX-PRTR-ERR-AVAIL
    MOVE SPACES TO GX-PRTR-RCV-WTR-JOB
    MOVE SPACES TO GX-PRTR-RCV-WTR-STATUS
    CALL 'QSPROUTQ' USING GX-PRTR-RCV
                          GX-PRTR-RCV-LEN
                          GX-PRTR-FORMAT
                          GX-PRTR-QQUAL
                          GX-PRTR-ERRCODE
    IF GX-PRTR-ERR-AVAIL = 0 AND
       GX-PRTR-RCV-WTR-JOB NOT = SPACES AND
       GX-PRTR-RCV-WTR-STATUS NOT = 'END'
       SET GX-PRTR-WTR-ACTIVE TO TRUE
    END-IF.

GX-PRTR-LOG.

    MOVE GX-AUDIT-TS      TO PRTLOG-TIMESTAMP
    MOVE GX-MSGLOG-USER   TO PRTLOG-USER
    MOVE GX-AUDIT-JOB     TO PRTLOG-JOB
    MOVE GX-AUDIT-PGM     TO PRTLOG-PGM
    MOVE GX-PRTR-REPORT   TO PRTLOG-REPORT
    MOVE GX-PRTR-OUTQ     TO PRTLOG-OUTQ
    MOVE GX-PRTR-OUTQ-LIB TO PRTLOG-OUTQ-LIB
    IF GX-PRTR-WTR-ACTIVE
       MOVE 'A' TO PRTLOG-WRITER
    ELSE
       MOVE 'N' TO PRTLOG-WRITER
    END-IF
    IF GX-PRTR-FELL-BACK
       MOVE 'Y' TO PRTLOG-FALLBACK
    ELSE
       MOVE 'N' TO PRTLOG-FALLBACK
    END-IF
    WRITE PRTLOG-RECORD.
