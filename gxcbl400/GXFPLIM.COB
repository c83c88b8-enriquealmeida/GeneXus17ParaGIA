*> POSTING VELOCITY AND AMOUNT LIMITS.  AUTHORITY SAYS WHETHER A
*> USER MAY POST; POSTLIM SAYS HOW MUCH AND HOW FAST.  THE MOST
*> PARTICULAR ROW WINS - THE USER, THEN THE USER'S GROUP
*> (GX-NOTICE-USRGRP), THEN EVERYONE, AND WITHIN EACH THE PROGRAM
*> AND CURRENCY, THE PROGRAM FOR ANY CURRENCY, ANY PROGRAM IN THE
*> CURRENCY, THEN ANY PROGRAM AT ALL.  WITH NO ROW THE POSTING IS
*> NOT LIMITED.  A POSTING THAT WOULD TAKE THE DAY'S COUNT OR TOTAL
*> PAST THE LIMIT, OR IS ITSELF OVER THE SINGLE LIMIT, IS NOT
*> REFUSED OUTRIGHT: IT GOES TO THE PENDAPPR FOUR-EYES QUEUE AS
*> ACTION L - ONE ROW PER PROGRAM, KEY AND REQUESTING USER, AS THE
*> FREEZE OVERRIDE DOES - AND THE WRITE IS HELD THROUGH THE
*> STANDARD POPUP.  THE FIRST HIT ALSO WRITES A *SECURITY AUDITLOG
*> ENTRY AND RAISES A POSTLIMIT ALERT.  A SECOND USER HOLDING THE
*> L GRANT ON THE PROGRAM APPROVES IT ON GXFAPRV AND THE NEXT
*> ATTEMPT IS RELEASED.  THE GX400-57/58 CHAINS PERFORM
*> GX-CHECK-POSTLIMIT RIGHT AFTER FOUR-EYES AND GX-PLIM-RECORD
*> ONCE THE POSTING IS WRITTEN, WHICH ADDS IT TO THE DAY'S USAGE
*> AND SPENDS A RELEASING APPROVAL.  AMOUNTS ARE TAKEN WITHOUT
*> SIGN; A CHANGE COUNTS ONE POSTING AND ONLY WHAT IT ADDS TO THE
*> AMOUNT, AND IS HELD TO THE SINGLE LIMIT ONLY WHEN IT RAISES IT.
GX-CHECK-POSTLIMIT.

    SET  GX-PLIM-CLEAR     TO TRUE
    SET  GX-PLIM-NOT-FOUND TO TRUE
    MOVE SPACES TO GX-PLIM-MSG
    MOVE SPACES TO GX-PLIM-BREACH
    MOVE GX-PLIM-AMOUNT TO GX-PLIM-SINGLE
    IF GX-PLIM-SINGLE < 0
       MULTIPLY -1 BY GX-PLIM-SINGLE
    END-IF
    MOVE GX-PLIM-PRIOR TO GX-PLIM-WAS
    IF GX-PLIM-WAS < 0
       MULTIPLY -1 BY GX-PLIM-WAS
    END-IF
    COMPUTE GX-PLIM-INCREASE = GX-PLIM-SINGLE - GX-PLIM-WAS
    IF GX-PLIM-INCREASE < 0
       MOVE 0 TO GX-PLIM-INCREASE
    END-IF

    MOVE 'U'            TO GX-PLIM-SEEK-KIND
    MOVE GX-MSGLOG-USER TO GX-PLIM-SEEK-ID
    PERFORM GX-PLIM-LOOKUP
        THRU GX-PLIM-LOOKUP-EXIT
    IF GX-PLIM-NOT-FOUND AND GX-NOTICE-USRGRP NOT = SPACES
       MOVE 'G'              TO GX-PLIM-SEEK-KIND
       MOVE GX-NOTICE-USRGRP TO GX-PLIM-SEEK-ID
       PERFORM GX-PLIM-LOOKUP
           THRU GX-PLIM-LOOKUP-EXIT
    END-IF
    IF GX-PLIM-NOT-FOUND
       MOVE '*'    TO GX-PLIM-SEEK-KIND
       MOVE SPACES TO GX-PLIM-SEEK-ID
       PERFORM GX-PLIM-LOOKUP
           THRU GX-PLIM-LOOKUP-EXIT
    END-IF
    IF GX-PLIM-NOT-FOUND
       GO TO GX-CHECK-POSTLIMIT-EXIT
    END-IF

*> WHAT THE USER HAS ALREADY POSTED TODAY UNDER THIS LIMIT
    MOVE 0 TO GX-PLIM-DAY-COUNT
    MOVE 0 TO GX-PLIM-DAY-TOTAL
    MOVE GX-TDAY-BUSDATE TO POSTUSE-DATE
    MOVE GX-MSGLOG-USER  TO POSTUSE-USER
    MOVE GX-PLIM-USE-PGM TO POSTUSE-PGM
    MOVE GX-PLIM-USE-CUR TO POSTUSE-CUR
    READ POSTUSE RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE POSTUSE-COUNT TO GX-PLIM-DAY-COUNT
          MOVE POSTUSE-TOTAL TO GX-PLIM-DAY-TOTAL
    END-READ

    IF GX-PLIM-MAX-SINGLE > 0 AND
       GX-PLIM-SINGLE > GX-PLIM-WAS AND
       GX-PLIM-SINGLE > GX-PLIM-MAX-SINGLE
       MOVE 'SINGLE' TO GX-PLIM-BREACH
    END-IF
    IF GX-PLIM-MAX-TOTAL > 0 AND
       GX-PLIM-DAY-TOTAL + GX-PLIM-INCREASE > GX-PLIM-MAX-TOTAL
       MOVE 'TOTAL'  TO GX-PLIM-BREACH
    END-IF
    IF GX-PLIM-MAX-COUNT > 0 AND
       GX-PLIM-DAY-COUNT + 1 > GX-PLIM-MAX-COUNT
       MOVE 'COUNT'  TO GX-PLIM-BREACH
    END-IF
    IF GX-PLIM-BREACH = SPACES
       GO TO GX-CHECK-POSTLIMIT-EXIT
    END-IF

*> OVER THE LIMIT - AN APPROVED OVERRIDE RELEASES THE POSTING, A
*> PENDING ONE IS WAITED ON, AND WITHOUT EITHER A NEW ONE IS
*> CAPTURED, EVIDENCED AND ALERTED
    PERFORM GX-PLIM-FIND-OVERRIDE
        THRU GX-PLIM-FIND-OVERRIDE-EXIT
    IF GX-PLIM-RELEASED
       GO TO GX-CHECK-POSTLIMIT-EXIT
    END-IF
    IF GX-PLIM-NBR = 0
       MOVE 'PENDAPPR' TO GX-NBRA-SERIES
       PERFORM GX-GETNBR
       MOVE GX-NBRA-NBR     TO PENDAPPR-NBR
       MOVE GX-AUDIT-PGM    TO PENDAPPR-PGM
       MOVE 'L'             TO PENDAPPR-ACTION
       MOVE GX-PLIM-KEY     TO PENDAPPR-KEY
       MOVE GX-MSGLOG-USER  TO PENDAPPR-REQ-USER
       MOVE GX-AUDIT-TS     TO PENDAPPR-REQ-TS
       SET  PENDAPPR-PENDING TO TRUE
       MOVE SPACES          TO PENDAPPR-APPR-USER
       MOVE SPACES          TO PENDAPPR-APPR-TS
       WRITE PENDAPPR-RECORD
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             PERFORM GX-PLIM-NOTIFY
       END-WRITE
       MOVE PENDAPPR-NBR TO GX-PLIM-NBR
       PERFORM GX-PLIM-LOG-HIT
           THRU GX-PLIM-LOG-HIT-EXIT
    END-IF
    SET GX-PLIM-HELD TO TRUE
    STRING GX-PLIM-BREACH DELIMITED BY SPACE
           ' LIMIT - APPROVAL ' GX-PLIM-NBR
           DELIMITED BY SIZE INTO GX-PLIM-MSG.

GX-CHECK-POSTLIMIT-EXIT.
    EXIT.

*> ONE KIND OF ROW (USER, GROUP OR EVERYONE), MOST PARTICULAR
*> PROGRAM AND CURRENCY FIRST
GX-PLIM-LOOKUP.

    MOVE GX-PLIM-SEEK-KIND TO POSTLIM-KIND
    MOVE GX-PLIM-SEEK-ID   TO POSTLIM-ID
    MOVE GX-AUDIT-PGM      TO POSTLIM-PGM
    MOVE GX-PLIM-CUR       TO POSTLIM-CUR
    PERFORM GX-PLIM-READ-LIMIT
    IF GX-PLIM-FOUND
       GO TO GX-PLIM-LOOKUP-EXIT
    END-IF
    MOVE SPACES            TO POSTLIM-CUR
    PERFORM GX-PLIM-READ-LIMIT
    IF GX-PLIM-FOUND
       GO TO GX-PLIM-LOOKUP-EXIT
    END-IF
    MOVE SPACES            TO POSTLIM-PGM
    MOVE GX-PLIM-CUR       TO POSTLIM-CUR
    PERFORM GX-PLIM-READ-LIMIT
    IF GX-PLIM-FOUND
       GO TO GX-PLIM-LOOKUP-EXIT
    END-IF
    MOVE SPACES            TO POSTLIM-CUR
    PERFORM GX-PLIM-READ-LIMIT.

GX-PLIM-LOOKUP-EXIT.
    EXIT.

GX-PLIM-READ-LIMIT.

    READ POSTLIM RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET  GX-PLIM-FOUND      TO TRUE
          MOVE POSTLIM-PGM        TO GX-PLIM-USE-PGM
          MOVE POSTLIM-CUR        TO GX-PLIM-USE-CUR
          MOVE POSTLIM-MAX-COUNT  TO GX-PLIM-MAX-COUNT
          MOVE POSTLIM-MAX-TOTAL  TO GX-PLIM-MAX-TOTAL
          MOVE POSTLIM-MAX-SINGLE TO GX-PLIM-MAX-SINGLE
    END-READ.

GX-PLIM-FIND-OVERRIDE.

    MOVE 0 TO GX-PLIM-NBR
    MOVE 0 TO PENDAPPR-NBR
    START PENDAPPR KEY NOT LESS PENDAPPR-NBR
       INVALID KEY
          GO TO GX-PLIM-FIND-OVERRIDE-EXIT
    END-START
    SET GX-PLIM-NOT-EOF TO TRUE
    PERFORM GX-PLIM-OVR-ONE
        THRU GX-PLIM-OVR-ONE-EXIT
        UNTIL GX-PLIM-EOF OR GX-PLIM-RELEASED.

GX-PLIM-FIND-OVERRIDE-EXIT.
    EXIT.

GX-PLIM-OVR-ONE.

    READ PENDAPPR NEXT RECORD
       AT END
          SET GX-PLIM-EOF TO TRUE
          GO TO GX-PLIM-OVR-ONE-EXIT
    END-READ
    IF PENDAPPR-PGM      NOT = GX-AUDIT-PGM OR
       PENDAPPR-ACTION   NOT = 'L' OR
       PENDAPPR-KEY      NOT = GX-PLIM-KEY OR
       PENDAPPR-REQ-USER NOT = GX-MSGLOG-USER
       GO TO GX-PLIM-OVR-ONE-EXIT
    END-IF
    IF PENDAPPR-PENDING
       MOVE PENDAPPR-NBR TO GX-PLIM-NBR
    END-IF
    IF PENDAPPR-APPROVED-ST
       SET  GX-PLIM-RELEASED   TO TRUE
       MOVE PENDAPPR-NBR       TO GX-PLIM-NBR
       MOVE PENDAPPR-APPR-USER TO GX-PLIM-APPR-USER
    END-IF.

GX-PLIM-OVR-ONE-EXIT.
    EXIT.

*> EVERYONE WHO ASKED TO HEAR OF WAITING APPROVALS IS TOLD, BAR
*> THE REQUESTER - THE SAME ROUTE GX-FEYE-NOTIFY TAKES
GX-PLIM-NOTIFY.

    MOVE 'APR'           TO NF-TYPE
    MOVE 0               TO NF-LEVEL
    MOVE '*ALL'          TO NF-USER
    MOVE GX-MSGLOG-USER  TO NF-EXCLUDE
    MOVE PENDAPPR-NBR    TO NF-REF
    MOVE SPACES          TO NF-TEXT
    STRING 'POSTING LIMIT: ' DELIMITED BY SIZE
           GX-AUDIT-PGM      DELIMITED BY SPACE
           ' '               DELIMITED BY SIZE
           GX-PLIM-BREACH    DELIMITED BY SPACE
           ' LIMIT BY '      DELIMITED BY SIZE
           GX-MSGLOG-USER    DELIMITED BY SPACE
           ' KEY '           DELIMITED BY SIZE
           GX-PLIM-KEY       DELIMITED BY '  '
           INTO NF-TEXT
    PERFORM GX-NOTIFY.

*> THE HIT IS EVIDENCE AND AN ALERT: A *SECURITY AUDITLOG ROW
*> (OPERATION L) WITH THE SAME BORROW-AND-RESTORE DISCIPLINE
*> GX-AUTH-LOG-DENIAL USES, A POSTLIMIT ALERT PER USER, PROGRAM
*> AND LIMIT THAT FOLLOWS THE NORMAL ACKNOWLEDGE/RESOLVE
*> LIFECYCLE, AND THE HIT COUNTED ON THE DAY'S USAGE ROW
GX-PLIM-LOG-HIT.

    MOVE GX-IO-XFI      TO GX-AUTH-SAVE-XFI
    MOVE GX-IO-OP       TO GX-AUTH-SAVE-OP
    MOVE V-FS           TO GX-AUTH-SAVE-FS
    MOVE '*SECURITY'    TO GX-IO-XFI
    MOVE 'L'            TO GX-IO-OP
    MOVE 'NA'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-AUTH-SAVE-XFI TO GX-IO-XFI
    MOVE GX-AUTH-SAVE-OP  TO GX-IO-OP
    MOVE GX-AUTH-SAVE-FS  TO V-FS

    MOVE 'POSTLIMIT'    TO ALERTS-TYPE
    MOVE GX-MSGLOG-USER TO ALERTS-SOURCE
    MOVE SPACES         TO ALERTS-DETAIL
    STRING GX-AUDIT-PGM   DELIMITED BY SPACE
           ' '            DELIMITED BY SIZE
           GX-PLIM-BREACH DELIMITED BY SPACE
           INTO ALERTS-DETAIL
    READ ALERTS RECORD
       INVALID KEY
          SET  ALERTS-NEW      TO TRUE
          MOVE 2               TO ALERTS-SEVERITY
          MOVE 0               TO ALERTS-VALUE
          MOVE 0               TO ALERTS-THRESHOLD
          MOVE GX-AUDIT-TS     TO ALERTS-RAISED-TS
          MOVE 1               TO ALERTS-BREACHES
          MOVE SPACES          TO ALERTS-ACK-USER
          MOVE SPACES          TO ALERTS-ACK-TS
          MOVE SPACES          TO ALERTS-RES-TS
          MOVE 0               TO ALERTS-BUSAGE
          MOVE SPACES          TO ALERTS-ACT-STATUS
          MOVE 0               TO ALERTS-ACT-TRIES
          MOVE SPACES          TO ALERTS-ACT-TS
          PERFORM GX-PLIM-ALERT-VALUES
          WRITE ALERTS-RECORD
             INVALID KEY CONTINUE
          END-WRITE
          GO TO GX-PLIM-LOG-HIT-USE
    END-READ
*> RAISED BEFORE - COUNT THE BREACH, AND A RESOLVED ALERT OPENS
*> AGAIN AS NEW
    ADD 1 TO ALERTS-BREACHES
    IF ALERTS-RESOLVED
       SET  ALERTS-NEW  TO TRUE
       MOVE GX-AUDIT-TS TO ALERTS-RAISED-TS
       MOVE SPACES      TO ALERTS-ACK-USER
       MOVE SPACES      TO ALERTS-ACK-TS
       MOVE SPACES      TO ALERTS-RES-TS
    END-IF
    PERFORM GX-PLIM-ALERT-VALUES
    REWRITE ALERTS-RECORD
       INVALID KEY CONTINUE
    END-REWRITE.

GX-PLIM-LOG-HIT-USE.
    MOVE GX-TDAY-BUSDATE TO POSTUSE-DATE
    MOVE GX-MSGLOG-USER  TO POSTUSE-USER
    MOVE GX-PLIM-USE-PGM TO POSTUSE-PGM
    MOVE GX-PLIM-USE-CUR TO POSTUSE-CUR
    READ POSTUSE RECORD
       INVALID KEY
          MOVE 0           TO POSTUSE-COUNT
          MOVE 0           TO POSTUSE-TOTAL
          MOVE 1           TO POSTUSE-HITS
          MOVE GX-AUDIT-TS TO POSTUSE-LAST-TS
          WRITE POSTUSE-RECORD
             INVALID KEY CONTINUE
          END-WRITE
          GO TO GX-PLIM-LOG-HIT-EXIT
    END-READ
    ADD 1 TO POSTUSE-HITS
    REWRITE POSTUSE-RECORD
       INVALID KEY CONTINUE
    END-REWRITE.

GX-PLIM-LOG-HIT-EXIT.
    EXIT.

*> THE ALERT VALUE IS WHAT THE POSTING WOULD HAVE MADE OF THE
*> LIMIT, THE THRESHOLD THE LIMIT ITSELF, IN WHOLE UNITS
GX-PLIM-ALERT-VALUES.

    EVALUATE GX-PLIM-BREACH
       WHEN 'COUNT'
          COMPUTE ALERTS-VALUE = GX-PLIM-DAY-COUNT + 1
          MOVE GX-PLIM-MAX-COUNT  TO ALERTS-THRESHOLD
       WHEN 'TOTAL'
          COMPUTE ALERTS-VALUE = GX-PLIM-DAY-TOTAL + GX-PLIM-INCREASE
          MOVE GX-PLIM-MAX-TOTAL  TO ALERTS-THRESHOLD
       WHEN OTHER
          MOVE GX-PLIM-SINGLE     TO ALERTS-VALUE
          MOVE GX-PLIM-MAX-SINGLE TO ALERTS-THRESHOLD
    END-EVALUATE.

*> THE CHAIN'S REJECTION - THE SAME POPUP PATH FOUR-EYES USES
GX-PLIM-REJECT.

    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'POSTING ' GX-PLIM-MSG
           DELIMITED BY SIZE INTO MSG-DESCRIPTION
    MOVE 'GXPLMHELD' TO GX-LANG-ID
    PERFORM GX-SEND-ERROR-TRANSLATED.

*> THE POSTING IS WRITTEN - IT JOINS THE DAY'S USAGE UNDER THE
*> LIMIT THAT APPLIED, AND A RELEASING APPROVAL IS SPENT WITH BOTH
*> IDENTITIES IN AUDITLOG (THE GX-FRZ-CONSUME DISCIPLINE)
GX-PLIM-RECORD.

    IF GX-PLIM-NOT-FOUND
       GO TO GX-PLIM-RECORD-EXIT
    END-IF
    MOVE GX-TDAY-BUSDATE TO POSTUSE-DATE
    MOVE GX-MSGLOG-USER  TO POSTUSE-USER
    MOVE GX-PLIM-USE-PGM TO POSTUSE-PGM
    MOVE GX-PLIM-USE-CUR TO POSTUSE-CUR
    READ POSTUSE RECORD
       INVALID KEY
          MOVE 1                TO POSTUSE-COUNT
          MOVE GX-PLIM-INCREASE TO POSTUSE-TOTAL
          MOVE 0                TO POSTUSE-HITS
          MOVE GX-AUDIT-TS      TO POSTUSE-LAST-TS
          WRITE POSTUSE-RECORD
             INVALID KEY CONTINUE
          END-WRITE
       NOT INVALID KEY
          ADD  1                TO POSTUSE-COUNT
          ADD  GX-PLIM-INCREASE TO POSTUSE-TOTAL
          MOVE GX-AUDIT-TS      TO POSTUSE-LAST-TS
          REWRITE POSTUSE-RECORD
             INVALID KEY CONTINUE
          END-REWRITE
    END-READ
    IF NOT GX-PLIM-RELEASED
       GO TO GX-PLIM-RECORD-EXIT
    END-IF

    MOVE GX-IO-XFI       TO GX-AUTH-SAVE-XFI
    MOVE GX-IO-OP        TO GX-AUTH-SAVE-OP
    MOVE V-FS            TO GX-AUTH-SAVE-FS
    MOVE '*PLIMREQ'      TO GX-IO-XFI
    MOVE 'L'             TO GX-IO-OP
    MOVE '00'            TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-AUDIT-JOB    TO GX-PLIM-SAVE-JOB
    MOVE GX-PLIM-APPR-USER TO GX-AUDIT-JOB
    MOVE '*PLIMAPP'      TO GX-IO-XFI
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-PLIM-SAVE-JOB TO GX-AUDIT-JOB
    MOVE GX-AUTH-SAVE-XFI TO GX-IO-XFI
    MOVE GX-AUTH-SAVE-OP  TO GX-IO-OP
    MOVE GX-AUTH-SAVE-FS  TO V-FS
    SET  GX-PLIM-CLEAR    TO TRUE
    MOVE GX-PLIM-NBR TO PENDAPPR-NBR
    READ PENDAPPR RECORD
       INVALID KEY
          GO TO GX-PLIM-RECORD-EXIT
    END-READ
    DELETE PENDAPPR RECORD
       INVALID KEY
          CONTINUE
    END-DELETE.

GX-PLIM-RECORD-EXIT.
    EXIT.
