    WRITE PENDAPPR-RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          PERFORM GX-FEYE-NOTIFY
    END-WRITE
    SET GX-FEYE-CAPTURED TO TRUE
    MOVE SPACES TO MSG-DESCRIPTION
GX-CHECK-FOUREYES-EXIT.
    EXIT.

*> EVERYONE WHO ASKED TO HEAR OF WAITING APPROVALS IS TOLD, BAR
*> THE REQUESTER, WHO CANNOT APPROVE THEIR OWN ACTION ANYWAY
GX-FEYE-NOTIFY.

    MOVE 'APR'           TO NF-TYPE
    MOVE 0               TO NF-LEVEL
    MOVE '*ALL'          TO NF-USER
    MOVE GX-MSGLOG-USER  TO NF-EXCLUDE
    MOVE PENDAPPR-NBR    TO NF-REF
    MOVE SPACES          TO NF-TEXT
    STRING 'APPROVAL WAITING: ' DELIMITED BY SIZE
           GX-AUDIT-PGM         DELIMITED BY SPACE
           ' ACTION '           DELIMITED BY SIZE
           GX-AUTH-ACTION       DELIMITED BY SIZE
           ' BY '               DELIMITED BY SIZE
           GX-MSGLOG-USER       DELIMITED BY SPACE
           ' KEY '              DELIMITED BY SIZE
           GX-FEYE-KEY          DELIMITED BY '  '
           INTO NF-TEXT
    PERFORM GX-NOTIFY.

GX-FEYE-FIND-APPROVAL.

    SET GX-FEYE-NOT-APPROVED TO TRUE
