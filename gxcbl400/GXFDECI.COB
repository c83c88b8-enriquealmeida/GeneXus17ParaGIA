    MOVE GX-DECI-QUESTION (1:50) TO GX-MSGDTA
    PERFORM GX-WRITE-EVTFILE

*> THE PERSON WHO MUST ANSWER IS TOLD BY THEIR OWN CHANNELS - THE
*> USER THE STEP NAMES IN GX-DECI-NOTIFY, ELSE THE DUTY OPERATOR
    MOVE 'DEC'              TO NF-TYPE
    MOVE 0                  TO NF-LEVEL
    MOVE GX-DECI-NOTIFY     TO NF-USER
    IF NF-USER = SPACES
       MOVE '*ONCALL'       TO NF-USER
    END-IF
    MOVE SPACES             TO NF-EXCLUDE
    MOVE SPACES             TO NF-REF
    STRING GX-AUDIT-JOB '/' GX-DECI-QID
           DELIMITED BY SPACE INTO NF-REF
    MOVE SPACES             TO NF-TEXT
    STRING 'DECISION NEEDED: ' DELIMITED BY SIZE
           GX-DECI-QUESTION    DELIMITED BY '  '
           ' ('                DELIMITED BY SIZE
           GX-DECI-ALLOWED     DELIMITED BY SPACE
           ')'                 DELIMITED BY SIZE
           INTO NF-TEXT
    PERFORM GX-NOTIFY

    MOVE GX-AUDIT-JOB       TO GX-RSTR-JOB
    MOVE GX-DECI-QID        TO GX-RSTR-KEY
    PERFORM GX-WRITE-RESTARTCKPT
