*> STANDARD LETTERS FROM A LIST SCREEN.  THE CALLER SETS THE
*> TEMPLATE, FILE AND KEY FIELD (AND THE LANGUAGE FIELD IF THE FILE
*> HAS ONE), PERFORMS GX-LTRS-BEGIN, MOVES EACH SELECTED RECORD TO
*> GX-LTRS-RECORD AND PERFORMS GX-LTRS-ADD, THEN PERFORMS
*> GX-LTRS-SUBMIT: THE REQUEST GOES TO LTRREQ AND LTRGEN IS
*> SUBMITTED TO MERGE, PRINT AND FILE THE LETTERS.  GX-LTRS-QUERY-
*> SUBMIT ASKS INSTEAD FOR LETTERS TO THE ROWS OF A QRYRUN QUERY
*> FLAGGED FOR LETTERS.
GX-LTRS-BEGIN.

    MOVE GX-AUDIT-TS TO GX-LTRS-ID
    IF GX-LTRS-ID-MICRO NOT NUMERIC
       MOVE 0 TO GX-LTRS-ID-MICRO
    END-IF
    PERFORM GX-LTRS-FREE-ID
        THRU GX-LTRS-FREE-ID-EXIT
    MOVE 0 TO GX-LTRS-COUNT
    SET GX-LTRS-OPEN TO TRUE.

*> TWO REQUESTS IN THE SAME MICROSECOND GET SUCCESSIVE IDS
GX-LTRS-FREE-ID.

    MOVE GX-LTRS-ID TO LTRREQ-ID
    READ LTRREQ RECORD
       INVALID KEY
          GO TO GX-LTRS-FREE-ID-EXIT
    END-READ
    IF GX-LTRS-ID-MICRO LESS 999999
       ADD 1 TO GX-LTRS-ID-MICRO
       GO TO GX-LTRS-FREE-ID
    END-IF.

GX-LTRS-FREE-ID-EXIT.
    EXIT.

GX-LTRS-ADD.

    IF GX-LTRS-CLOSED
       GO TO GX-LTRS-ADD-EXIT
    END-IF
    ADD 1 TO GX-LTRS-COUNT
    MOVE GX-LTRS-ID     TO LTRSEL-SET
    MOVE GX-LTRS-COUNT  TO LTRSEL-SEQ
    MOVE GX-LTRS-RECORD TO LTRSEL-IMAGE
    WRITE LTRSEL-RECORD
       INVALID KEY
          SUBTRACT 1 FROM GX-LTRS-COUNT
    END-WRITE.

GX-LTRS-ADD-EXIT.
    EXIT.

GX-LTRS-SUBMIT.

    IF GX-LTRS-CLOSED
       GO TO GX-LTRS-SUBMIT-EXIT
    END-IF
    SET GX-LTRS-CLOSED TO TRUE
    IF GX-LTRS-COUNT = 0
       MOVE 'NO RECORDS WERE SELECTED FOR THE LETTER'
         TO MSG-DESCRIPTION
       MOVE 'GXLTRSNONE' TO GX-LANG-ID
       PERFORM GX-SEND-ERROR-TRANSLATED
       GO TO GX-LTRS-SUBMIT-EXIT
    END-IF
    MOVE 'S'        TO LTRREQ-SOURCE
    MOVE GX-LTRS-ID TO LTRREQ-SET
    PERFORM GX-LTRS-REQUEST
        THRU GX-LTRS-REQUEST-EXIT
    MOVE GX-LTRS-COUNT TO GX-LTRS-COUNT-E
    MOVE SPACES TO MSG-DESCRIPTION
    STRING GX-LTRS-COUNT-E ' LETTER(S) ' GX-LTRS-TEMPLATE
           ' SUBMITTED TO LTRGEN'
           DELIMITED BY SIZE INTO MSG-DESCRIPTION
    MOVE 'GXLTRSSBM' TO GX-LANG-ID
    PERFORM GX-SEND-ERROR-TRANSLATED.

GX-LTRS-SUBMIT-EXIT.
    EXIT.

*> A QUERY REQUEST WAITS IN LTRREQ UNTIL QRYRUN HAS WRITTEN THE
*> QUERY'S SELECTION
GX-LTRS-QUERY-SUBMIT.

    MOVE GX-AUDIT-TS TO GX-LTRS-ID
    IF GX-LTRS-ID-MICRO NOT NUMERIC
       MOVE 0 TO GX-LTRS-ID-MICRO
    END-IF
    PERFORM GX-LTRS-FREE-ID
        THRU GX-LTRS-FREE-ID-EXIT
    MOVE 'Q'           TO LTRREQ-SOURCE
    MOVE GX-LTRS-QUERY TO LTRREQ-SET
    PERFORM GX-LTRS-REQUEST
        THRU GX-LTRS-REQUEST-EXIT
    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'LETTER ' GX-LTRS-TEMPLATE ' FOR QUERY ' GX-LTRS-QUERY
           ' SUBMITTED TO LTRGEN'
           DELIMITED BY SIZE INTO MSG-DESCRIPTION
    MOVE 'GXLTRSQRY' TO GX-LANG-ID
    PERFORM GX-SEND-ERROR-TRANSLATED.

GX-LTRS-REQUEST.

    MOVE GX-LTRS-ID         TO LTRREQ-ID
    MOVE GX-MSGLOG-USER     TO LTRREQ-USER
    MOVE GX-LTRS-TEMPLATE   TO LTRREQ-TEMPLATE
    MOVE GX-LTRS-FILE       TO LTRREQ-FILE
    MOVE GX-LTRS-KEY-FIELD  TO LTRREQ-KEY-FIELD
    MOVE GX-LTRS-LANG-FIELD TO LTRREQ-LANG-FIELD
    MOVE SPACES             TO LTRREQ-STATUS
    MOVE 0                  TO LTRREQ-LETTERS
    MOVE SPACES             TO LTRREQ-DONE-TS
    MOVE SPACES             TO LTRREQ-MSG
    WRITE LTRREQ-RECORD
       INVALID KEY
          CONTINUE
    END-WRITE

    MOVE SPACES TO GX-QCMDEXC-CMD
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'SBMJOB CMD(CALL PGM(LTRGEN)) JOB(LTRGEN)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    CALL 'QCMDEXC' USING GX-QCMDEXC-CMD
                         GX-QCMDEXC-CMDLEN.

GX-LTRS-REQUEST-EXIT.
    EXIT.
