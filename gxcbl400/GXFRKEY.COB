*> BLIND DOUBLE-KEY VERIFICATION.  A CHECK DIGIT CATCHES A
*> MISTYPED ACCOUNT NUMBER BUT NOT A GOOD NUMBER KEYED FOR THE
*> WRONG ACCOUNT, SO A FIELD FLAGGED FLDDICT-REKEY = Y IS KEYED A
*> SECOND TIME BEFORE THE CONFIRM QUESTION, INTO THE GXRKEYR
*> WINDOW WITH THE FIRST KEYING NOT ON SHOW.  GX400-68 PERFORMS
*> GX-RKEY-VERIFY AHEAD OF THE PENDING-CHANGES REVIEW WHEN THE
*> GENERATED PROGRAM HAS TURNED ON GX-RKEY-ACTIVE.  THE GENERATED
*> PROGRAM SUPPLIES #1, WHICH FOR CANDIDATE NUMBER GX-RKEY-N MOVES
*> THE FLDDICT FILE AND FIELD, THE RECORD KEY, THE VALUE BEFORE,
*> THE VALUE KEYED AND THE SUBFILE ROW INTO GX-RKEY-FILE THROUGH
*> GX-RKEY-ROW, LEAVING GX-RKEY-FIELD BLANK PAST THE LAST ONE, AND
*> #2, WHICH TURNS ON THE ERROR INDICATOR OF THAT FIELD ON THAT ROW
*> SO THE CURSOR GOES BACK TO IT.  ONLY AN ADD, OR A CHANGE THAT
*> ALTERED THE VALUE, IS VERIFIED.  THE FIRST MISMATCH STOPS THE
*> CONFIRM AND SENDS THE USER BACK TO THE FIELD; F12 ON THE
*> WINDOW GOES BACK WITHOUT COUNTING.  EVERY ATTEMPT IS LOGGED TO
*> RKEYLOG FOR THE WEEKLY RKEYRPT MISMATCH REPORT.
GX-RKEY-VERIFY.

    SET GX-RKEY-PASSED TO TRUE
    IF NOT INSERT-MODE AND NOT UPDATE-MODE
       GO TO GX-RKEY-VERIFY-EXIT
    END-IF
    MOVE 0 TO GX-RKEY-N
    SET GX-RKEY-MORE TO TRUE
    PERFORM GX-RKEY-ONE
        THRU GX-RKEY-ONE-EXIT
        UNTIL GX-RKEY-NO-MORE OR NOT GX-RKEY-PASSED.

GX-RKEY-VERIFY-EXIT.
    EXIT.

GX-RKEY-ONE.

    ADD 1 TO GX-RKEY-N
    MOVE SPACES TO GX-RKEY-FILE
    MOVE SPACES TO GX-RKEY-FIELD
    MOVE SPACES TO GX-RKEY-KEY
    MOVE SPACES TO GX-RKEY-OLD
    MOVE SPACES TO GX-RKEY-NEW
    MOVE 0      TO GX-RKEY-ROW
    PERFORM #1
    IF GX-RKEY-FIELD = SPACES
       SET GX-RKEY-NO-MORE TO TRUE
       GO TO GX-RKEY-ONE-EXIT
    END-IF

*> A CLEARED VALUE OR AN UNCHANGED ONE HAS NOTHING TO VERIFY
    IF GX-RKEY-NEW = SPACES
       GO TO GX-RKEY-ONE-EXIT
    END-IF
    IF UPDATE-MODE AND GX-RKEY-NEW = GX-RKEY-OLD
       GO TO GX-RKEY-ONE-EXIT
    END-IF
    MOVE GX-RKEY-FILE  TO FLDDICT-FILE
    MOVE GX-RKEY-FIELD TO FLDDICT-FIELD
    READ FLDDICT RECORD
       INVALID KEY
          GO TO GX-RKEY-ONE-EXIT
    END-READ
    IF FLDDICT-REKEY NOT = 'Y'
       GO TO GX-RKEY-ONE-EXIT
    END-IF

    MOVE GX-RKEY-FIELD TO RKFLD  OF GXRKEYR-O
    MOVE FLDDICT-DESC  TO RKDESC OF GXRKEYR-O
    MOVE GX-RKEY-KEY   TO RKKEY  OF GXRKEYR-O
    MOVE 'KEY THE VALUE AGAIN TO VERIFY IT - F12 TO GO BACK'
      TO RKMSG OF GXRKEYR-O
    MOVE SPACES TO RKVAL OF GXRKEYR-I
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXRKEYR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F12
    IF WS-KEY-F12
       SET GX-RKEY-CANCELLED TO TRUE
       GO TO GX-RKEY-ONE-EXIT
    END-IF

    MOVE RKVAL OF GXRKEYR-I TO GX-RKEY-ENTRY
    PERFORM GX-RKEY-COMPARE
        THRU GX-RKEY-COMPARE-EXIT
    MOVE GX-AUDIT-TS    TO RKEYLOG-TIMESTAMP
    MOVE GX-MSGLOG-USER TO RKEYLOG-USER
    MOVE GX-AUDIT-PGM   TO RKEYLOG-PGM
    MOVE GX-RKEY-FILE   TO RKEYLOG-FILE
    MOVE GX-RKEY-FIELD  TO RKEYLOG-FIELD
    MOVE GX-RKEY-KEY    TO RKEYLOG-KEY
    IF INSERT-MODE
       SET RKEYLOG-ADD TO TRUE
    ELSE
       SET RKEYLOG-CHANGE TO TRUE
    END-IF
    IF GX-RKEY-SAME
       SET RKEYLOG-VERIFIED TO TRUE
    ELSE
       SET RKEYLOG-MISMATCH TO TRUE
    END-IF
    WRITE RKEYLOG-RECORD
    IF GX-RKEY-SAME
       GO TO GX-RKEY-ONE-EXIT
    END-IF

*> BACK TO THE FIELD THROUGH THE SAME SEND-ERROR-MSG-WS PATH EVERY
*> OTHER EDIT USES
    SET GX-RKEY-MISMATCH TO TRUE
    MOVE SPACES TO MSG-DESCRIPTION
    STRING 'SECOND KEYING OF ' DELIMITED BY SIZE
           FLDDICT-DESC        DELIMITED BY '  '
           ' DOES NOT MATCH - KEY THE FIELD AGAIN'
                               DELIMITED BY SIZE
           INTO MSG-DESCRIPTION
    MOVE 'GXRKYMIS' TO GX-LANG-ID
    PERFORM GX-SEND-ERROR-TRANSLATED
    PERFORM #2.

GX-RKEY-ONE-EXIT.
    EXIT.

*> THE TWO KEYINGS MATCH WHEN THEY ARE THE SAME TEXT ONCE LEADING
*> BLANKS ARE DROPPED; A NUMERIC FIELD ALSO MATCHES ON VALUE, SO
*> 1,250.00 KEYED AGAINST 1250 IS NOT HELD AGAINST THE USER
GX-RKEY-COMPARE.

    SET GX-RKEY-DIFFERENT TO TRUE
    MOVE GX-RKEY-NEW TO GX-RKEY-TEXT
    PERFORM GX-RKEY-LEFT-JUSTIFY
    MOVE GX-RKEY-LEFT TO GX-RKEY-LEFT-NEW
    MOVE GX-RKEY-ENTRY TO GX-RKEY-TEXT
    PERFORM GX-RKEY-LEFT-JUSTIFY
    IF GX-RKEY-LEFT = GX-RKEY-LEFT-NEW
       SET GX-RKEY-SAME TO TRUE
       GO TO GX-RKEY-COMPARE-EXIT
    END-IF
    IF FLDDICT-TYPE NOT = 'N' AND FLDDICT-TYPE NOT = 'P'
       GO TO GX-RKEY-COMPARE-EXIT
    END-IF
    MOVE GX-RKEY-LEFT-NEW TO GX-VAL-STR
    PERFORM GX-VAL
    IF NOT GX-VAL-OK
       GO TO GX-RKEY-COMPARE-EXIT
    END-IF
    MOVE GX-VAL-VAL TO GX-RKEY-VAL-NEW
    MOVE GX-RKEY-LEFT TO GX-VAL-STR
    PERFORM GX-VAL
    IF GX-VAL-OK AND GX-VAL-VAL = GX-RKEY-VAL-NEW
       SET GX-RKEY-SAME TO TRUE
    END-IF.

GX-RKEY-COMPARE-EXIT.
    EXIT.

GX-RKEY-LEFT-JUSTIFY.

    MOVE SPACES TO GX-RKEY-LEFT
    PERFORM VARYING GX-RKEY-I FROM 1 BY 1
            UNTIL GX-RKEY-I > 40 OR
                  GX-RKEY-TEXT (GX-RKEY-I:1) NOT = SPACE
       CONTINUE
    END-PERFORM
    IF GX-RKEY-I NOT > 40
       MOVE GX-RKEY-TEXT (GX-RKEY-I:) TO GX-RKEY-LEFT
    END-IF.
