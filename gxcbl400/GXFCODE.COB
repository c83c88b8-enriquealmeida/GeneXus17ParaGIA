*> F4 VALUE-LIST PROMPT.  FIELD HELP SAYS WHAT A FIELD IS; THIS
*> LISTS WHAT IT MAY HOLD.  WHEN THE OPERATOR PRESSES F4 THE
*> GENERATED READ LOOP PERFORMS GX-CODE-PROMPT WITH THE FORMAT
*> NAME IN GX-CODE-FORMAT.  THE FIELD UNDER THE CURSOR IS FOUND
*> THROUGH FLDHELP EXACTLY AS GX-SHOW-FLD-HELP FINDS IT, AND ITS
*> FLDDICT DOMAIN SAYS WHERE THE VALUES COME FROM: *CODES <LIST>
*> IS A LIST ON THE CODETBL CODE TABLE, *FILE <FILE> A KEYED
*> MASTER FILE.  THE GXCODSR WINDOW SHOWS THE CODES IN FORCE
*> TODAY THAT ARE INSIDE THE USER'S DATA SCOPE, DESCRIBED IN THE
*> USER'S LANGUAGE WHERE THE TABLE HAS IT; THE CONTROL FORMAT
*> TAKES A POSITION-TO CODE AND A SEARCH TEXT.  OPTION 1 PICKS A
*> CODE INTO GX-CODE-PICKED, F12 OR F3 LEAVES WITHOUT ONE.
GX-CODE-PROMPT.

    SET  GX-CODE-NOT-PICKED TO TRUE
    MOVE SPACES TO GX-CODE-PICKED
    SET  GX-CODE-NO-SOURCE  TO TRUE
    MOVE SPACES TO GX-CODE-FLD-DESC

    MOVE LOW-VALUE TO WS-ROW-BYTE
    MOVE WS-ROW    TO WS-ROW-BYTE-HEX
    MOVE LOW-VALUE TO WS-COL-BYTE
    MOVE WS-COL    TO WS-COL-BYTE-HEX

    MOVE GX-CODE-FORMAT TO FLDHELP-FORMAT
    MOVE WS-ROW-POS     TO FLDHELP-ROW
    MOVE 0              TO FLDHELP-COL
    START FLDHELP KEY NOT LESS FLDHELP-KEY
       INVALID KEY
          GO TO GX-CODE-PROMPT-NONE
    END-START
    SET GX-CODE-NOT-EOF TO TRUE
    PERFORM GX-CODE-SCAN-ROW
        THRU GX-CODE-SCAN-ROW-EXIT
        UNTIL GX-CODE-EOF
    IF GX-CODE-NO-SOURCE
       GO TO GX-CODE-PROMPT-NONE
    END-IF

    MOVE 0 TO GX-TDAY-SW
    PERFORM GX-TODAY
    MOVE GX-TDAY-BUSDATE TO GX-CODE-TODAY
    MOVE SPACES TO GX-CODE-POSTO
    MOVE SPACES TO GX-CODE-SEARCH
    MOVE SPACES TO GX-CODE-MSG
    PERFORM GX-CODE-LOAD
        THRU GX-CODE-LOAD-EXIT
    PERFORM GX-CODE-CONVERSE
        UNTIL WS-KEY-F3 OR WS-KEY-F12 OR GX-CODE-WAS-PICKED
    GO TO GX-CODE-PROMPT-EXIT.

GX-CODE-PROMPT-NONE.

    MOVE 'NO VALUE LIST FOR THIS FIELD' TO MSG-DESCRIPTION
    MOVE 'GXCODNONE' TO GX-LANG-ID
    PERFORM GX-ADD-MSG-TRANSLATED.

GX-CODE-PROMPT-EXIT.
    EXIT.

GX-CODE-SCAN-ROW.

    READ FLDHELP NEXT RECORD
       AT END
          SET GX-CODE-EOF TO TRUE
          GO TO GX-CODE-SCAN-ROW-EXIT
    END-READ
    IF FLDHELP-FORMAT NOT = GX-CODE-FORMAT OR
       FLDHELP-ROW NOT = WS-ROW-POS
       SET GX-CODE-EOF TO TRUE
       GO TO GX-CODE-SCAN-ROW-EXIT
    END-IF
    COMPUTE GX-FHLP-COL-END = FLDHELP-COL + FLDHELP-LEN - 1
    IF WS-COL-POS NOT LESS FLDHELP-COL AND
       WS-COL-POS NOT GREATER GX-FHLP-COL-END
       SET GX-CODE-EOF TO TRUE
       IF FLDHELP-FILE NOT = SPACES
          MOVE FLDHELP-FILE  TO FLDDICT-FILE
          MOVE FLDHELP-FIELD TO FLDDICT-FIELD
          READ FLDDICT RECORD
             INVALID KEY
                GO TO GX-CODE-SCAN-ROW-EXIT
          END-READ
          MOVE FLDDICT-DESC   TO GX-CODE-FLD-DESC
          MOVE FLDDICT-DOMAIN TO GX-CODE-DOMAIN
          PERFORM GX-CODE-READ-DOMAIN
              THRU GX-CODE-READ-DOMAIN-EXIT
       END-IF
    END-IF.

GX-CODE-SCAN-ROW-EXIT.
    EXIT.

*> A *FILE DOMAIN IS ONLY USABLE WHEN THE MASTER'S DICTIONARY
*> ROWS NAME ITS CODE (*KEY) FIELD
GX-CODE-READ-DOMAIN.

    MOVE SPACES TO GX-CODE-DOM-KIND
    MOVE SPACES TO GX-CODE-DOM-NAME
    UNSTRING GX-CODE-DOMAIN DELIMITED BY ALL SPACE
        INTO GX-CODE-DOM-KIND GX-CODE-DOM-NAME
    END-UNSTRING
    IF GX-CODE-DOM-NAME = SPACES
       GO TO GX-CODE-READ-DOMAIN-EXIT
    END-IF
    IF GX-CODE-DOM-KIND = '*CODES'
       SET GX-CODE-FROM-TABLE TO TRUE
       GO TO GX-CODE-READ-DOMAIN-EXIT
    END-IF
    IF GX-CODE-DOM-KIND NOT = '*FILE'
       GO TO GX-CODE-READ-DOMAIN-EXIT
    END-IF

    MOVE 0 TO GX-CODE-KEY-POS
    MOVE 0 TO GX-CODE-DESC-POS
    MOVE 0 TO GX-CODE-EFFTO-POS
    MOVE 0 TO GX-CODE-COMP-POS
    MOVE 0 TO GX-CODE-BRCH-POS
    MOVE GX-CODE-DOM-NAME TO FLDDICT-FILE
    MOVE LOW-VALUES       TO FLDDICT-FIELD
    START FLDDICT KEY NOT LESS FLDDICT-KEY
       INVALID KEY
          GO TO GX-CODE-READ-DOMAIN-EXIT
    END-START
    SET GX-CODE-NOT-EOF TO TRUE
    PERFORM GX-CODE-MASTER-FIELD
        THRU GX-CODE-MASTER-FIELD-EXIT
        UNTIL GX-CODE-EOF
    SET GX-CODE-EOF TO TRUE
    IF GX-CODE-KEY-POS > 0
       SET GX-CODE-FROM-FILE TO TRUE
    END-IF.

GX-CODE-READ-DOMAIN-EXIT.
    EXIT.

GX-CODE-MASTER-FIELD.

    READ FLDDICT NEXT RECORD
       AT END
          SET GX-CODE-EOF TO TRUE
          GO TO GX-CODE-MASTER-FIELD-EXIT
    END-READ
    IF FLDDICT-FILE NOT = GX-CODE-DOM-NAME
       SET GX-CODE-EOF TO TRUE
       GO TO GX-CODE-MASTER-FIELD-EXIT
    END-IF
    EVALUATE TRUE
       WHEN FLDDICT-DOMAIN = '*KEY'
          MOVE FLDDICT-POS TO GX-CODE-KEY-POS
          MOVE FLDDICT-LEN TO GX-CODE-KEY-LEN
       WHEN FLDDICT-DOMAIN = '*DESC'
          MOVE FLDDICT-POS TO GX-CODE-DESC-POS
          MOVE FLDDICT-LEN TO GX-CODE-DESC-LEN
       WHEN FLDDICT-DOMAIN = '*EFFTO'
          MOVE FLDDICT-POS TO GX-CODE-EFFTO-POS
       WHEN FLDDICT-FIELD = 'COMPANY'
          MOVE FLDDICT-POS TO GX-CODE-COMP-POS
          MOVE FLDDICT-LEN TO GX-CODE-COMP-LEN
       WHEN FLDDICT-FIELD = 'BRANCH'
          MOVE FLDDICT-POS TO GX-CODE-BRCH-POS
          MOVE FLDDICT-LEN TO GX-CODE-BRCH-LEN
    END-EVALUATE.

GX-CODE-MASTER-FIELD-EXIT.
    EXIT.

GX-CODE-CONVERSE.

    MOVE GX-CODE-FLD-DESC   TO CCFLD OF GXCODCR-O
    MOVE GX-CODE-MSG        TO CCMSG OF GXCODCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXCODCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-CODE-MSG
    EVALUATE TRUE
       WHEN WS-KEY-ENTER
          PERFORM GX-CODE-PROCESS-SELECTIONS
          IF GX-CODE-NOT-PICKED
             PERFORM GX-CODE-LOAD
                 THRU GX-CODE-LOAD-EXIT
          END-IF
       WHEN WS-KEY-F5
          MOVE SPACES TO GX-CODE-POSTO
          MOVE SPACES TO GX-CODE-SEARCH
          PERFORM GX-CODE-LOAD
              THRU GX-CODE-LOAD-EXIT
    END-EVALUATE.

GX-CODE-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC OR GX-CODE-WAS-PICKED
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXCODSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC AND CDOPT OF GXCODSR-I = '1'
          MOVE CDCODE OF GXCODSR-I TO GX-CODE-PICKED
          SET  GX-CODE-WAS-PICKED  TO TRUE
       END-IF
    END-PERFORM.

GX-CODE-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXCODCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE
    MOVE ZEROES TO GX-SFLRELRECNBR

    IF GX-CODE-FROM-FILE
       PERFORM GX-CODE-LOAD-FILE
           THRU GX-CODE-LOAD-FILE-EXIT
       GO TO GX-CODE-LOAD-EXIT
    END-IF

    MOVE GX-CODE-DOM-NAME TO CODETBL-LIST
    MOVE GX-CODE-POSTO    TO CODETBL-CODE
    MOVE SPACES           TO CODETBL-COMPANY
    MOVE SPACES           TO CODETBL-LANG
    MOVE 0                TO CODETBL-EFF-FROM
    START CODETBL KEY NOT LESS CODETBL-KEY
       INVALID KEY
          GO TO GX-CODE-LOAD-EXIT
    END-START
    MOVE SPACES TO GX-CODE-HOLD-CODE
    MOVE 0      TO GX-CODE-HOLD-RANK
    SET GX-CODE-NOT-EOF TO TRUE
    PERFORM GX-CODE-TABLE-ROW
        THRU GX-CODE-TABLE-ROW-EXIT
        UNTIL GX-CODE-EOF
    PERFORM GX-CODE-FLUSH-HOLD
        THRU GX-CODE-FLUSH-HOLD-EXIT.

GX-CODE-LOAD-EXIT.
    EXIT.

*> ROWS FOR ONE CODE ARRIVE TOGETHER; A ROW COUNTS ONLY IF IT IS
*> IN FORCE TODAY, IN THE USER'S SCOPE AND IN THE USER'S OR THE
*> DEFAULT LANGUAGE, AND THE CODE IS LISTED ONCE WITH ITS BEST ROW
GX-CODE-TABLE-ROW.

    READ CODETBL NEXT RECORD
       AT END
          SET GX-CODE-EOF TO TRUE
          GO TO GX-CODE-TABLE-ROW-EXIT
    END-READ
    IF CODETBL-LIST NOT = GX-CODE-DOM-NAME
       SET GX-CODE-EOF TO TRUE
       GO TO GX-CODE-TABLE-ROW-EXIT
    END-IF
    IF CODETBL-CODE NOT = GX-CODE-HOLD-CODE
       PERFORM GX-CODE-FLUSH-HOLD
           THRU GX-CODE-FLUSH-HOLD-EXIT
       MOVE CODETBL-CODE TO GX-CODE-HOLD-CODE
       MOVE 0            TO GX-CODE-HOLD-RANK
    END-IF

    IF CODETBL-EFF-FROM > GX-CODE-TODAY
       GO TO GX-CODE-TABLE-ROW-EXIT
    END-IF
    IF CODETBL-EFF-TO NOT = 0 AND
       CODETBL-EFF-TO < GX-CODE-TODAY
       GO TO GX-CODE-TABLE-ROW-EXIT
    END-IF
    EVALUATE CODETBL-LANG
       WHEN GX-LANG-CODE
          MOVE 2 TO GX-CODE-RANK
       WHEN SPACES
          MOVE 1 TO GX-CODE-RANK
       WHEN OTHER
          GO TO GX-CODE-TABLE-ROW-EXIT
    END-EVALUATE
    IF GX-CODE-RANK NOT > GX-CODE-HOLD-RANK
       GO TO GX-CODE-TABLE-ROW-EXIT
    END-IF
    MOVE CODETBL-COMPANY TO GX-SCOP-ROW-COMPANY
    MOVE SPACES          TO GX-SCOP-ROW-BRANCH
    PERFORM GX-SCOP-CHECK-ROW
        THRU GX-SCOP-CHECK-ROW-EXIT
    IF GX-SCOP-OUT
       GO TO GX-CODE-TABLE-ROW-EXIT
    END-IF
    MOVE CODETBL-DESC TO GX-CODE-HOLD-DESC
    MOVE GX-CODE-RANK TO GX-CODE-HOLD-RANK.

GX-CODE-TABLE-ROW-EXIT.
    EXIT.

GX-CODE-FLUSH-HOLD.

    IF GX-CODE-HOLD-RANK = 0
       GO TO GX-CODE-FLUSH-HOLD-EXIT
    END-IF
    MOVE GX-CODE-HOLD-CODE TO GX-CODE-ROW-CODE
    MOVE GX-CODE-HOLD-DESC TO GX-CODE-ROW-DESC
    MOVE 0                 TO GX-CODE-HOLD-RANK
    PERFORM GX-CODE-ADD-ROW
        THRU GX-CODE-ADD-ROW-EXIT.

GX-CODE-FLUSH-HOLD-EXIT.
    EXIT.

*> THE SEARCH TEXT RUNS THROUGH GX-CALL-LIKE AGAINST THE CODE AND
*> THE DESCRIPTION TOGETHER, SO THE CASE/ACCENT FOLDS APPLY
GX-CODE-ADD-ROW.

    IF GX-CODE-SEARCH NOT = SPACES
       MOVE SPACES TO GX-LIKE-STRING
       STRING GX-CODE-ROW-CODE ' ' GX-CODE-ROW-DESC
              DELIMITED BY SIZE INTO GX-LIKE-STRING
       MOVE 61          TO GX-LIKE-STRING-LEN
       MOVE SPACES      TO GX-LIKE-PTRN
       STRING '*' GX-CODE-SEARCH
              DELIMITED BY SIZE INTO GX-LIKE-PTRN
       MOVE 41          TO GX-LIKE-PTRN-LEN
       PERFORM GX-CALL-LIKE
       IF GX-LIKE-RESULT NOT = 1
          GO TO GX-CODE-ADD-ROW-EXIT
       END-IF
    END-IF

    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES            TO CDOPT  OF GXCODSR-O
    MOVE GX-CODE-ROW-CODE  TO CDCODE OF GXCODSR-O
    MOVE GX-CODE-ROW-DESC  TO CDDESC OF GXCODSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXCODSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-CODE-ADD-ROW-EXIT.
    EXIT.

*> A MASTER FILE IS READ WHOLE THROUGH CODESRC IN ITS OWN KEY
*> ORDER; ITS ROWS CARRY NO LANGUAGE, AND A COMPANY FIELD, WHEN
*> THE DICTIONARY HAS ONE, IS JUDGED AGAINST THE USER'S SCOPE
GX-CODE-LOAD-FILE.

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'OVRDBF FILE(CODESRC) TOFILE(*LIBL/'
           GX-CODE-DOM-NAME DELIMITED BY SPACE
           ')'              DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    OPEN INPUT CODESRC
    PERFORM GX-FILE-STATUS-ANALYSIS
    IF NOT GX-IO-OK
       MOVE 'VALUE LIST FILE CANNOT BE OPENED' TO GX-CODE-MSG
    ELSE
       SET GX-CODE-NOT-EOF TO TRUE
       PERFORM GX-CODE-FILE-ROW
           THRU GX-CODE-FILE-ROW-EXIT
           UNTIL GX-CODE-EOF
       CLOSE CODESRC
    END-IF

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'DLTOVR FILE(CODESRC)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND.

GX-CODE-LOAD-FILE-EXIT.
    EXIT.

GX-CODE-FILE-ROW.

    READ CODESRC NEXT RECORD
       AT END
          SET GX-CODE-EOF TO TRUE
          GO TO GX-CODE-FILE-ROW-EXIT
    END-READ
    MOVE SPACES TO GX-CODE-ROW-CODE
    MOVE CODESRC-RECORD (GX-CODE-KEY-POS:GX-CODE-KEY-LEN)
      TO GX-CODE-ROW-CODE
    IF GX-CODE-ROW-CODE < GX-CODE-POSTO
       GO TO GX-CODE-FILE-ROW-EXIT
    END-IF
    IF GX-CODE-EFFTO-POS > 0
       MOVE CODESRC-RECORD (GX-CODE-EFFTO-POS:8) TO GX-CODE-EFFTO
       IF GX-CODE-EFFTO NUMERIC AND GX-CODE-EFFTO NOT = 0 AND
          GX-CODE-EFFTO < GX-CODE-TODAY
          GO TO GX-CODE-FILE-ROW-EXIT
       END-IF
    END-IF
    IF GX-CODE-COMP-POS > 0
       MOVE SPACES TO GX-SCOP-ROW-COMPANY
       MOVE SPACES TO GX-SCOP-ROW-BRANCH
       MOVE CODESRC-RECORD (GX-CODE-COMP-POS:GX-CODE-COMP-LEN)
         TO GX-SCOP-ROW-COMPANY
       IF GX-CODE-BRCH-POS > 0
          MOVE CODESRC-RECORD (GX-CODE-BRCH-POS:GX-CODE-BRCH-LEN)
            TO GX-SCOP-ROW-BRANCH
       END-IF
       PERFORM GX-SCOP-CHECK-ROW
           THRU GX-SCOP-CHECK-ROW-EXIT
       IF GX-SCOP-OUT
          GO TO GX-CODE-FILE-ROW-EXIT
       END-IF
    END-IF
    MOVE SPACES TO GX-CODE-ROW-DESC
    IF GX-CODE-DESC-POS > 0
       MOVE CODESRC-RECORD (GX-CODE-DESC-POS:GX-CODE-DESC-LEN)
         TO GX-CODE-ROW-DESC
    END-IF
    PERFORM GX-CODE-ADD-ROW
        THRU GX-CODE-ADD-ROW-EXIT.

GX-CODE-FILE-ROW-EXIT.
    EXIT.

*> THE DESCRIPTION OF A CODE ALREADY ON A RECORD.  EFFECTIVE
*> DATES ARE NOT LOOKED AT - A RETIRED CODE ON AN OLD RECORD STILL
*> READS AS WHAT IT MEANT.  THE USER'S LANGUAGE WINS OVER THE
*> DEFAULT, AND THE LATEST ROW OF EITHER WINS OVER AN EARLIER ONE;
*> NO ROW AT ALL LEAVES THE DESCRIPTION BLANK
GX-CODE-DESCRIBE.

    MOVE SPACES TO GX-CODE-DSC-DESC
    MOVE 0      TO GX-CODE-HOLD-RANK
    MOVE GX-CODE-DSC-LIST TO CODETBL-LIST
    MOVE GX-CODE-DSC-CODE TO CODETBL-CODE
    MOVE SPACES           TO CODETBL-COMPANY
    MOVE SPACES           TO CODETBL-LANG
    MOVE 0                TO CODETBL-EFF-FROM
    START CODETBL KEY NOT LESS CODETBL-KEY
       INVALID KEY
          GO TO GX-CODE-DESCRIBE-EXIT
    END-START
    SET GX-CODE-NOT-EOF TO TRUE
    PERFORM GX-CODE-DESCRIBE-ROW
        THRU GX-CODE-DESCRIBE-ROW-EXIT
        UNTIL GX-CODE-EOF.

GX-CODE-DESCRIBE-EXIT.
    EXIT.

GX-CODE-DESCRIBE-ROW.

    READ CODETBL NEXT RECORD
       AT END
          SET GX-CODE-EOF TO TRUE
          GO TO GX-CODE-DESCRIBE-ROW-EXIT
    END-READ
    IF CODETBL-LIST NOT = GX-CODE-DSC-LIST OR
       CODETBL-CODE NOT = GX-CODE-DSC-CODE
       SET GX-CODE-EOF TO TRUE
       GO TO GX-CODE-DESCRIBE-ROW-EXIT
    END-IF
    EVALUATE CODETBL-LANG
       WHEN GX-LANG-CODE
          MOVE 2 TO GX-CODE-RANK
       WHEN SPACES
          MOVE 1 TO GX-CODE-RANK
       WHEN OTHER
          GO TO GX-CODE-DESCRIBE-ROW-EXIT
    END-EVALUATE
    IF GX-CODE-RANK NOT < GX-CODE-HOLD-RANK
       MOVE CODETBL-DESC TO GX-CODE-DSC-DESC
       MOVE GX-CODE-RANK TO GX-CODE-HOLD-RANK
    END-IF.

GX-CODE-DESCRIBE-ROW-EXIT.
    EXIT.

*> CODE TABLE MAINTENANCE, SAME CONVERSE SHAPE AS GX-FHLM-MAINTAIN.
*> A CODE IS RETIRED BY GIVING ITS ROW AN EFFECTIVE-TO DATE, NOT BY
*> DELETING IT, OR OLD RECORDS LOSE THEIR DESCRIPTION
GX-CODM-MAINTAIN.

    MOVE SPACES TO GX-CODM-MSG
    PERFORM GX-CODM-DISPLAY

    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F3

    IF WS-KEY-ENTER
       PERFORM GX-CODM-VALIDATE
       IF GX-CODM-VALID
          PERFORM GX-CODM-SAVE
       ELSE
          PERFORM GX-CODM-DISPLAY
       END-IF
    END-IF.

GX-CODM-DISPLAY.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXCODMR'
          INDICATORS ARE GX-INDICATORS.

GX-CODM-VALIDATE.

    SET  GX-CODM-VALID TO TRUE
    MOVE SPACES TO GX-CODM-MSG

    IF GX-CODM-LIST EQUAL SPACES
       SET  GX-CODM-INVALID TO TRUE
       MOVE 'CODE LIST NAME IS REQUIRED' TO GX-CODM-MSG
    END-IF

    IF GX-CODM-CODE EQUAL SPACES
       SET  GX-CODM-INVALID TO TRUE
       MOVE 'CODE IS REQUIRED' TO GX-CODM-MSG
    END-IF

    IF GX-CODM-EFF-FROM NOT NUMERIC OR GX-CODM-EFF-FROM = 0
       SET  GX-CODM-INVALID TO TRUE
       MOVE 'EFFECTIVE-FROM DATE IS REQUIRED' TO GX-CODM-MSG
    END-IF

    IF GX-CODM-EFF-TO NOT NUMERIC
       SET  GX-CODM-INVALID TO TRUE
       MOVE 'EFFECTIVE-TO MUST BE A DATE OR ZERO' TO GX-CODM-MSG
    ELSE
       IF GX-CODM-EFF-TO NOT = 0 AND
          GX-CODM-EFF-TO < GX-CODM-EFF-FROM
          SET  GX-CODM-INVALID TO TRUE
          MOVE 'EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM'
            TO GX-CODM-MSG
       END-IF
    END-IF

    IF GX-CODM-DESC EQUAL SPACES
       SET  GX-CODM-INVALID TO TRUE
       MOVE 'DESCRIPTION TEXT IS REQUIRED' TO GX-CODM-MSG
    END-IF.

GX-CODM-SAVE.

    MOVE GX-CODM-LIST     TO CODETBL-LIST
    MOVE GX-CODM-CODE     TO CODETBL-CODE
    MOVE GX-CODM-COMPANY  TO CODETBL-COMPANY
    MOVE GX-CODM-LANG     TO CODETBL-LANG
    MOVE GX-CODM-EFF-FROM TO CODETBL-EFF-FROM
    MOVE GX-CODM-EFF-TO   TO CODETBL-EFF-TO
    MOVE GX-CODM-DESC     TO CODETBL-DESC
    MOVE GX-MSGLOG-USER   TO CODETBL-CHG-USER
    MOVE GX-AUDIT-TS      TO CODETBL-CHG-TS

    IF DELRCD
       DELETE CODETBL RECORD
          INVALID KEY
             SET  GX-CODM-INVALID TO TRUE
             MOVE 'CODE ROW NOT ON FILE' TO GX-CODM-MSG
       END-DELETE
       IF GX-CODM-VALID
          MOVE 'CODE ROW DELETED' TO GX-CODM-MSG
       END-IF
    ELSE
       WRITE CODETBL-RECORD
          INVALID KEY
             REWRITE CODETBL-RECORD
                INVALID KEY
                   SET  GX-CODM-INVALID TO TRUE
                   MOVE 'CODE ROW SAVE FAILED' TO GX-CODM-MSG
             END-REWRITE
       END-WRITE
       IF GX-CODM-VALID
          MOVE 'CODE ROW SAVED' TO GX-CODM-MSG
       END-IF
    END-IF.
