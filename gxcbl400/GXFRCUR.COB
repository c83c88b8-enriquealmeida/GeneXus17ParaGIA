*> RECURRING POSTING TEMPLATE MAINTENANCE.  RENT, SERVICE CHARGES AND
*> MONTHLY FEES ARE SET UP ONCE HERE INSTEAD OF BEING KEYED FROM A
*> PAPER LIST EVERY MONTH: THE POSTING FIELDS, THE DEADLGEN-STYLE
*> FREQUENCY RULE, THE START AND END DATES AND AN OPTIONAL END
*> COUNT.  RECURGEN CREATES THE POSTINGS AS THEY FALL DUE.  EVERY
*> ACTION IS CHECKED AGAINST SECAUTH (A ADD, C CHANGE, X DEACTIVATE)
*> AND LOGGED TO AUDITLOG.  THE LAST USER TO MAINTAIN A TEMPLATE
*> OWNS IT - RECURGEN POSTS UNDER THAT USER'S AUTHORITY, SO A
*> TEMPLATE DOES NOT OUTLIVE ITS OWNER'S RIGHT TO POST.  DELETE
*> DEACTIVATES RATHER THAN REMOVING THE ROW.
*> SAME CONVERSE SHAPE AS THE GXFHOLM/GXFONCM MAINTENANCE SCREENS.
GX-RCUR-MAINTAIN.

    MOVE SPACES TO GX-RCUR-MSG
    PERFORM GX-RCUR-DISPLAY

    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F3

    IF WS-KEY-ENTER
       PERFORM GX-RCUR-VALIDATE
           THRU GX-RCUR-VALIDATE-EXIT
       IF GX-RCUR-VALID
          PERFORM GX-RCUR-SAVE
              THRU GX-RCUR-SAVE-EXIT
       ELSE
          PERFORM GX-RCUR-DISPLAY
       END-IF
    END-IF.

GX-RCUR-DISPLAY.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXRCURR'
          INDICATORS ARE GX-INDICATORS.

GX-RCUR-VALIDATE.

    SET  GX-RCUR-VALID TO TRUE
    MOVE SPACES TO GX-RCUR-MSG

    IF GX-RCUR-ID EQUAL SPACES
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'TEMPLATE ID IS REQUIRED' TO GX-RCUR-MSG
    END-IF

    IF DELRCD
       GO TO GX-RCUR-VALIDATE-EXIT
    END-IF

    IF GX-RCUR-DESC EQUAL SPACES
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'DESCRIPTION IS REQUIRED' TO GX-RCUR-MSG
    END-IF

    IF GX-RCUR-COMPANY EQUAL SPACES
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'COMPANY IS REQUIRED' TO GX-RCUR-MSG
    END-IF

    IF GX-RCUR-DR-ACCOUNT EQUAL SPACES OR
       GX-RCUR-CR-ACCOUNT EQUAL SPACES
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'DEBIT AND CREDIT ACCOUNTS ARE REQUIRED' TO GX-RCUR-MSG
    END-IF

    IF GX-RCUR-DR-ACCOUNT EQUAL GX-RCUR-CR-ACCOUNT AND
       GX-RCUR-DR-DEPT    EQUAL GX-RCUR-CR-DEPT
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'DEBIT AND CREDIT SIDES ARE THE SAME' TO GX-RCUR-MSG
    END-IF

    IF GX-RCUR-AMOUNT NOT GREATER 0
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO GX-RCUR-MSG
    END-IF

    IF GX-RCUR-SERIES EQUAL SPACES
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'NUMBER SERIES IS REQUIRED' TO GX-RCUR-MSG
    END-IF

*> THE RULE PARAMETERS ARE HELD TO THE RANGES DEADLGEN CAN RESOLVE -
*> A RULE THAT NEVER RESOLVES WOULD SIMPLY NEVER POST
    EVALUATE TRUE
       WHEN NOT GX-RCUR-RULE-KNOWN
          SET  GX-RCUR-INVALID TO TRUE
          MOVE 'FREQUENCY RULE IS NOT A KNOWN RULE' TO GX-RCUR-MSG
       WHEN GX-RCUR-RULE-TYPE EQUAL '*NTHDOW'
          IF GX-RCUR-P1 < 1 OR GX-RCUR-P1 > 5 OR
             GX-RCUR-P2 < 1 OR GX-RCUR-P2 > 7
             SET  GX-RCUR-INVALID TO TRUE
             MOVE 'OCCURRENCE 1-5 AND WEEKDAY 1-7 REQUIRED'
               TO GX-RCUR-MSG
          END-IF
       WHEN GX-RCUR-RULE-TYPE EQUAL '*NTHWD'
          IF GX-RCUR-P1 < 1 OR GX-RCUR-P1 > 23
             SET  GX-RCUR-INVALID TO TRUE
             MOVE 'BUSINESS DAY MUST BE 1 TO 23' TO GX-RCUR-MSG
          END-IF
       WHEN GX-RCUR-RULE-TYPE EQUAL '*WDAFTQE'
          IF GX-RCUR-P1 < 1 OR GX-RCUR-P1 > 20
             SET  GX-RCUR-INVALID TO TRUE
             MOVE 'BUSINESS DAYS AFTER QUARTER END 1 TO 20'
               TO GX-RCUR-MSG
          END-IF
       WHEN GX-RCUR-RULE-TYPE EQUAL '*FIXED'
          IF GX-RCUR-P1 < 1 OR GX-RCUR-P1 > 31
             SET  GX-RCUR-INVALID TO TRUE
             MOVE 'DAY OF MONTH MUST BE 1 TO 31' TO GX-RCUR-MSG
          END-IF
    END-EVALUATE

    IF GX-RCUR-EVERY > 12
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'MONTH INTERVAL MUST BE 0 TO 12' TO GX-RCUR-MSG
    END-IF

    MOVE CORR GX-RCUR-START TO GX-TDTE-INDATE
    PERFORM GX-TDTE
    IF GX-TDTE-OUTNUM = 0
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'START DATE IS NOT A VALID DATE' TO GX-RCUR-MSG
    END-IF

*> A ZERO END DATE RUNS UNTIL THE END COUNT, OR UNTIL DEACTIVATED
    IF GX-RCUR-END-N NOT = 0
       MOVE CORR GX-RCUR-END TO GX-TDTE-INDATE
       PERFORM GX-TDTE
       IF GX-TDTE-OUTNUM = 0
          SET  GX-RCUR-INVALID TO TRUE
          MOVE 'END DATE IS NOT A VALID DATE' TO GX-RCUR-MSG
       END-IF
       IF GX-RCUR-VALID AND GX-RCUR-END-N LESS GX-RCUR-START-N
          SET  GX-RCUR-INVALID TO TRUE
          MOVE 'END DATE IS BEFORE START DATE' TO GX-RCUR-MSG
       END-IF
    END-IF.

GX-RCUR-VALIDATE-EXIT.
    EXIT.

GX-RCUR-SAVE.

    EVALUATE TRUE
       WHEN INSRCD
          MOVE 'A'      TO GX-AUTH-ACTION
          MOVE 'ADD'    TO GX-RCUR-OPER
       WHEN DELRCD
          MOVE 'X'      TO GX-AUTH-ACTION
          MOVE 'DEACT'  TO GX-RCUR-OPER
       WHEN OTHER
          MOVE 'C'      TO GX-AUTH-ACTION
          MOVE 'CHANGE' TO GX-RCUR-OPER
    END-EVALUATE
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       SET  GX-RCUR-INVALID TO TRUE
       MOVE 'NOT AUTHORIZED TO MAINTAIN TEMPLATES' TO GX-RCUR-MSG
       PERFORM GX-RCUR-DISPLAY
       GO TO GX-RCUR-SAVE-EXIT
    END-IF

    MOVE GX-RCUR-ID TO RECURTPL-ID

    IF INSRCD
       PERFORM GX-RCUR-LOAD-ROW
       MOVE 0              TO RECURTPL-GEN-COUNT
       MOVE 0              TO RECURTPL-LAST-DATE
       SET  RECURTPL-ACTIVE TO TRUE
       WRITE RECURTPL-RECORD
          INVALID KEY
             SET  GX-RCUR-INVALID TO TRUE
             MOVE 'TEMPLATE ALREADY ON FILE' TO GX-RCUR-MSG
       END-WRITE
       IF GX-RCUR-VALID
          MOVE 'TEMPLATE ADDED' TO GX-RCUR-MSG
       END-IF
       GO TO GX-RCUR-SAVE-LOG
    END-IF

*> A CHANGE OR A DEACTIVATION WORKS ON THE ROW AS IT STANDS.  THE
*> GENERATION COUNT AND LAST DATE BELONG TO RECURGEN AND ARE KEPT
    READ RECURTPL RECORD
       INVALID KEY
          SET  GX-RCUR-INVALID TO TRUE
          MOVE 'TEMPLATE NOT ON FILE' TO GX-RCUR-MSG
    END-READ
    IF GX-RCUR-INVALID
       PERFORM GX-RCUR-DISPLAY
       GO TO GX-RCUR-SAVE-EXIT
    END-IF

    IF DELRCD
       SET  RECURTPL-INACTIVE TO TRUE
       MOVE GX-MSGLOG-USER TO RECURTPL-OWNER
       MOVE GX-AUDIT-TS    TO RECURTPL-CHANGED-TS
    ELSE
       PERFORM GX-RCUR-LOAD-ROW
       SET  RECURTPL-ACTIVE TO TRUE
    END-IF
    REWRITE RECURTPL-RECORD
       INVALID KEY
          SET  GX-RCUR-INVALID TO TRUE
          MOVE 'TEMPLATE UPDATE FAILED' TO GX-RCUR-MSG
    END-REWRITE
    IF GX-RCUR-VALID
       IF DELRCD
          MOVE 'TEMPLATE DEACTIVATED' TO GX-RCUR-MSG
       ELSE
          MOVE 'TEMPLATE UPDATED' TO GX-RCUR-MSG
       END-IF
    END-IF.

*> THE TEMPLATE ACTION GOES TO AUDITLOG THROUGH THE NORMAL WRITER
*> WITH THE I/O IDENTITY FIELDS BORROWED AND PUT BACK
GX-RCUR-SAVE-LOG.

    IF GX-RCUR-VALID
       MOVE GX-IO-XFI      TO GX-RCUR-SAVE-XFI
       MOVE GX-IO-OP       TO GX-RCUR-SAVE-OP
       MOVE V-FS           TO GX-RCUR-SAVE-FS
       MOVE '*RECURTPL'    TO GX-IO-XFI
       MOVE GX-RCUR-OPER   TO GX-IO-OP
       MOVE '00'           TO V-FS
       PERFORM GX-WRITE-AUDITLOG
       MOVE GX-RCUR-SAVE-XFI TO GX-IO-XFI
       MOVE GX-RCUR-SAVE-OP  TO GX-IO-OP
       MOVE GX-RCUR-SAVE-FS  TO V-FS
    END-IF

    PERFORM GX-RCUR-DISPLAY.

GX-RCUR-SAVE-EXIT.
    EXIT.

GX-RCUR-LOAD-ROW.

    MOVE GX-RCUR-DESC       TO RECURTPL-DESC
    MOVE GX-RCUR-COMPANY    TO RECURTPL-COMPANY
    MOVE GX-RCUR-DR-ACCOUNT TO RECURTPL-DR-ACCOUNT
    MOVE GX-RCUR-DR-DEPT    TO RECURTPL-DR-DEPT
    MOVE GX-RCUR-CR-ACCOUNT TO RECURTPL-CR-ACCOUNT
    MOVE GX-RCUR-CR-DEPT    TO RECURTPL-CR-DEPT
    MOVE GX-RCUR-AMOUNT     TO RECURTPL-AMOUNT
    MOVE GX-RCUR-CURRENCY   TO RECURTPL-CURRENCY
    MOVE GX-RCUR-REFERENCE  TO RECURTPL-REFERENCE
    MOVE GX-RCUR-SERIES     TO RECURTPL-SERIES
    MOVE GX-RCUR-RULE-TYPE  TO RECURTPL-RULE-TYPE
    MOVE GX-RCUR-P1         TO RECURTPL-P1
    MOVE GX-RCUR-P2         TO RECURTPL-P2
    MOVE GX-RCUR-EVERY      TO RECURTPL-EVERY
    MOVE GX-RCUR-START-N    TO RECURTPL-START
    MOVE GX-RCUR-END-N      TO RECURTPL-END
    MOVE GX-RCUR-MAX-COUNT  TO RECURTPL-MAX-COUNT
    MOVE GX-MSGLOG-USER     TO RECURTPL-OWNER
    MOVE GX-AUDIT-TS        TO RECURTPL-CHANGED-TS.
