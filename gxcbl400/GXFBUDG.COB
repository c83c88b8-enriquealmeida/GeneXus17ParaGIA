*> BUDGET MAINTENANCE.  FINANCE KEYS OR CORRECTS ONE BUDGET LINE -
*> COMPANY, PERIOD, CONTROL-BREAK LINE AND VERSION - WITH ITS
*> AMOUNT, COST OWNER AND OPTIONAL TOLERANCE.  THE ANNUAL BUDGET
*> NORMALLY ARRIVES THROUGH THE BUDLOAD BULK LOAD; THIS SCREEN IS
*> FOR THE SINGLE LINE AND FOR THE REVISIONS THROUGH THE YEAR.
*> THE ORIGINAL IS THE APPROVED FIGURE AND IS FROZEN ONCE A
*> REVISION EXISTS FOR THE SAME LINE, AND NOTHING IN A PERIOD
*> CLOSESTAT SHOWS CLOSED CAN BE TOUCHED, SO A VARIANCE REPORT
*> ALREADY SENT OUT CAN ALWAYS BE REPRODUCED.  EVERY ACTION IS
*> CHECKED AGAINST SECAUTH (A ADD, C CHANGE, X DELETE) AND LOGGED
*> TO AUDITLOG.  SAME CONVERSE SHAPE AS THE GXFLHLD SCREEN.
GX-BUDG-MAINTAIN.

    MOVE SPACES TO GX-BUDG-MSG
    PERFORM GX-BUDG-DISPLAY

    PERFORM READ-SCREEN
       TEST AFTER
       UNTIL WS-KEY-ENTER OR WS-KEY-F3

    IF WS-KEY-ENTER
       PERFORM GX-BUDG-VALIDATE
           THRU GX-BUDG-VALIDATE-EXIT
       IF GX-BUDG-VALID
          PERFORM GX-BUDG-SAVE
              THRU GX-BUDG-SAVE-EXIT
       ELSE
          PERFORM GX-BUDG-DISPLAY
       END-IF
    END-IF.

GX-BUDG-DISPLAY.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXBUDGR'
          INDICATORS ARE GX-INDICATORS.

GX-BUDG-VALIDATE.

    SET  GX-BUDG-VALID TO TRUE
    MOVE SPACES TO GX-BUDG-MSG

    IF GX-BUDG-COMPANY EQUAL SPACES
       SET  GX-BUDG-INVALID TO TRUE
       MOVE 'COMPANY IS REQUIRED' TO GX-BUDG-MSG
    END-IF

    IF MM OF GX-BUDG-PERIOD LESS 1 OR
       MM OF GX-BUDG-PERIOD GREATER 12 OR
       YY OF GX-BUDG-PERIOD LESS 1900
       SET  GX-BUDG-INVALID TO TRUE
       MOVE 'PERIOD MUST BE YYYYMM' TO GX-BUDG-MSG
    END-IF

    IF GX-BUDG-LINE EQUAL SPACES
       SET  GX-BUDG-INVALID TO TRUE
       MOVE 'BUDGET LINE IS REQUIRED' TO GX-BUDG-MSG
    END-IF

    IF NOT GX-BUDG-ORIGINAL AND NOT GX-BUDG-REVISED
       SET  GX-BUDG-INVALID TO TRUE
       MOVE 'VERSION MUST BE O OR R' TO GX-BUDG-MSG
    END-IF

    IF DELRCD
       GO TO GX-BUDG-VALIDATE-EXIT
    END-IF

*> THE OWNER IS WHAT THE VARIANCE REPORT IS BURST BY - A LINE
*> WITHOUT ONE WOULD GO TO NOBODY
    IF GX-BUDG-OWNER EQUAL SPACES
       SET  GX-BUDG-INVALID TO TRUE
       MOVE 'COST OWNER IS REQUIRED' TO GX-BUDG-MSG
    END-IF.

GX-BUDG-VALIDATE-EXIT.
    EXIT.

GX-BUDG-SAVE.

    EVALUATE TRUE
       WHEN INSRCD
          MOVE 'A'      TO GX-AUTH-ACTION
          MOVE 'ADD'    TO GX-BUDG-OPER
       WHEN DELRCD
          MOVE 'X'      TO GX-AUTH-ACTION
          MOVE 'DELETE' TO GX-BUDG-OPER
       WHEN OTHER
          MOVE 'C'      TO GX-AUTH-ACTION
          MOVE 'CHANGE' TO GX-BUDG-OPER
    END-EVALUATE
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       SET  GX-BUDG-INVALID TO TRUE
       MOVE 'NOT AUTHORIZED TO MAINTAIN BUDGETS' TO GX-BUDG-MSG
       PERFORM GX-BUDG-DISPLAY
       GO TO GX-BUDG-SAVE-EXIT
    END-IF

*> A CLOSED PERIOD'S BUDGET STAYS AS IT WAS REPORTED
    MOVE GX-BUDG-COMPANY  TO CLOSESTAT-COMPANY
    MOVE GX-BUDG-PERIOD-N TO CLOSESTAT-PERIOD
    READ CLOSESTAT RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF CLOSESTAT-CLOSED
             SET  GX-BUDG-INVALID TO TRUE
             MOVE 'PERIOD IS CLOSED - BUDGET IS FROZEN'
               TO GX-BUDG-MSG
          END-IF
    END-READ
    IF GX-BUDG-INVALID
       PERFORM GX-BUDG-DISPLAY
       GO TO GX-BUDG-SAVE-EXIT
    END-IF

    MOVE GX-BUDG-COMPANY  TO BUDGET-COMPANY
    MOVE GX-BUDG-PERIOD-N TO BUDGET-PERIOD
    MOVE GX-BUDG-LINE     TO BUDGET-LINE

*> THE ORIGINAL CANNOT MOVE UNDER A REVISION ALREADY KEYED
    IF GX-BUDG-ORIGINAL AND NOT INSRCD
       SET  BUDGET-REVISED TO TRUE
       READ BUDGET RECORD
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             SET  GX-BUDG-INVALID TO TRUE
             MOVE 'ORIGINAL IS FROZEN - CHANGE THE REVISION'
               TO GX-BUDG-MSG
       END-READ
       IF GX-BUDG-INVALID
          PERFORM GX-BUDG-DISPLAY
          GO TO GX-BUDG-SAVE-EXIT
       END-IF
    END-IF

    MOVE GX-BUDG-VERSION  TO BUDGET-VERSION

    IF INSRCD
       MOVE GX-BUDG-AMOUNT  TO BUDGET-AMOUNT
       MOVE GX-BUDG-OWNER   TO BUDGET-OWNER
       MOVE GX-BUDG-TOL-PCT TO BUDGET-TOL-PCT
       MOVE GX-BUDG-DESC    TO BUDGET-DESC
       SET  BUDGET-KEYED    TO TRUE
       MOVE GX-MSGLOG-USER  TO BUDGET-CHANGED-USER
       MOVE GX-AUDIT-TS     TO BUDGET-CHANGED-TS
       WRITE BUDGET-RECORD
          INVALID KEY
             SET  GX-BUDG-INVALID TO TRUE
             MOVE 'BUDGET LINE ALREADY ON FILE' TO GX-BUDG-MSG
       END-WRITE
       IF GX-BUDG-VALID
          MOVE 'BUDGET LINE ADDED' TO GX-BUDG-MSG
       END-IF
       GO TO GX-BUDG-SAVE-LOG
    END-IF

    READ BUDGET RECORD
       INVALID KEY
          SET  GX-BUDG-INVALID TO TRUE
          MOVE 'BUDGET LINE NOT ON FILE' TO GX-BUDG-MSG
    END-READ
    IF GX-BUDG-INVALID
       PERFORM GX-BUDG-DISPLAY
       GO TO GX-BUDG-SAVE-EXIT
    END-IF

    IF DELRCD
       DELETE BUDGET RECORD
          INVALID KEY
             SET  GX-BUDG-INVALID TO TRUE
             MOVE 'BUDGET DELETE FAILED' TO GX-BUDG-MSG
       END-DELETE
       IF GX-BUDG-VALID
          MOVE 'BUDGET LINE DELETED' TO GX-BUDG-MSG
       END-IF
       GO TO GX-BUDG-SAVE-LOG
    END-IF

    MOVE GX-BUDG-AMOUNT  TO BUDGET-AMOUNT
    MOVE GX-BUDG-OWNER   TO BUDGET-OWNER
    MOVE GX-BUDG-TOL-PCT TO BUDGET-TOL-PCT
    MOVE GX-BUDG-DESC    TO BUDGET-DESC
    SET  BUDGET-KEYED    TO TRUE
    MOVE GX-MSGLOG-USER  TO BUDGET-CHANGED-USER
    MOVE GX-AUDIT-TS     TO BUDGET-CHANGED-TS
    REWRITE BUDGET-RECORD
       INVALID KEY
          SET  GX-BUDG-INVALID TO TRUE
          MOVE 'BUDGET UPDATE FAILED' TO GX-BUDG-MSG
    END-REWRITE
    IF GX-BUDG-VALID
       MOVE 'BUDGET LINE UPDATED' TO GX-BUDG-MSG
    END-IF.

*> THE BUDGET ACTION GOES TO AUDITLOG THROUGH THE NORMAL WRITER
*> WITH THE I/O IDENTITY FIELDS BORROWED AND PUT BACK
GX-BUDG-SAVE-LOG.

    IF GX-BUDG-VALID
       MOVE GX-IO-XFI      TO GX-BUDG-SAVE-XFI
       MOVE GX-IO-OP       TO GX-BUDG-SAVE-OP
       MOVE V-FS           TO GX-BUDG-SAVE-FS
       MOVE '*BUDGET'      TO GX-IO-XFI
       MOVE GX-BUDG-OPER   TO GX-IO-OP
       MOVE '00'           TO V-FS
       PERFORM GX-WRITE-AUDITLOG
       MOVE GX-BUDG-SAVE-XFI TO GX-IO-XFI
       MOVE GX-BUDG-SAVE-OP  TO GX-IO-OP
       MOVE GX-BUDG-SAVE-FS  TO V-FS
    END-IF

    PERFORM GX-BUDG-DISPLAY.

GX-BUDG-SAVE-EXIT.
    EXIT.
