*> SAVED PERSONAL SUBFILE VIEWS.  A VIEW IS A NAMED SET OF FILTER
*> VALUES, GXFSORT COLUMN AND DIRECTION, AND SHOWN COLUMNS FOR ONE
*> DISPLAY FORMAT (GX-VIEW-FORMAT), KEPT IN SUBVIEW.  THE GENERATED
*> PROGRAM SUPPLIES #1, WHICH CAPTURES ITS CONTROL-LINE FILTER
*> FIELDS INTO GX-VIEW-FILTER AND ITS COLUMN SETTINGS INTO
*> GX-VIEW-COL-SHOWN, AND #2, WHICH MOVES THEM BACK TO THE SCREEN
*> AND SETS THE COLUMN INDICATORS.  AT ENTRY IT PERFORMS
*> GX-VIEW-LOAD-DEFAULT BEFORE ITS FIRST LOAD; AFTER EVERY LOAD IT
*> PERFORMS GX-VIEW-RESORT SO A VIEW'S SORT SURVIVES THE RELOAD.
*> THE PROMPT KEY OPENS GX-VIEW-PROMPT (GXVIEWPR WINDOW); THE
*> PROGRAM RELOADS THE SUBFILE WHEN IT RETURNS NOT CANCELLED.
*> SHARED VIEWS ARE PUBLISHED TO A USER GROUP - THE
*> GX-NOTICE-USRGRP GROUP - AND PUBLISHING OR DELETING ONE TAKES
*> THE SECAUTH A GRANT ON *SUBVIEW, THE SUPERVISOR'S GRANT.
GX-VIEW-LOAD-DEFAULT.

    MOVE SPACES TO GX-VIEW-CURRENT
    MOVE 'U'            TO GX-VIEW-SEEK-SCOPE
    MOVE GX-MSGLOG-USER TO GX-VIEW-SEEK-OWNER
    PERFORM GX-VIEW-FIND-DEFAULT
        THRU GX-VIEW-FIND-DEFAULT-EXIT
    IF GX-VIEW-NOT-FOUND AND GX-NOTICE-USRGRP NOT = SPACES
       MOVE 'G'              TO GX-VIEW-SEEK-SCOPE
       MOVE GX-NOTICE-USRGRP TO GX-VIEW-SEEK-OWNER
       PERFORM GX-VIEW-FIND-DEFAULT
           THRU GX-VIEW-FIND-DEFAULT-EXIT
    END-IF
    IF GX-VIEW-FOUND
       PERFORM GX-VIEW-APPLY
           THRU GX-VIEW-APPLY-EXIT
    END-IF.

GX-VIEW-LOAD-DEFAULT-EXIT.
    EXIT.

GX-VIEW-FIND-DEFAULT.

    SET GX-VIEW-NOT-FOUND TO TRUE
    MOVE LOW-VALUES         TO SUBVIEW-KEY
    MOVE GX-VIEW-SEEK-SCOPE TO SUBVIEW-SCOPE
    MOVE GX-VIEW-SEEK-OWNER TO SUBVIEW-OWNER
    MOVE GX-VIEW-FORMAT     TO SUBVIEW-FORMAT
    START SUBVIEW KEY NOT LESS SUBVIEW-KEY
       INVALID KEY
          GO TO GX-VIEW-FIND-DEFAULT-EXIT
    END-START
    SET GX-VIEW-NOT-EOF TO TRUE
    PERFORM GX-VIEW-SCAN-DEFAULT
        THRU GX-VIEW-SCAN-DEFAULT-EXIT
        UNTIL GX-VIEW-EOF OR GX-VIEW-FOUND.

GX-VIEW-FIND-DEFAULT-EXIT.
    EXIT.

GX-VIEW-SCAN-DEFAULT.

    READ SUBVIEW NEXT RECORD
       AT END
          SET GX-VIEW-EOF TO TRUE
          GO TO GX-VIEW-SCAN-DEFAULT-EXIT
    END-READ
    IF SUBVIEW-SCOPE  NOT = GX-VIEW-SEEK-SCOPE OR
       SUBVIEW-OWNER  NOT = GX-VIEW-SEEK-OWNER OR
       SUBVIEW-FORMAT NOT = GX-VIEW-FORMAT
       SET GX-VIEW-EOF TO TRUE
       GO TO GX-VIEW-SCAN-DEFAULT-EXIT
    END-IF
    IF SUBVIEW-IS-DEFAULT
       SET GX-VIEW-FOUND TO TRUE
    END-IF.

GX-VIEW-SCAN-DEFAULT-EXIT.
    EXIT.

*> THE VIEW IN THE SUBVIEW RECORD BECOMES THE SCREEN'S VIEW
GX-VIEW-APPLY.

    MOVE SUBVIEW-FILTERS  TO GX-VIEW-FILTERS
    MOVE SUBVIEW-COLS     TO GX-VIEW-COLS
    MOVE SUBVIEW-SORT-COL TO GX-SORT-COL
    IF SUBVIEW-SORT-DIR = 'D'
       SET GX-SORT-DESCENDING TO TRUE
    ELSE
       SET GX-SORT-ASCENDING  TO TRUE
    END-IF
    MOVE SUBVIEW-NAME     TO GX-VIEW-CURRENT
    PERFORM #2.

GX-VIEW-APPLY-EXIT.
    EXIT.

GX-VIEW-RESORT.

    IF GX-VIEW-CURRENT NOT = SPACES AND
       GX-SORT-COL > 0 AND
       GX-SORT-COL NOT > GX-SORT-NBR-COLS
       PERFORM GX-SFL-SORT-RESEQ
           THRU GX-SFL-SORT-RESEQ-EXIT
    END-IF.

GX-VIEW-RESORT-EXIT.
    EXIT.

GX-VIEW-PROMPT.

    SET GX-VIEW-NOT-CANCELLED TO TRUE
    MOVE SPACES          TO GX-VIEW-MSG
    MOVE SPACES          TO GX-VIEW-ACTION
    MOVE GX-VIEW-CURRENT TO GX-VIEW-NAME
    MOVE SPACES          TO GX-VIEW-DFT
    MOVE SPACES          TO GX-VIEW-GROUP
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXVIEWPR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-F12
       SET GX-VIEW-CANCELLED TO TRUE
       GO TO GX-VIEW-PROMPT-EXIT
    END-IF
    IF GX-VIEW-NAME = SPACES
       MOVE 'A VIEW NAME IS REQUIRED' TO GX-VIEW-MSG
       GO TO GX-VIEW-PROMPT-MSG
    END-IF
    EVALUATE GX-VIEW-ACTION
       WHEN 'S'
          PERFORM GX-VIEW-SAVE
              THRU GX-VIEW-SAVE-EXIT
       WHEN 'L'
          PERFORM GX-VIEW-LOAD-NAMED
              THRU GX-VIEW-LOAD-NAMED-EXIT
       WHEN 'D'
          PERFORM GX-VIEW-DELETE
              THRU GX-VIEW-DELETE-EXIT
       WHEN 'F'
          PERFORM GX-VIEW-MAKE-DEFAULT
              THRU GX-VIEW-MAKE-DEFAULT-EXIT
       WHEN 'P'
          PERFORM GX-VIEW-PUBLISH
              THRU GX-VIEW-PUBLISH-EXIT
       WHEN OTHER
          MOVE 'ACTION MUST BE S, L, D, F OR P' TO GX-VIEW-MSG
    END-EVALUATE.

GX-VIEW-PROMPT-MSG.

    IF GX-VIEW-MSG NOT = SPACES
       MOVE GX-VIEW-MSG TO MSG-DESCRIPTION
       PERFORM SEND-ERROR-MSG-WS
    END-IF.

GX-VIEW-PROMPT-EXIT.
    EXIT.

*> THE SCREEN AS IT STANDS IS SAVED AS THE USER'S OWN VIEW; SAVING
*> OVER AN EXISTING NAME KEEPS ITS DEFAULT FLAG UNLESS DFT IS Y
GX-VIEW-SAVE.

    PERFORM #1
    MOVE 'U'            TO SUBVIEW-SCOPE
    MOVE GX-MSGLOG-USER TO SUBVIEW-OWNER
    MOVE GX-VIEW-FORMAT TO SUBVIEW-FORMAT
    MOVE GX-VIEW-NAME   TO SUBVIEW-NAME
    SET GX-VIEW-FOUND TO TRUE
    READ SUBVIEW RECORD
       INVALID KEY
          SET GX-VIEW-NOT-FOUND TO TRUE
          MOVE 'N' TO SUBVIEW-DEFAULT
    END-READ
    IF GX-VIEW-DFT = 'Y'
       MOVE 'Y' TO SUBVIEW-DEFAULT
    END-IF
    MOVE GX-VIEW-FILTERS TO SUBVIEW-FILTERS
    MOVE GX-SORT-COL     TO SUBVIEW-SORT-COL
    MOVE GX-SORT-DIR     TO SUBVIEW-SORT-DIR
    MOVE GX-VIEW-COLS    TO SUBVIEW-COLS
    MOVE GX-MSGLOG-USER  TO SUBVIEW-SAVED-BY
    MOVE GX-AUDIT-TS     TO SUBVIEW-SAVED-TS
    IF GX-VIEW-FOUND
       REWRITE SUBVIEW-RECORD
          INVALID KEY
             MOVE 'VIEW COULD NOT BE SAVED' TO GX-VIEW-MSG
             GO TO GX-VIEW-SAVE-EXIT
       END-REWRITE
    ELSE
       WRITE SUBVIEW-RECORD
          INVALID KEY
             MOVE 'VIEW COULD NOT BE SAVED' TO GX-VIEW-MSG
             GO TO GX-VIEW-SAVE-EXIT
       END-WRITE
    END-IF
    IF GX-VIEW-DFT = 'Y'
       PERFORM GX-VIEW-CLEAR-DEFAULTS
           THRU GX-VIEW-CLEAR-DEFAULTS-EXIT
    END-IF
    MOVE GX-VIEW-NAME TO GX-VIEW-CURRENT
    MOVE SPACES TO GX-VIEW-MSG
    STRING 'VIEW ' GX-VIEW-NAME ' SAVED'
           DELIMITED BY SIZE INTO GX-VIEW-MSG.

GX-VIEW-SAVE-EXIT.
    EXIT.

*> THE USER'S OWN VIEW OF THAT NAME, ELSE THE GROUP'S SHARED ONE
GX-VIEW-LOAD-NAMED.

    MOVE 'U'            TO SUBVIEW-SCOPE
    MOVE GX-MSGLOG-USER TO SUBVIEW-OWNER
    MOVE GX-VIEW-FORMAT TO SUBVIEW-FORMAT
    MOVE GX-VIEW-NAME   TO SUBVIEW-NAME
    READ SUBVIEW RECORD
       INVALID KEY
          MOVE 'G'              TO SUBVIEW-SCOPE
          MOVE GX-NOTICE-USRGRP TO SUBVIEW-OWNER
          READ SUBVIEW RECORD
             INVALID KEY
                MOVE 'NO SUCH VIEW FOR THIS SCREEN' TO GX-VIEW-MSG
                GO TO GX-VIEW-LOAD-NAMED-EXIT
          END-READ
    END-READ
    PERFORM GX-VIEW-APPLY
        THRU GX-VIEW-APPLY-EXIT.

GX-VIEW-LOAD-NAMED-EXIT.
    EXIT.

*> GROUP BLANK DELETES THE USER'S OWN VIEW; A GROUP NAMED DELETES
*> THAT GROUP'S SHARED VIEW AND TAKES THE SUPERVISOR'S GRANT
GX-VIEW-DELETE.

    IF GX-VIEW-GROUP = SPACES
       MOVE 'U'            TO SUBVIEW-SCOPE
       MOVE GX-MSGLOG-USER TO SUBVIEW-OWNER
    ELSE
       PERFORM GX-VIEW-CHECK-SUPERVISOR
           THRU GX-VIEW-CHECK-SUPERVISOR-EXIT
       IF GX-AUTH-DENIED
          GO TO GX-VIEW-DELETE-EXIT
       END-IF
       MOVE 'G'            TO SUBVIEW-SCOPE
       MOVE GX-VIEW-GROUP  TO SUBVIEW-OWNER
    END-IF
    MOVE GX-VIEW-FORMAT TO SUBVIEW-FORMAT
    MOVE GX-VIEW-NAME   TO SUBVIEW-NAME
    DELETE SUBVIEW RECORD
       INVALID KEY
          MOVE 'NO SUCH VIEW FOR THIS SCREEN' TO GX-VIEW-MSG
          GO TO GX-VIEW-DELETE-EXIT
    END-DELETE
    IF GX-VIEW-GROUP = SPACES AND GX-VIEW-NAME = GX-VIEW-CURRENT
       MOVE SPACES TO GX-VIEW-CURRENT
    END-IF
    MOVE SPACES TO GX-VIEW-MSG
    STRING 'VIEW ' GX-VIEW-NAME ' DELETED'
           DELIMITED BY SIZE INTO GX-VIEW-MSG.

GX-VIEW-DELETE-EXIT.
    EXIT.

GX-VIEW-MAKE-DEFAULT.

    MOVE 'U'            TO SUBVIEW-SCOPE
    MOVE GX-MSGLOG-USER TO SUBVIEW-OWNER
    MOVE GX-VIEW-FORMAT TO SUBVIEW-FORMAT
    MOVE GX-VIEW-NAME   TO SUBVIEW-NAME
    READ SUBVIEW RECORD
       INVALID KEY
          MOVE 'SAVE THE VIEW BEFORE MAKING IT THE DEFAULT'
            TO GX-VIEW-MSG
          GO TO GX-VIEW-MAKE-DEFAULT-EXIT
    END-READ
    MOVE 'Y' TO SUBVIEW-DEFAULT
    REWRITE SUBVIEW-RECORD
       INVALID KEY
          MOVE 'VIEW COULD NOT BE SAVED' TO GX-VIEW-MSG
          GO TO GX-VIEW-MAKE-DEFAULT-EXIT
    END-REWRITE
    PERFORM GX-VIEW-CLEAR-DEFAULTS
        THRU GX-VIEW-CLEAR-DEFAULTS-EXIT
    MOVE SPACES TO GX-VIEW-MSG
    STRING 'VIEW ' GX-VIEW-NAME ' IS NOW THE DEFAULT'
           DELIMITED BY SIZE INTO GX-VIEW-MSG.

GX-VIEW-MAKE-DEFAULT-EXIT.
    EXIT.

*> THE USER'S OWN SAVED VIEW IS COPIED TO THE GROUP AS A SHARED
*> VIEW OF THE SAME NAME; DFT Y MAKES IT THE GROUP'S DEFAULT
GX-VIEW-PUBLISH.

    IF GX-VIEW-GROUP = SPACES
       MOVE 'A USER GROUP IS REQUIRED TO PUBLISH' TO GX-VIEW-MSG
       GO TO GX-VIEW-PUBLISH-EXIT
    END-IF
    PERFORM GX-VIEW-CHECK-SUPERVISOR
        THRU GX-VIEW-CHECK-SUPERVISOR-EXIT
    IF GX-AUTH-DENIED
       GO TO GX-VIEW-PUBLISH-EXIT
    END-IF
    MOVE 'U'            TO SUBVIEW-SCOPE
    MOVE GX-MSGLOG-USER TO SUBVIEW-OWNER
    MOVE GX-VIEW-FORMAT TO SUBVIEW-FORMAT
    MOVE GX-VIEW-NAME   TO SUBVIEW-NAME
    READ SUBVIEW RECORD
       INVALID KEY
          MOVE 'SAVE THE VIEW BEFORE PUBLISHING IT' TO GX-VIEW-MSG
          GO TO GX-VIEW-PUBLISH-EXIT
    END-READ
    MOVE 'G'            TO SUBVIEW-SCOPE
    MOVE GX-VIEW-GROUP  TO SUBVIEW-OWNER
    MOVE 'N'            TO SUBVIEW-DEFAULT
    IF GX-VIEW-DFT = 'Y'
       MOVE 'Y' TO SUBVIEW-DEFAULT
    END-IF
    MOVE GX-MSGLOG-USER TO SUBVIEW-SAVED-BY
    MOVE GX-AUDIT-TS    TO SUBVIEW-SAVED-TS
    WRITE SUBVIEW-RECORD
       INVALID KEY
          REWRITE SUBVIEW-RECORD
             INVALID KEY
                MOVE 'VIEW COULD NOT BE PUBLISHED' TO GX-VIEW-MSG
                GO TO GX-VIEW-PUBLISH-EXIT
          END-REWRITE
    END-WRITE
    IF GX-VIEW-DFT = 'Y'
       PERFORM GX-VIEW-CLEAR-DEFAULTS
           THRU GX-VIEW-CLEAR-DEFAULTS-EXIT
    END-IF
    MOVE SPACES TO GX-VIEW-MSG
    STRING 'VIEW ' GX-VIEW-NAME ' PUBLISHED TO ' GX-VIEW-GROUP
           DELIMITED BY SIZE INTO GX-VIEW-MSG.

GX-VIEW-PUBLISH-EXIT.
    EXIT.

*> ONE DEFAULT PER OWNER AND FORMAT - EVERY OTHER VIEW OF THE
*> OWNER IN THE SUBVIEW RECORD LOSES ITS DEFAULT FLAG
GX-VIEW-CLEAR-DEFAULTS.

    MOVE SUBVIEW-KEY    TO GX-VIEW-SAVE-KEY
    MOVE SUBVIEW-SCOPE  TO GX-VIEW-SEEK-SCOPE
    MOVE SUBVIEW-OWNER  TO GX-VIEW-SEEK-OWNER
    MOVE LOW-VALUES     TO SUBVIEW-NAME
    START SUBVIEW KEY NOT LESS SUBVIEW-KEY
       INVALID KEY
          GO TO GX-VIEW-CLEAR-DEFAULTS-EXIT
    END-START
    SET GX-VIEW-NOT-EOF TO TRUE
    PERFORM GX-VIEW-CLEAR-ONE
        THRU GX-VIEW-CLEAR-ONE-EXIT
        UNTIL GX-VIEW-EOF.

GX-VIEW-CLEAR-DEFAULTS-EXIT.
    EXIT.

GX-VIEW-CLEAR-ONE.

    READ SUBVIEW NEXT RECORD
       AT END
          SET GX-VIEW-EOF TO TRUE
          GO TO GX-VIEW-CLEAR-ONE-EXIT
    END-READ
    IF SUBVIEW-SCOPE  NOT = GX-VIEW-SEEK-SCOPE OR
       SUBVIEW-OWNER  NOT = GX-VIEW-SEEK-OWNER OR
       SUBVIEW-FORMAT NOT = GX-VIEW-FORMAT
       SET GX-VIEW-EOF TO TRUE
       GO TO GX-VIEW-CLEAR-ONE-EXIT
    END-IF
    IF SUBVIEW-KEY NOT = GX-VIEW-SAVE-KEY AND SUBVIEW-IS-DEFAULT
       MOVE 'N' TO SUBVIEW-DEFAULT
       REWRITE SUBVIEW-RECORD
          INVALID KEY
             CONTINUE
       END-REWRITE
    END-IF.

GX-VIEW-CLEAR-ONE-EXIT.
    EXIT.

*> SHARED VIEWS ARE A SUPERVISOR'S TO PUBLISH AND WITHDRAW - THE
*> SECAUTH A GRANT ON THE *SUBVIEW PSEUDO-PROGRAM, CHECKED THROUGH
*> GX-CHECK-AUTHORITY SO A DENIAL IS LOGGED LIKE ANY OTHER
GX-VIEW-CHECK-SUPERVISOR.

    MOVE GX-AUDIT-PGM   TO GX-VIEW-SAVE-PGM
    MOVE '*SUBVIEW'     TO GX-AUDIT-PGM
    MOVE 'A'            TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    MOVE GX-VIEW-SAVE-PGM TO GX-AUDIT-PGM.

GX-VIEW-CHECK-SUPERVISOR-EXIT.
    EXIT.
