*> ROW-LEVEL DATA SCOPE.  GXFCOMP KEEPS THE CONFIGURATION APART PER
*> COMPANY; THIS KEEPS THE DATA APART.  GX-SCOP-LOAD RUNS FROM
*> GX-SET-COMPANY AT APPLICATION ENTRY AND PUTS THE SIGNED-ON
*> USER'S DATASCOP KIND N ROWS IN GX-SCOP-TABLE.  A USER WITHOUT
*> ROWS SEES THE USRCOMP COMPANY, ALL BRANCHES; A USER WITH NEITHER
*> IS UNRESTRICTED, AS EVERYONE WAS BEFORE.  THE GENERATED PROGRAM
*> TURNS ON GX-SCOP-ACTIVE FOR A FILE THAT CARRIES COMPANY AND
*> BRANCH: THE GX400-60 SUBFILE LOAD THEN SKIPS ROWS OUTSIDE THE
*> SCOPE (SO THE GXFCSVX EXPORT OF THAT SUBFILE IS SCOPED TOO), AND
*> A RECORD OPENED BY KEY GOES THROUGH GX-SCOP-CHECK-KEYED, WHICH
*> REFUSES IT THROUGH THE STANDARD POPUP AND WRITES A *SECURITY
*> AUDITLOG ENTRY - THE SAME WAY GX-CHECK-AUTHORITY REFUSES AN
*> ACTION.  THE GENERATED PROGRAM PERFORMS IT AFTER EVERY KEYED
*> READ FOR DISPLAY; THE GX400-58 CHAIN PERFORMS IT BEFORE AN
*> UPDATE OR DELETE AND THE GX400-57 CHAIN BEFORE AN ADD IS
*> WRITTEN, SO A USER CAN NEITHER SEE, CHANGE NOR CREATE A RECORD
*> OF A COMPANY OUTSIDE THE SCOPE.
GX-SCOP-LOAD.

    SET GX-SCOP-OVR-OFF TO TRUE
    MOVE 'N' TO GX-SCOP-KIND
    PERFORM GX-SCOP-READ-PROFILE
        THRU GX-SCOP-READ-PROFILE-EXIT
    IF GX-SCOP-COUNT = 0 AND GX-COMPANY NOT = SPACES
       MOVE 1          TO GX-SCOP-COUNT
       MOVE GX-COMPANY TO GX-SCOP-T-COMPANY (1)
       MOVE '*ALL'     TO GX-SCOP-T-BRANCH (1)
    END-IF
    IF GX-SCOP-COUNT = 0
       SET GX-SCOP-UNRESTRICTED TO TRUE
    ELSE
       SET GX-SCOP-RESTRICTED TO TRUE
    END-IF.

GX-SCOP-LOAD-EXIT.
    EXIT.

*> ONE KIND OF THE USER'S PROFILE INTO THE TABLE - THE KEY RUNS
*> USER, KIND, COMPANY, BRANCH SO ONE START READS IT IN ORDER
GX-SCOP-READ-PROFILE.

    MOVE 0 TO GX-SCOP-COUNT
    MOVE GX-MSGLOG-USER TO DATASCOP-USER
    MOVE GX-SCOP-KIND   TO DATASCOP-KIND
    MOVE LOW-VALUES     TO DATASCOP-COMPANY
    MOVE LOW-VALUES     TO DATASCOP-BRANCH
    SET GX-SCOP-NOT-EOF TO TRUE
    START DATASCOP KEY NOT LESS DATASCOP-KEY
       INVALID KEY
          SET GX-SCOP-EOF TO TRUE
    END-START
    PERFORM GX-SCOP-READ-ROW
        THRU GX-SCOP-READ-ROW-EXIT
        UNTIL GX-SCOP-EOF.

GX-SCOP-READ-PROFILE-EXIT.
    EXIT.

GX-SCOP-READ-ROW.

    READ DATASCOP NEXT RECORD
       AT END
          SET GX-SCOP-EOF TO TRUE
          GO TO GX-SCOP-READ-ROW-EXIT
    END-READ
    IF DATASCOP-USER NOT = GX-MSGLOG-USER OR
       DATASCOP-KIND NOT = GX-SCOP-KIND
       SET GX-SCOP-EOF TO TRUE
       GO TO GX-SCOP-READ-ROW-EXIT
    END-IF
    IF GX-SCOP-COUNT < 50
       ADD 1 TO GX-SCOP-COUNT
       MOVE DATASCOP-COMPANY TO GX-SCOP-T-COMPANY (GX-SCOP-COUNT)
       MOVE DATASCOP-BRANCH  TO GX-SCOP-T-BRANCH (GX-SCOP-COUNT)
    END-IF.

GX-SCOP-READ-ROW-EXIT.
    EXIT.

*> IS GX-SCOP-ROW-COMPANY / GX-SCOP-ROW-BRANCH INSIDE THE SCOPE
GX-SCOP-CHECK-ROW.

    SET GX-SCOP-IN TO TRUE
    IF GX-SCOP-UNRESTRICTED OR GX-SCOP-ROW-COMPANY = SPACES
       GO TO GX-SCOP-CHECK-ROW-EXIT
    END-IF
    SET GX-SCOP-OUT TO TRUE
    PERFORM VARYING GX-SCOP-I FROM 1 BY 1
            UNTIL GX-SCOP-I > GX-SCOP-COUNT OR GX-SCOP-IN
       IF GX-SCOP-T-COMPANY (GX-SCOP-I) = GX-SCOP-ROW-COMPANY
          IF GX-SCOP-T-BRANCH (GX-SCOP-I) = SPACES OR
             GX-SCOP-T-BRANCH (GX-SCOP-I) = '*ALL' OR
             GX-SCOP-T-BRANCH (GX-SCOP-I) = GX-SCOP-ROW-BRANCH
             SET GX-SCOP-IN TO TRUE
          END-IF
       END-IF
    END-PERFORM.

GX-SCOP-CHECK-ROW-EXIT.
    EXIT.

*> A RECORD OPENED BY KEY.  THE GENERATED #1 MOVES THE RECORD'S
*> COMPANY AND BRANCH INTO GX-SCOP-ROW-COMPANY/-BRANCH, AS #6 DOES
*> FOR A SUBFILE ROW IN GX400-60.  OUTSIDE THE SCOPE THE RECORD IS
*> REFUSED AND THE REFUSAL IS EVIDENCED; SEND-ERROR-MSG-WS SETS
*> ERRORS-FOUND SO THE CALLER SHOWS NOTHING OF IT
GX-SCOP-CHECK-KEYED.

    MOVE SPACES TO GX-SCOP-ROW-COMPANY
    MOVE SPACES TO GX-SCOP-ROW-BRANCH
    PERFORM #1
    PERFORM GX-SCOP-CHECK-ROW
        THRU GX-SCOP-CHECK-ROW-EXIT
    IF GX-SCOP-OUT
       MOVE SPACES TO MSG-DESCRIPTION
       STRING 'RECORD OF COMPANY ' GX-SCOP-ROW-COMPANY
              ' BRANCH ' GX-SCOP-ROW-BRANCH
              ' IS OUTSIDE YOUR DATA SCOPE'
              DELIMITED BY SIZE INTO MSG-DESCRIPTION
       MOVE 'GXSCPDENY' TO GX-LANG-ID
       PERFORM GX-SEND-ERROR-TRANSLATED
       MOVE 'SCOPE' TO GX-SCOP-LOG-OP
       PERFORM GX-SCOP-LOG-SECURITY
           THRU GX-SCOP-LOG-SECURITY-EXIT
    END-IF.

GX-SCOP-CHECK-KEYED-EXIT.
    EXIT.

*> A GENERATED REPORT.  GX400-14 PERFORMS GX-SCOP-HEADING WHEN THE
*> PRINTER FILE IS OPENED AND ITS #9 MOVES GX-SCOP-HEAD-LINE TO A
*> LINE OF THE REPORT HEADING, AS GXRPTW DOES FOR THE BATCH REPORTS,
*> SO EVERY PAGE CARRIES IT.  THE PRINT
*> LOOP MOVES EACH DETAIL ROW'S COMPANY AND BRANCH INTO
*> GX-SCOP-ROW-COMPANY/-BRANCH AND PERFORMS GX-SCOP-CHECK-PRINT,
*> PRINTING THE ROW ONLY WHEN GX-SCOP-IN; A ROW OUTSIDE IS COUNTED
*> AND GX400-15 PRINTS THE COUNT WITH GX-SCOP-TRAILER (ITS #4 WRITES
*> GX-SCOP-HEAD-LINE) BEFORE THE PRINTER FILE IS CLOSED.  THE SCOPE
*> IS THE SIGNED-ON USER'S - THE ONE WHO ASKED FOR THE REPORT
GX-SCOP-HEADING.

    MOVE 0      TO GX-SCOP-WITHHELD
    MOVE SPACES TO GX-SCOP-HEAD-LINE
    MOVE 1      TO GX-SCOP-HEAD-PTR
    IF GX-SCOP-OVR-ON
       STRING 'DATA SCOPE (SUPERVISOR OVERRIDE):'
              DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE
              WITH POINTER GX-SCOP-HEAD-PTR
    ELSE
       STRING 'DATA SCOPE:'
              DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE
              WITH POINTER GX-SCOP-HEAD-PTR
    END-IF
    IF GX-SCOP-UNRESTRICTED
       STRING ' ALL COMPANIES AND BRANCHES'
              DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE
              WITH POINTER GX-SCOP-HEAD-PTR
       GO TO GX-SCOP-HEADING-EXIT
    END-IF
    PERFORM VARYING GX-SCOP-I FROM 1 BY 1
            UNTIL GX-SCOP-I > GX-SCOP-COUNT
       IF GX-SCOP-HEAD-PTR < 62
          STRING ' ' GX-SCOP-T-COMPANY (GX-SCOP-I) '/'
                 DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE
                 WITH POINTER GX-SCOP-HEAD-PTR
          IF GX-SCOP-T-BRANCH (GX-SCOP-I) = SPACES
             STRING '*ALL'
                    DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE
                    WITH POINTER GX-SCOP-HEAD-PTR
          ELSE
             STRING GX-SCOP-T-BRANCH (GX-SCOP-I)
                    DELIMITED BY SPACE INTO GX-SCOP-HEAD-LINE
                    WITH POINTER GX-SCOP-HEAD-PTR
          END-IF
       ELSE
          IF GX-SCOP-HEAD-PTR < 77
             STRING ' ...'
                    DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE
                    WITH POINTER GX-SCOP-HEAD-PTR
          END-IF
       END-IF
    END-PERFORM.

GX-SCOP-HEADING-EXIT.
    EXIT.

GX-SCOP-CHECK-PRINT.

    PERFORM GX-SCOP-CHECK-ROW
        THRU GX-SCOP-CHECK-ROW-EXIT
    IF GX-SCOP-OUT
       ADD 1 TO GX-SCOP-WITHHELD
    END-IF.

GX-SCOP-CHECK-PRINT-EXIT.
    EXIT.

GX-SCOP-TRAILER.

    MOVE GX-SCOP-WITHHELD TO GX-SCOP-WITHHELD-ED
    MOVE SPACES TO GX-SCOP-HEAD-LINE
    STRING '** ROWS NOT PRINTED - OUTSIDE THE DATA SCOPE: '
           GX-SCOP-WITHHELD-ED
           DELIMITED BY SIZE INTO GX-SCOP-HEAD-LINE.

GX-SCOP-TRAILER-EXIT.
    EXIT.

*> SUPERVISOR OVERRIDE.  NEEDS A SECAUTH GRANT ON THE *DATASCOP
*> PSEUDO-PROGRAM (ACTION O) UNDER THE USUAL RULES; A DENIAL IS
*> POPPED AND LOGGED BY GX-CHECK-AUTHORITY ITSELF.  GRANTED, THE
*> USER'S KIND O ROWS BECOME THE SCOPE - NO KIND O ROWS MEANS
*> EVERY COMPANY - AND THE TAKING OF IT IS A *SECURITY ENTRY.
*> GX-SCOP-LOAD PUTS THE NORMAL SCOPE BACK
GX-SCOP-OVERRIDE.

    MOVE GX-AUDIT-PGM   TO GX-SCOP-SAVE-PGM
    MOVE GX-AUTH-ACTION TO GX-SCOP-SAVE-ACTION
    MOVE '*DATASCOP'    TO GX-AUDIT-PGM
    MOVE 'O'            TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    MOVE GX-SCOP-SAVE-PGM    TO GX-AUDIT-PGM
    MOVE GX-SCOP-SAVE-ACTION TO GX-AUTH-ACTION
    IF GX-AUTH-DENIED
       GO TO GX-SCOP-OVERRIDE-EXIT
    END-IF
    MOVE 'O' TO GX-SCOP-KIND
    PERFORM GX-SCOP-READ-PROFILE
        THRU GX-SCOP-READ-PROFILE-EXIT
    IF GX-SCOP-COUNT = 0
       SET GX-SCOP-UNRESTRICTED TO TRUE
    ELSE
       SET GX-SCOP-RESTRICTED TO TRUE
    END-IF
    SET GX-SCOP-OVR-ON TO TRUE
    MOVE 'SCPOVR' TO GX-SCOP-LOG-OP
    PERFORM GX-SCOP-LOG-SECURITY
        THRU GX-SCOP-LOG-SECURITY-EXIT.

GX-SCOP-OVERRIDE-EXIT.
    EXIT.

*> THE *SECURITY ROW GOES THROUGH THE NORMAL WRITER WITH THE I/O
*> IDENTITY FIELDS BORROWED AND PUT BACK, AS GX-AUTH-LOG-DENIAL
*> DOES.  THE CALLER LEAVES THE OPERATION IN GX-SCOP-LOG-OP
GX-SCOP-LOG-SECURITY.

    MOVE GX-IO-XFI      TO GX-SCOP-SAVE-XFI
    MOVE GX-IO-OP       TO GX-SCOP-SAVE-OP
    MOVE V-FS           TO GX-SCOP-SAVE-FS
    MOVE '*SECURITY'    TO GX-IO-XFI
    MOVE GX-SCOP-LOG-OP TO GX-IO-OP
    MOVE 'NA'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-SCOP-SAVE-XFI TO GX-IO-XFI
    MOVE GX-SCOP-SAVE-OP  TO GX-IO-OP
    MOVE GX-SCOP-SAVE-FS  TO V-FS.

GX-SCOP-LOG-SECURITY-EXIT.
    EXIT.
