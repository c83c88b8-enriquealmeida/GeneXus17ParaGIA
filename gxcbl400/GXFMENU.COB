*> APPLICATION MENU.  THE FRONT DOOR: MENUDEF GROUPS THE PROGRAMS
*> BY BUSINESS AREA AND THE SUBFILE LISTS ONLY THE OPTIONS THE
*> SIGNED-ON USER - OR *PUBLIC - HOLDS A GRANT FOR IN SECAUTH,
*> UNDER THE SAME EFFECTIVE-TO RULE GX-CHECK-AUTHORITY APPLIES, SO
*> NOBODY IS SENT INTO A PROGRAM ONLY TO BE REFUSED HALFWAY IN.
*> THE NOTICES RUN ONCE AT ENTRY AND EVERY MAINTENANCE OPTION
*> CARRIES THE SYSMODE INQUIRY-ONLY OR CLOSED STATUS BESIDE IT.
*> AN AREA KEYED IN THE CONTROL LINE NARROWS THE LIST; OPTION 1
*> STARTS THE PROGRAM, F5 REFRESHES, F3 LEAVES.
GX-MENU-MAIN.

    PERFORM GX-SHOW-NOTICES
        THRU GX-SHOW-NOTICES-EXIT
    MOVE SPACES TO GX-MENU-AREA
    MOVE SPACES TO GX-MENU-MSG
    PERFORM GX-MENU-LOAD
        THRU GX-MENU-LOAD-EXIT
    PERFORM GX-MENU-CONVERSE
        UNTIL WS-KEY-F3.

GX-MENU-CONVERSE.

    MOVE GX-MSGLOG-USER     TO MNUSR OF GXMENUCR-O
    MOVE GX-MENU-AREA       TO MNARE OF GXMENUCR-O
    MOVE GX-MENU-MSG        TO MNMSG OF GXMENUCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXMENUCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-MENU-MSG
    IF WS-KEY-ENTER
       PERFORM GX-MENU-PROCESS-SELECTIONS
       MOVE MNARE OF GXMENUCR-I TO GX-MENU-AREA
       PERFORM GX-MENU-LOAD
           THRU GX-MENU-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-MENU-LOAD
           THRU GX-MENU-LOAD-EXIT
    END-IF.

*> THE SYSTEM MODE IS READ ONCE PER LOAD - THE SAME *SYSTEM ROW
*> GX-CHECK-SYSMODE ENFORCES INSIDE THE PROGRAMS
GX-MENU-LOAD.

    MOVE GX-AUDIT-TS (1:4) TO GX-AUTH-TODAY (1:4)
    MOVE GX-AUDIT-TS (6:2) TO GX-AUTH-TODAY (5:2)
    MOVE GX-AUDIT-TS (9:2) TO GX-AUTH-TODAY (7:2)
    SET GX-SMOD-OPEN TO TRUE
    MOVE '*SYSTEM' TO SYSMODE-ID
    READ SYSMODE RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE SYSMODE-MODE TO GX-SMOD-MODE
    END-READ
    EVALUATE TRUE
       WHEN GX-SMOD-INQUIRY
          MOVE 'INQUIRY ONLY' TO GX-MENU-STATUS
       WHEN GX-SMOD-CLOSED
          MOVE 'CLOSED'       TO GX-MENU-STATUS
       WHEN OTHER
          MOVE SPACES         TO GX-MENU-STATUS
    END-EVALUATE
    MOVE GX-MENU-STATUS     TO MNMOD OF GXMENUCR-O

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXMENUCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE 0      TO GX-MENU-SHOWN
    MOVE ZEROES TO GX-SFLRELRECNBR
    PERFORM GX-MENU-FILL
        THRU GX-MENU-FILL-EXIT
    IF GX-MENU-SHOWN = 0 AND GX-MENU-MSG = SPACES
       MOVE 'NO MENU OPTIONS AUTHORIZED FOR THIS USER'
         TO GX-MENU-MSG
    END-IF.

GX-MENU-LOAD-EXIT.
    EXIT.

GX-MENU-FILL.

    MOVE GX-MENU-AREA TO MENUDEF-AREA
    MOVE 0            TO MENUDEF-SEQ
    START MENUDEF KEY NOT LESS MENUDEF-KEY
       INVALID KEY
          GO TO GX-MENU-FILL-EXIT
    END-START
    SET GX-MENU-NOT-EOF TO TRUE
    PERFORM GX-MENU-ONE-OPTION
        THRU GX-MENU-ONE-OPTION-EXIT
        UNTIL GX-MENU-EOF.

GX-MENU-FILL-EXIT.
    EXIT.

GX-MENU-ONE-OPTION.

    READ MENUDEF NEXT RECORD
       AT END
          SET GX-MENU-EOF TO TRUE
          GO TO GX-MENU-ONE-OPTION-EXIT
    END-READ
    IF GX-MENU-AREA NOT = SPACES AND
       MENUDEF-AREA NOT = GX-MENU-AREA
       SET GX-MENU-EOF TO TRUE
       GO TO GX-MENU-ONE-OPTION-EXIT
    END-IF
    PERFORM GX-MENU-CHECK-GRANT
        THRU GX-MENU-CHECK-GRANT-EXIT
    IF GX-MENU-NOT-GRANTED
       GO TO GX-MENU-ONE-OPTION-EXIT
    END-IF

    ADD 1 TO GX-MENU-SHOWN
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO MNOPT  OF GXMENUSR-O
    MOVE MENUDEF-AREA       TO MNAREA OF GXMENUSR-O
    MOVE MENUDEF-PGM        TO MNPGM  OF GXMENUSR-O
    MOVE MENUDEF-TEXT       TO MNTXT  OF GXMENUSR-O
    MOVE SPACES             TO MNSTS  OF GXMENUSR-O
    IF MENUDEF-MAINTENANCE
       MOVE GX-MENU-STATUS  TO MNSTS  OF GXMENUSR-O
    END-IF
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXMENUSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-MENU-ONE-OPTION-EXIT.
    EXIT.

*> THE USER'S OWN ROWS ARE TRIED BEFORE *PUBLIC, ONE ACTION AT A
*> TIME; THE FIRST LIVE GRANT IS ENOUGH TO SHOW THE OPTION
GX-MENU-CHECK-GRANT.

    SET GX-MENU-NOT-GRANTED TO TRUE
    MOVE MENUDEF-PGM TO SECAUTH-PGM
    PERFORM VARYING GX-MENU-I FROM 1 BY 1
            UNTIL GX-MENU-I > 4 OR GX-MENU-GRANTED
       MOVE GX-MENU-ACTIONS (GX-MENU-I:1) TO SECAUTH-ACTION
       MOVE GX-MSGLOG-USER TO SECAUTH-USER
       PERFORM GX-MENU-READ-GRANT
       IF GX-MENU-NOT-GRANTED
          MOVE '*PUBLIC'   TO SECAUTH-USER
          PERFORM GX-MENU-READ-GRANT
       END-IF
    END-PERFORM.

GX-MENU-CHECK-GRANT-EXIT.
    EXIT.

GX-MENU-READ-GRANT.

    READ SECAUTH RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF SECAUTH-EFFTO = 0 OR
             SECAUTH-EFFTO NOT LESS GX-AUTH-TODAY-N
             SET GX-MENU-GRANTED TO TRUE
          END-IF
    END-READ.

GX-MENU-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXMENUSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-MENU-APPLY-OPTION
              THRU GX-MENU-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

*> THE CHOSEN PROGRAM RUNS THROUGH QCMDEXC IN THIS JOB, SO ITS
*> OWN END OF JOB BRINGS THE USER BACK TO THE MENU
GX-MENU-APPLY-OPTION.

    IF MNOPT OF GXMENUSR-I NOT = '1'
       IF MNOPT OF GXMENUSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-MENU-MSG
       END-IF
       GO TO GX-MENU-APPLY-OPTION-DONE
    END-IF
    MOVE MNPGM OF GXMENUSR-I TO GX-MENU-PGM
    IF GX-MENU-PGM = SPACES
       GO TO GX-MENU-APPLY-OPTION-DONE
    END-IF
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'CALL PGM('  DELIMITED BY SIZE
           GX-MENU-PGM  DELIMITED BY SPACE
           ')'          DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    CALL 'QCMDEXC' USING GX-QCMDEXC-CMD
                         GX-QCMDEXC-CMDLEN
    MOVE SPACES TO GX-MENU-MSG
    STRING 'RETURNED FROM ' GX-MENU-PGM
           DELIMITED BY SIZE INTO GX-MENU-MSG.

GX-MENU-APPLY-OPTION-DONE.
    EXIT.
