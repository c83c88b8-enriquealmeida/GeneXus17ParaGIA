*> CHANGED-SINCE-LAST-LOOK MARKERS.  THE LIST PROGRAMS REMEMBER, PER
*> USER AND SUBFILE FORMAT, WHEN THE USER LAST LOADED THE LIST
*> (LASTLOOK).  THE GENERATED LOAD PERFORMS GX-CHGM-LOAD-BEGIN WITH
*> GX-CHGM-FORMAT AND GX-CHGM-FILE SET BEFORE ITS START, THEN
*> GX-CHGM-CHECK-ROW PER RECORD WITH GX-CHGM-KEY SET: A RECORD WITH
*> CHGHIST ROWS STAMPED AFTER THE LAST LOOK COMES BACK CHANGED, WITH
*> GX-CHGM-MARKER FOR THE ROW'S MARKER FIELD AND THE LAST CHANGER
*> AND CHANGED FIELDS FROM THE TRAIL.  THE CHANGED-ONLY FUNCTION KEY
*> PERFORMS GX-CHGM-TOGGLE AND RELOADS - THE LOAD THEN SKIPS EVERY
*> UNCHANGED ROW - AND GX-CHGM-TRAIL SHOWS WHO CHANGED WHAT.  THE
*> STAMP IS ONLY MOVED BY GX-CHGM-LEAVE, WHICH THE GENERATED PROGRAM
*> PERFORMS WHEN THE USER LEAVES THE SCREEN WITH F3 OR F12; AN
*> ABORT NEVER GETS THERE, SO THE SAME CHANGES SHOW AGAIN NEXT TIME.
*> A USER'S FIRST LOOK AT A FORMAT MARKS NOTHING.
GX-CHGM-LOAD-BEGIN.

    IF GX-CHGM-SINCE-NOT-READ
       PERFORM GX-CHGM-READ-SINCE
    END-IF
    ACCEPT GX-CHGM-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT GX-CHGM-NOW-TIME FROM TIME
    MOVE SPACES TO GX-CHGM-LOAD-TS
    STRING GX-CHGM-NOW-YY '-' GX-CHGM-NOW-MM '-' GX-CHGM-NOW-DD '-'
           GX-CHGM-NOW-HH '.' GX-CHGM-NOW-MIN '.' GX-CHGM-NOW-SS
           '.' GX-CHGM-NOW-HS '0000'
           DELIMITED BY SIZE INTO GX-CHGM-LOAD-TS
    MOVE 0 TO GX-CHGM-CNT
    IF GX-CHGM-FIRST-LOOK
       GO TO GX-CHGM-LOAD-BEGIN-EXIT
    END-IF
    MOVE GX-CHGM-FILE TO CHGHIST-FILE
    START CHGHIST KEY NOT LESS CHGHIST-FILE
       INVALID KEY
          GO TO GX-CHGM-LOAD-BEGIN-EXIT
    END-START
    SET GX-CHGM-NOT-EOF TO TRUE
    PERFORM GX-CHGM-FOLD-ONE
        THRU GX-CHGM-FOLD-ONE-EXIT
        UNTIL GX-CHGM-EOF.

GX-CHGM-LOAD-BEGIN-EXIT.
    EXIT.

GX-CHGM-READ-SINCE.

    SET GX-CHGM-SINCE-READ TO TRUE
    SET GX-CHGM-LOOKED-BEFORE TO TRUE
    MOVE GX-MSGLOG-USER TO LASTLOOK-USER
    MOVE GX-CHGM-FORMAT TO LASTLOOK-FORMAT
    READ LASTLOOK RECORD
       INVALID KEY
          SET GX-CHGM-FIRST-LOOK TO TRUE
          MOVE SPACES TO GX-CHGM-SINCE-TS
       NOT INVALID KEY
          MOVE LASTLOOK-LOOKED-TS TO GX-CHGM-SINCE-TS
    END-READ.

*> THE TRAIL IS IN TIMESTAMP ORDER WITHIN THE FILE, SO THE LAST ROW
*> SEEN FOR A KEY NAMES ITS LATEST CHANGER
GX-CHGM-FOLD-ONE.

    READ CHGHIST NEXT RECORD
       AT END
          SET GX-CHGM-EOF TO TRUE
          GO TO GX-CHGM-FOLD-ONE-EXIT
    END-READ
    IF CHGHIST-FILE NOT = GX-CHGM-FILE
       SET GX-CHGM-EOF TO TRUE
       GO TO GX-CHGM-FOLD-ONE-EXIT
    END-IF
    IF CHGHIST-TIMESTAMP NOT GREATER GX-CHGM-SINCE-TS
       GO TO GX-CHGM-FOLD-ONE-EXIT
    END-IF
    PERFORM VARYING GX-CHGM-I FROM 1 BY 1
            UNTIL GX-CHGM-I > GX-CHGM-CNT OR
                  GX-CHGM-T-KEY (GX-CHGM-I) = CHGHIST-KEY
       CONTINUE
    END-PERFORM
    IF GX-CHGM-I > GX-CHGM-CNT
       IF GX-CHGM-CNT NOT LESS GX-CHGM-MAX
          GO TO GX-CHGM-FOLD-ONE-EXIT
       END-IF
       ADD 1 TO GX-CHGM-CNT
       MOVE GX-CHGM-CNT TO GX-CHGM-I
       MOVE CHGHIST-KEY TO GX-CHGM-T-KEY (GX-CHGM-I)
       MOVE SPACES      TO GX-CHGM-T-FIELDS (GX-CHGM-I)
    END-IF
    MOVE CHGHIST-USER TO GX-CHGM-T-USER (GX-CHGM-I)
*> A FIELD ALREADY LISTED FOR THE KEY IS NOT REPEATED
    PERFORM VARYING GX-CHGM-F FROM 1 BY 1
            UNTIL GX-CHGM-F > 4
       IF GX-CHGM-T-FIELD (GX-CHGM-I GX-CHGM-F) = CHGHIST-FIELD
          GO TO GX-CHGM-FOLD-ONE-EXIT
       END-IF
       IF GX-CHGM-T-FIELD (GX-CHGM-I GX-CHGM-F) = SPACES
          MOVE CHGHIST-FIELD TO GX-CHGM-T-FIELD (GX-CHGM-I GX-CHGM-F)
          GO TO GX-CHGM-FOLD-ONE-EXIT
       END-IF
    END-PERFORM.

GX-CHGM-FOLD-ONE-EXIT.
    EXIT.

GX-CHGM-CHECK-ROW.

    SET  GX-CHGM-ROW-UNCHANGED TO TRUE
    MOVE SPACE  TO GX-CHGM-MARKER
    MOVE SPACES TO GX-CHGM-ROW-USER
    MOVE SPACES TO GX-CHGM-ROW-FIELDS
    PERFORM VARYING GX-CHGM-I FROM 1 BY 1
            UNTIL GX-CHGM-I > GX-CHGM-CNT OR GX-CHGM-ROW-CHANGED
       IF GX-CHGM-T-KEY (GX-CHGM-I) = GX-CHGM-KEY
          SET  GX-CHGM-ROW-CHANGED TO TRUE
          MOVE '*' TO GX-CHGM-MARKER
          MOVE GX-CHGM-T-USER (GX-CHGM-I)   TO GX-CHGM-ROW-USER
          MOVE GX-CHGM-T-FIELDS (GX-CHGM-I) TO GX-CHGM-ROW-FIELDS
       END-IF
    END-PERFORM.

GX-CHGM-TOGGLE.

    IF GX-CHGM-ONLY
       SET GX-CHGM-ALL TO TRUE
       MOVE 'ALL ROWS SHOWN' TO GX-CHGM-MSG
    ELSE
       SET GX-CHGM-ONLY TO TRUE
       MOVE 'ONLY ROWS CHANGED SINCE YOUR LAST LOOK SHOWN'
         TO GX-CHGM-MSG
    END-IF.

*> THE TRAIL WINDOW (PERFORMED THRU GX-CHGM-TRAIL-EXIT) - EVERY
*> CHGHIST ROW FOR THE FILE STAMPED AFTER THE LAST LOOK, OR ONLY
*> THOSE OF THE ONE RECORD IN GX-CHGM-KEY WHEN THE CALLER SETS IT.
*> ANY KEY RETURNS TO THE LIST.
GX-CHGM-TRAIL.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXCHGMCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE SPACES TO GX-CHGM-MSG
    IF GX-CHGM-FIRST-LOOK
       MOVE 'FIRST LOOK AT THIS LIST - NOTHING MARKED' TO GX-CHGM-MSG
       GO TO GX-CHGM-TRAIL-SHOW
    END-IF
    MOVE GX-CHGM-FILE TO CHGHIST-FILE
    START CHGHIST KEY NOT LESS CHGHIST-FILE
       INVALID KEY
          GO TO GX-CHGM-TRAIL-SHOW
    END-START
    SET GX-CHGM-NOT-EOF TO TRUE
    PERFORM GX-CHGM-TRAIL-ROW
        THRU GX-CHGM-TRAIL-ROW-EXIT
        UNTIL GX-CHGM-EOF.

GX-CHGM-TRAIL-SHOW.

    IF GX-SFLRELRECNBR = ZEROES AND GX-CHGM-MSG = SPACES
       MOVE 'NO CHANGES SINCE YOUR LAST LOOK' TO GX-CHGM-MSG
    END-IF
    MOVE GX-CHGM-FILE       TO CMFIL OF GXCHGMCR-O
    MOVE GX-CHGM-SINCE-TS   TO CMSNC OF GXCHGMCR-O
    MOVE GX-CHGM-MSG        TO CMMSG OF GXCHGMCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXCHGMCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-CHGM-MSG.

GX-CHGM-TRAIL-EXIT.
    EXIT.

GX-CHGM-TRAIL-ROW.

    READ CHGHIST NEXT RECORD
       AT END
          SET GX-CHGM-EOF TO TRUE
          GO TO GX-CHGM-TRAIL-ROW-EXIT
    END-READ
    IF CHGHIST-FILE NOT = GX-CHGM-FILE
       SET GX-CHGM-EOF TO TRUE
       GO TO GX-CHGM-TRAIL-ROW-EXIT
    END-IF
    IF CHGHIST-TIMESTAMP NOT GREATER GX-CHGM-SINCE-TS
       GO TO GX-CHGM-TRAIL-ROW-EXIT
    END-IF
    IF GX-CHGM-KEY NOT = SPACES AND
       CHGHIST-KEY NOT = GX-CHGM-KEY
       GO TO GX-CHGM-TRAIL-ROW-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE CHGHIST-KEY        TO CMKEY OF GXCHGMSR-O
    MOVE CHGHIST-TIMESTAMP  TO CMTS  OF GXCHGMSR-O
    MOVE CHGHIST-FIELD      TO CMFLD OF GXCHGMSR-O
    MOVE CHGHIST-OLDVAL     TO CMOLD OF GXCHGMSR-O
    MOVE CHGHIST-NEWVAL     TO CMNEW OF GXCHGMSR-O
    MOVE CHGHIST-USER       TO CMUSR OF GXCHGMSR-O
    MOVE CHGHIST-ACTION     TO CMACT OF GXCHGMSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXCHGMSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-CHGM-TRAIL-ROW-EXIT.
    EXIT.

*> NORMAL LEAVE - THE LAST LOAD'S STAMP BECOMES THE LAST LOOK
GX-CHGM-LEAVE.

    IF GX-CHGM-LOAD-TS = SPACES
       GO TO GX-CHGM-LEAVE-EXIT
    END-IF
    MOVE GX-MSGLOG-USER  TO LASTLOOK-USER
    MOVE GX-CHGM-FORMAT  TO LASTLOOK-FORMAT
    MOVE GX-CHGM-LOAD-TS TO LASTLOOK-LOOKED-TS
    MOVE GX-AUDIT-PGM    TO LASTLOOK-PGM
    IF GX-CHGM-FIRST-LOOK
       WRITE LASTLOOK-RECORD
          INVALID KEY
             REWRITE LASTLOOK-RECORD
                INVALID KEY
                   CONTINUE
             END-REWRITE
       END-WRITE
    ELSE
       REWRITE LASTLOOK-RECORD
          INVALID KEY
             WRITE LASTLOOK-RECORD
                INVALID KEY
                   CONTINUE
             END-WRITE
       END-REWRITE
    END-IF.

GX-CHGM-LEAVE-EXIT.
    EXIT.
