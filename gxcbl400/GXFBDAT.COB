*> BUSINESS DATE.  "TODAY" FOR POSTINGS, CLOSED-PERIOD CHECKS AND
*> DUE DATES IS THE BUSINESS DATE ON THE BUSDATE CONTROL ROW, NOT
*> THE MACHINE CLOCK - A NIGHTLY STREAM THAT RUNS PAST MIDNIGHT
*> STILL WORKS UNDER THE DAY IT IS CLOSING.  ONLY THE BDROLL STEP
*> AT THE END OF THE BATCHDRV STREAM MOVES THE DATE FORWARD.  THE
*> COMPANY ROW IS TRIED FIRST, THEN THE INSTALLATION (BLANK) ROW;
*> WITH NEITHER ON FILE THE MACHINE DATE STANDS AS BEFORE.
*> THE INSERT AND UPDATE CHAINS RESET GX-TDAY-SW AND RE-RUN
*> GX-TODAY EACH TIME THROUGH, SO A SESSION LEFT OPEN ACROSS THE
*> ROLL PICKS UP THE NEW DATE BEFORE THE CLOSED-PERIOD CHECK.
GX-READ-BUSDATE.

    SET GX-BDAT-NOT-FOUND TO TRUE
    MOVE GX-BDAT-COMPANY TO BUSDATE-COMPANY
    READ BUSDATE RECORD
       INVALID KEY
          IF GX-BDAT-COMPANY NOT = SPACES
             MOVE SPACES TO BUSDATE-COMPANY
             READ BUSDATE RECORD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET GX-BDAT-FOUND TO TRUE
             END-READ
          END-IF
       NOT INVALID KEY
          SET GX-BDAT-FOUND TO TRUE
    END-READ
    IF GX-BDAT-FOUND
       MOVE BUSDATE-CURRENT  TO GX-BDAT-DATE
       MOVE BUSDATE-PREVIOUS TO GX-BDAT-PREVIOUS
    END-IF.

*> THE RUN REGISTER ROW IS WRITTEN THE FIRST TIME GX-TODAY RUNS:
*> THE BUSINESS DATE THE PROGRAM WORKS UNDER NEXT TO ITS MACHINE
*> START STAMP.  A RERUN UNDER THE SAME JOB AND PROGRAM REPLACES
*> THE PREVIOUS ROW.
GX-BDAT-REGISTER.

    SET GX-BDAT-REGISTERED TO TRUE
    MOVE GX-AUDIT-JOB     TO BDRUN-JOB
    MOVE GX-AUDIT-PGM     TO BDRUN-PGM
    MOVE GX-TDAY-BUSDATE  TO BDRUN-BUSDATE
    MOVE GX-MSGLOG-USER   TO BDRUN-USER
    MOVE GX-AUDIT-TS      TO BDRUN-START-TS
    SET  BDRUN-ACTIVE     TO TRUE
    MOVE SPACES           TO BDRUN-END-TS
    WRITE BDRUN-RECORD
       INVALID KEY
          REWRITE BDRUN-RECORD
             INVALID KEY
                CONTINUE
          END-REWRITE
    END-WRITE.

*> GX-NORMAL-EOJ AND GX-ABORT CLOSE THE REGISTER ROW WITH THEIR
*> OWN END STATUS IN GX-BDAT-END-STATUS
GX-BDAT-DEREGISTER.

    IF GX-BDAT-NOT-REGISTERED
       GO TO GX-BDAT-DEREGISTER-EXIT
    END-IF
    MOVE GX-AUDIT-JOB TO BDRUN-JOB
    MOVE GX-AUDIT-PGM TO BDRUN-PGM
    READ BDRUN RECORD
       INVALID KEY
          GO TO GX-BDAT-DEREGISTER-EXIT
    END-READ
    IF BDRUN-ACTIVE
       MOVE GX-BDAT-END-STATUS TO BDRUN-STATUS
       MOVE GX-AUDIT-TS        TO BDRUN-END-TS
       REWRITE BDRUN-RECORD
          INVALID KEY
             CONTINUE
       END-REWRITE
    END-IF
    SET GX-BDAT-NOT-REGISTERED TO TRUE.

GX-BDAT-DEREGISTER-EXIT.
    EXIT.

*> BUSINESS DATE INQUIRY.  THE CONTROL LINE SHOWS THE CURRENT AND
*> PREVIOUS BUSINESS DATE FOR THE COMPANY KEYED (BLANK FOR THE
*> INSTALLATION ROW), THE MACHINE DATE AND THE STAMP OF THE LAST
*> ROLL; THE SUBFILE LISTS EVERY JOB STILL ACTIVE UNDER AN EARLIER
*> BUSINESS DATE.  ENTER RE-READS FOR THE COMPANY KEYED, F5
*> REFRESHES, F3 LEAVES.
GX-BDAT-INQUIRY.

    PERFORM GX-TODAY
    MOVE SPACES TO GX-BDAT-COMPANY
    PERFORM GX-BDAT-LOAD
        THRU GX-BDAT-LOAD-EXIT
    PERFORM GX-BDAT-CONVERSE
        UNTIL WS-KEY-F3.

GX-BDAT-CONVERSE.

    MOVE GX-BDAT-COMPANY    TO BDCOM OF GXBDATCR-O
    MOVE GX-BDAT-DATE       TO BDCUR OF GXBDATCR-O
    MOVE GX-BDAT-PREVIOUS   TO BDPRV OF GXBDATCR-O
    MOVE GX-TDAY-MACH-DATE  TO BDMCH OF GXBDATCR-O
    MOVE GX-BDAT-STALE      TO BDSTL OF GXBDATCR-O
    MOVE GX-BDAT-MSG        TO BDMSG OF GXBDATCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXBDATCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-ENTER
       MOVE BDCOM OF GXBDATCR-I TO GX-BDAT-COMPANY
       PERFORM GX-BDAT-LOAD
           THRU GX-BDAT-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-BDAT-LOAD
           THRU GX-BDAT-LOAD-EXIT
    END-IF.

GX-BDAT-LOAD.

    MOVE SPACES TO GX-BDAT-MSG
    MOVE 0      TO GX-BDAT-STALE
    MOVE 0      TO GX-BDAT-DATE
    MOVE 0      TO GX-BDAT-PREVIOUS
    MOVE SPACES TO BDROL OF GXBDATCR-O
    PERFORM GX-READ-BUSDATE
    IF GX-BDAT-NOT-FOUND
       MOVE 'NO BUSINESS DATE ROW - MACHINE DATE IN USE'
         TO GX-BDAT-MSG
    ELSE
       MOVE BUSDATE-ROLLED-TS TO BDROL OF GXBDATCR-O
    END-IF

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXBDATCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    IF GX-BDAT-NOT-FOUND
       GO TO GX-BDAT-LOAD-EXIT
    END-IF
    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE LOW-VALUES TO BDRUN-KEY
    START BDRUN KEY NOT LESS BDRUN-KEY
       INVALID KEY
          GO TO GX-BDAT-LOAD-EXIT
    END-START
    SET GX-BDAT-NOT-EOF TO TRUE
    PERFORM GX-BDAT-ONE-RUN
        THRU GX-BDAT-ONE-RUN-EXIT
        UNTIL GX-BDAT-EOF
    IF GX-BDAT-STALE = 0
       MOVE 'NO JOB ACTIVE UNDER AN EARLIER DATE' TO GX-BDAT-MSG
    END-IF.

GX-BDAT-LOAD-EXIT.
    EXIT.

GX-BDAT-ONE-RUN.

    READ BDRUN NEXT RECORD
       AT END
          SET GX-BDAT-EOF TO TRUE
          GO TO GX-BDAT-ONE-RUN-EXIT
    END-READ
    IF NOT BDRUN-ACTIVE OR
       BDRUN-BUSDATE NOT LESS GX-BDAT-DATE
       GO TO GX-BDAT-ONE-RUN-EXIT
    END-IF

    ADD 1 TO GX-BDAT-STALE
    ADD 1 TO GX-SFLRELRECNBR
    MOVE BDRUN-JOB          TO BDJOB OF GXBDATSR-O
    MOVE BDRUN-PGM          TO BDPGM OF GXBDATSR-O
    MOVE BDRUN-USER         TO BDUSR OF GXBDATSR-O
    MOVE BDRUN-BUSDATE      TO BDBUS OF GXBDATSR-O
    MOVE BDRUN-START-TS     TO BDSTS OF GXBDATSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXBDATSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-BDAT-ONE-RUN-EXIT.
    EXIT.
