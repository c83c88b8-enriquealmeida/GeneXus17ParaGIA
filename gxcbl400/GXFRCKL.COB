*> OPERATOR RUN CHECKLIST SIGN-OFF.  LISTS THE CHKLIST ITEMS
*> BATCHDRV GENERATED FOR ONE BUSINESS DATE - BY DEFAULT THE
*> INSTALLATION BUSINESS DATE AND ONLY THE ITEMS STILL OPEN (THE
*> CONTROL LINE TAKES ANOTHER DATE, AND Y TO SHOW SIGNED ITEMS AS
*> WELL).  OPTION 1 SIGNS THE ITEM OFF WITH THE SIGNED-ON USER, THE
*> TIME AND THE COMMENT KEYED ON THE ROW - THE COMMENT IS REQUIRED,
*> IT IS WHAT THE CLIPBOARD USED TO CARRY (TAPE LABEL, CHEQUE
*> COUNT).  A SIGNED ITEM CANNOT BE SIGNED AGAIN.  A STEP FLAGGED
*> CHECKLIST-GATED IN JOBDEP WAITS IN BATCHDRV UNTIL EVERY ITEM
*> TIED TO IT IS SIGNED.  SIGNING TAKES THE SECAUTH C GRANT AND IS
*> QUEUED AND FLUSHED TO CHGHIST THROUGH GXFCHGH ONCE THE ROW IS
*> REWRITTEN, THE SAME WAY THE GXFDQIS ISSUE SCREEN LOGS ITS
*> ACTIONS.
GX-RCKL-WORKLIST.

    MOVE SPACES         TO GX-RCKL-MSG
    PERFORM GX-RCKL-DEFAULT-DATE
    MOVE SPACE          TO GX-RCKL-SIGNED
    PERFORM GX-RCKL-LOAD
        THRU GX-RCKL-LOAD-EXIT
    PERFORM GX-RCKL-CONVERSE
        UNTIL WS-KEY-F3.

*> THE INSTALLATION (BLANK COMPANY) ROW DATES THE STREAM, SO IT
*> DATES THE CHECKLIST; WITHOUT ONE THE MACHINE DATE STANDS
GX-RCKL-DEFAULT-DATE.

    MOVE SPACES TO GX-BDAT-COMPANY
    PERFORM GX-READ-BUSDATE
    IF GX-BDAT-FOUND
       MOVE GX-BDAT-DATE TO GX-RCKL-DATE
    ELSE
       PERFORM GX-TODAY
       MOVE GX-TDAY-BUSDATE TO GX-RCKL-DATE
    END-IF.

GX-RCKL-CONVERSE.

    MOVE GX-RCKL-DATE       TO QCDATE OF GXRCKLCR-O
    MOVE GX-RCKL-SIGNED     TO QCSGN  OF GXRCKLCR-O
    MOVE GX-RCKL-MSG        TO QCMSG  OF GXRCKLCR-O
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXRCKLCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    MOVE SPACES TO GX-RCKL-MSG
    IF WS-KEY-ENTER
       PERFORM GX-RCKL-PROCESS-SELECTIONS
       MOVE QCDATE OF GXRCKLCR-I TO GX-RCKL-DATE
       MOVE QCSGN  OF GXRCKLCR-I TO GX-RCKL-SIGNED
       IF GX-RCKL-DATE = 0
          PERFORM GX-RCKL-DEFAULT-DATE
       END-IF
       PERFORM GX-RCKL-LOAD
           THRU GX-RCKL-LOAD-EXIT
    END-IF
    IF WS-KEY-F5
       PERFORM GX-RCKL-LOAD
           THRU GX-RCKL-LOAD-EXIT
    END-IF.

GX-RCKL-LOAD.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXRCKLCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE GX-RCKL-DATE TO CHKLIST-BUSDATE
    MOVE LOW-VALUES   TO CHKLIST-ITEM
    START CHKLIST KEY NOT LESS CHKLIST-KEY
       INVALID KEY
          GO TO GX-RCKL-LOAD-EXIT
    END-START
    SET GX-RCKL-NOT-EOF TO TRUE
    PERFORM GX-RCKL-LOAD-ONE
        THRU GX-RCKL-LOAD-ONE-EXIT
        UNTIL GX-RCKL-EOF.

GX-RCKL-LOAD-EXIT.
    EXIT.

GX-RCKL-LOAD-ONE.

    READ CHKLIST NEXT RECORD
       AT END
          SET GX-RCKL-EOF TO TRUE
          GO TO GX-RCKL-LOAD-ONE-EXIT
    END-READ
    IF CHKLIST-BUSDATE NOT = GX-RCKL-DATE
       SET GX-RCKL-EOF TO TRUE
       GO TO GX-RCKL-LOAD-ONE-EXIT
    END-IF
    IF CHKLIST-SIGNED AND GX-RCKL-SIGNED NOT = 'Y'
       GO TO GX-RCKL-LOAD-ONE-EXIT
    END-IF
    ADD 1 TO GX-SFLRELRECNBR
    MOVE SPACES             TO QSOPT  OF GXRCKLSR-O
    MOVE CHKLIST-BUSDATE    TO QSDATE OF GXRCKLSR-O
    MOVE CHKLIST-ITEM       TO QSITEM OF GXRCKLSR-O
    MOVE CHKLIST-JOB        TO QSJOB  OF GXRCKLSR-O
    MOVE CHKLIST-DESC       TO QSDESC OF GXRCKLSR-O
    MOVE CHKLIST-STATUS     TO QSST   OF GXRCKLSR-O
    MOVE CHKLIST-SIGNED-BY  TO QSBY   OF GXRCKLSR-O
    MOVE CHKLIST-SIGNED-TS  TO QSTS   OF GXRCKLSR-O
    MOVE CHKLIST-COMMENT    TO QSCMT  OF GXRCKLSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXRCKLSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-RCKL-LOAD-ONE-EXIT.
    EXIT.

GX-RCKL-PROCESS-SELECTIONS.

    SET MORE-SFL-REC TO TRUE
    PERFORM TEST AFTER
       UNTIL NO-MORE-SFL-REC
       READ SUBFILE GX-CRT-RECORD NEXT MODIFIED RECORD
            FORMAT IS 'GXRCKLSR'
            AT END
               SET NO-MORE-SFL-REC TO TRUE
       END-READ
       IF MORE-SFL-REC
          PERFORM GX-RCKL-APPLY-OPTION
              THRU GX-RCKL-APPLY-OPTION-DONE
       END-IF
    END-PERFORM.

GX-RCKL-APPLY-OPTION.

    IF QSOPT OF GXRCKLSR-I NOT = '1'
       IF QSOPT OF GXRCKLSR-I NOT = SPACES
          MOVE 'OPTION NOT RECOGNIZED' TO GX-RCKL-MSG
       END-IF
       GO TO GX-RCKL-APPLY-OPTION-DONE
    END-IF
    MOVE 'C' TO GX-AUTH-ACTION
    PERFORM GX-CHECK-AUTHORITY
    IF GX-AUTH-DENIED
       MOVE 'NOT AUTHORIZED TO SIGN OFF CHECKLIST ITEMS'
         TO GX-RCKL-MSG
       GO TO GX-RCKL-APPLY-OPTION-DONE
    END-IF
    IF QSCMT OF GXRCKLSR-I = SPACES
       MOVE 'KEY A COMMENT TO SIGN THE ITEM OFF' TO GX-RCKL-MSG
       GO TO GX-RCKL-APPLY-OPTION-DONE
    END-IF
    MOVE QSDATE OF GXRCKLSR-I TO CHKLIST-BUSDATE
    MOVE QSITEM OF GXRCKLSR-I TO CHKLIST-ITEM
    READ CHKLIST RECORD
       INVALID KEY
          MOVE 'ITEM NO LONGER ON FILE' TO GX-RCKL-MSG
          GO TO GX-RCKL-APPLY-OPTION-DONE
    END-READ
    IF CHKLIST-SIGNED
       MOVE 'ITEM IS ALREADY SIGNED OFF' TO GX-RCKL-MSG
       GO TO GX-RCKL-APPLY-OPTION-DONE
    END-IF
    PERFORM GX-CHGH-CLEAR
    MOVE 'CHKLIST'       TO GX-CHGH-FILE
    MOVE CHKLIST-BUSDATE TO GX-RCKL-HK-DATE
    MOVE CHKLIST-ITEM    TO GX-RCKL-HK-ITEM
    MOVE GX-RCKL-HKEY    TO GX-CHGH-KEY
    MOVE 'U'             TO GX-CHGH-ACTION
    MOVE 'STATUS'        TO GX-CHGH-FIELD
    MOVE CHKLIST-STATUS  TO GX-CHGH-OLDVAL
    MOVE 'S'             TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
*> CHGHIST CARRIES THE FIRST FORTY BYTES OF THE COMMENT
    MOVE 'COMMENT'             TO GX-CHGH-FIELD
    MOVE CHKLIST-COMMENT       TO GX-CHGH-OLDVAL
    MOVE QSCMT OF GXRCKLSR-I   TO GX-CHGH-NEWVAL
    PERFORM GX-CHGH-QUEUE
    SET  CHKLIST-SIGNED        TO TRUE
    MOVE GX-MSGLOG-USER        TO CHKLIST-SIGNED-BY
    MOVE GX-AUDIT-TS           TO CHKLIST-SIGNED-TS
    MOVE QSCMT OF GXRCKLSR-I   TO CHKLIST-COMMENT
    REWRITE CHKLIST-RECORD
       INVALID KEY
          PERFORM GX-CHGH-CLEAR
          MOVE 'ITEM COULD NOT BE UPDATED' TO GX-RCKL-MSG
          GO TO GX-RCKL-APPLY-OPTION-DONE
    END-REWRITE
    PERFORM GX-CHGH-FLUSH
    MOVE 'ITEM SIGNED OFF' TO GX-RCKL-MSG.

GX-RCKL-APPLY-OPTION-DONE.
    EXIT.
