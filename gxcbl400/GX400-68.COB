SET GX-RKEY-PASSED TO TRUE
IF GX-RKEY-ACTIVE
   PERFORM GX-RKEY-VERIFY
       THRU GX-RKEY-VERIFY-EXIT
END-IF
IF GX-RKEY-MISMATCH OR GX-RKEY-CANCELLED
   SET GX-NOT-CONFIRMED TO TRUE
ELSE
   IF GX-RVW-ACTIVE
      PERFORM GX-REVIEW-CHANGES
          THRU GX-REVIEW-CHANGES-EXIT
   END-IF
   IF GX-RVW-CANCELLED
      SET GX-CANCELLED-BY-USER TO TRUE
      PERFORM GX-WRITE-CONFIRMLOG
      SET GX-RVW-PROCEED TO TRUE
   ELSE
      MOVE WS-AID-BYTE TO WS-AID-BYTE-SAVED
      PERFORM READ-SCREEN
         TEST AFTER
        UNTIL WS-KEY-ENTER OR
              #1
      IF WS-KEY-ENTER
         SET GX-CONFIRMED TO TRUE
      ELSE
         IF WS-KEY-F12
            SET GX-CANCELLED-BY-USER TO TRUE
            PERFORM GX-WRITE-CONFIRMLOG
         ELSE
            SET GX-NOT-CONFIRMED TO TRUE
         END-IF
      END-IF
      MOVE WS-AID-BYTE-SAVED TO WS-AID-BYTE
   END-IF
END-IF
