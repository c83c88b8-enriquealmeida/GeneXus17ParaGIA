   PERFORM SEND-ERROR-MSG-WS
END-IF
IF GX-IO-OK
   MOVE 0 TO GX-TDAY-SW
   PERFORM GX-TODAY
   IF GX-SMOD-ACTIVE
      PERFORM GX-CHECK-SYSMODE
   END-IF
   IF GX-CLSC-ACTIVE
      PERFORM GX-CHECK-CLOSED-PERIOD
   END-IF
   IF GX-FRZ-ACTIVE AND NO-ERRORS-FOUND AND GX-TRIAL-INACTIVE
      PERFORM GX-CHECK-FREEZE
          THRU GX-CHECK-FREEZE-EXIT
      IF GX-FRZ-HELD
         PERFORM GX-FRZ-REJECT
      END-IF
   END-IF
   IF GX-FEYE-ACTIVE AND NO-ERRORS-FOUND AND GX-TRIAL-INACTIVE
      PERFORM GX-CHECK-FOUREYES
          THRU GX-CHECK-FOUREYES-EXIT
   END-IF
   IF GX-PLIM-ACTIVE AND NO-ERRORS-FOUND AND GX-TRIAL-INACTIVE
      PERFORM GX-CHECK-POSTLIMIT
          THRU GX-CHECK-POSTLIMIT-EXIT
      IF GX-PLIM-HELD
         PERFORM GX-PLIM-REJECT
      END-IF
   END-IF
   PERFORM #2
   IF NO-ERRORS-FOUND
      PERFORM #3
         PERFORM #5
         IF NO-ERRORS-FOUND
            PERFORM #6
            IF NO-ERRORS-FOUND AND GX-SCOP-ACTIVE
               PERFORM GX-SCOP-CHECK-KEYED
                   THRU GX-SCOP-CHECK-KEYED-EXIT
            END-IF
            IF NO-ERRORS-FOUND
               IF GX-TRIAL-INACTIVE AND GX-CLON-ACTIVE
                  PERFORM GX-CLON-DRAW
                      THRU GX-CLON-DRAW-EXIT
               END-IF
               IF GX-TRIAL-INACTIVE AND NO-ERRORS-FOUND
                  PERFORM #7
                  PERFORM GX-ACCUM-RUN-COUNTERS
                  IF GX-FEYE-ACTIVE AND GX-FEYE-APPROVED
                     PERFORM GX-FEYE-CONSUME
                  END-IF
                  IF GX-FRZ-ACTIVE AND GX-FRZ-RELEASED AND GX-IO-OK
                     PERFORM GX-FRZ-CONSUME
                         THRU GX-FRZ-CONSUME-EXIT
                  END-IF
                  IF GX-PLIM-ACTIVE AND GX-IO-OK
                     PERFORM GX-PLIM-RECORD
                         THRU GX-PLIM-RECORD-EXIT
                  END-IF
                  IF GX-DOCP-ACTIVE AND GX-IO-OK
                     PERFORM #8
                     PERFORM GX-DOCP-OPEN
                         THRU GX-DOCP-OPEN-EXIT
                  END-IF
                  IF GX-CLON-ACTIVE AND GX-IO-OK
                     PERFORM GX-CLON-NOTE
                  END-IF
                  IF GX-SUMM-ACTIVE AND GX-IO-OK
                     PERFORM GX-SUMM-APPLY
                         THRU GX-SUMM-APPLY-EXIT
                  END-IF
               END-IF
            END-IF
         END-IF
