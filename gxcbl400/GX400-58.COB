IF GX-IO-OK AND NO-ERRORS-FOUND
   MOVE 0 TO GX-TDAY-SW
   PERFORM GX-TODAY
   PERFORM GX-FUTC-CHECK-DEFER
   IF GX-SMOD-ACTIVE
      PERFORM GX-CHECK-SYSMODE
   END-IF
   IF GX-CLSC-ACTIVE
      PERFORM GX-CHECK-CLOSED-PERIOD
   END-IF
   IF GX-SCOP-ACTIVE
      PERFORM GX-SCOP-CHECK-KEYED
          THRU GX-SCOP-CHECK-KEYED-EXIT
   END-IF
   IF GX-FRZ-ACTIVE AND NO-ERRORS-FOUND AND GX-TRIAL-INACTIVE
      AND GX-FUTC-IMMEDIATE
      PERFORM GX-CHECK-FREEZE
          THRU GX-CHECK-FREEZE-EXIT
      IF GX-FRZ-HELD
         PERFORM GX-FRZ-REJECT
      END-IF
   END-IF
   IF GX-FEYE-ACTIVE AND NO-ERRORS-FOUND AND GX-TRIAL-INACTIVE
      AND GX-FUTC-IMMEDIATE
      PERFORM GX-CHECK-FOUREYES
          THRU GX-CHECK-FOUREYES-EXIT
   END-IF
   IF GX-PLIM-ACTIVE AND NO-ERRORS-FOUND AND GX-TRIAL-INACTIVE
      AND GX-FUTC-IMMEDIATE
      PERFORM GX-CHECK-POSTLIMIT
          THRU GX-CHECK-POSTLIMIT-EXIT
      IF GX-PLIM-HELD
         PERFORM GX-PLIM-REJECT
      END-IF
   END-IF
   PERFORM #1
   IF NO-ERRORS-FOUND
      PERFORM #2
         PERFORM #4
         IF NO-ERRORS-FOUND
            PERFORM #5
*> THE CHANGED IMAGE IS JUDGED TOO - A RECORD MAY NOT BE MOVED
*> INTO A COMPANY OR BRANCH OUTSIDE THE SCOPE
            IF NO-ERRORS-FOUND AND GX-SCOP-ACTIVE AND NOT DELRCD
               PERFORM GX-SCOP-CHECK-KEYED
                   THRU GX-SCOP-CHECK-KEYED-EXIT
            END-IF
            IF NO-ERRORS-FOUND
               IF GX-TRIAL-INACTIVE AND GX-FUTC-DEFERRED
                  PERFORM GX-FUTC-SCHEDULE
                      THRU GX-FUTC-SCHEDULE-EXIT
               END-IF
               IF GX-TRIAL-INACTIVE AND GX-FUTC-IMMEDIATE
                  PERFORM #6
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
                  IF GX-SUMM-ACTIVE AND GX-IO-OK
                     PERFORM GX-SUMM-APPLY
                         THRU GX-SUMM-APPLY-EXIT
                  END-IF
               END-IF
            END-IF
         END-IF
