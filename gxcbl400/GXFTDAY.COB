       MOVE #1 TO GX-TDAY-ADJ
       CALL 'GXFJD' USING GX-TDAY-ADJ
                          GX-TDAY-DATE
       MOVE GX-TDAY-DATE TO GX-TDAY-MACH-DATE

*> THE BUSINESS DATE REPLACES THE MACHINE DATE WHEN A BUSDATE ROW
*> IS ON FILE; THE SAME DAY ADJUSTMENT IS APPLIED TO IT.  THE
*> MACHINE DATE STAYS IN GX-TDAY-MACH-DATE AND THE AUDIT STAMPS
*> (GX-AUDIT-TS) KEEP COMING FROM THE CLOCK.
       PERFORM GX-READ-BUSDATE
       IF GX-BDAT-FOUND
          MOVE GX-BDAT-DATE TO GX-TDAY-BUSDATE
          IF GX-TDAY-ADJ NOT = 0
             MOVE CORR GX-TDAY-DATE TO GX-DTON-INDATE
             PERFORM GX-DTON
             COMPUTE GX-TADD-NEWDAY = GX-DTON-OUTNUM + GX-TDAY-ADJ
             PERFORM GX-TADD-CIVIL-FROM-DAYS
             MOVE GX-TADD-OYY TO YY OF GX-TDAY-DATE
             MOVE GX-TADD-OMM TO MM OF GX-TDAY-DATE
             MOVE GX-TADD-ODD TO DD OF GX-TDAY-DATE
          END-IF
       END-IF
       IF GX-BDAT-NOT-REGISTERED
          PERFORM GX-BDAT-REGISTER
       END-IF
       PERFORM GX-SESS-OPEN
           THRU GX-SESS-OPEN-EXIT

       MOVE CORR GX-TDAY-DATE TO GX-DTON-INDATE
       PERFORM GX-DTON
