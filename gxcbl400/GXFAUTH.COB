             END-IF
       END-READ
    END-IF
    PERFORM GX-EMRG-CHECK
        THRU GX-EMRG-CHECK-EXIT

    IF GX-AUTH-DENIED
       MOVE SPACES TO MSG-DESCRIPTION
       PERFORM GX-AUTM-VALIDATE
       IF GX-AUTM-VALID
          PERFORM GX-AUTM-SAVE
          IF GX-AUTM-VALID AND GX-FRZ-RELEASED
             PERFORM GX-FRZ-CONSUME
                 THRU GX-FRZ-CONSUME-EXIT
          END-IF
       ELSE
          PERFORM GX-AUTM-DISPLAY
       END-IF
       MOVE 'PROGRAM IS REQUIRED' TO GX-AUTM-MSG
    END-IF

*> F IS THE EMERGENCY-OVERRIDE GRANT - WHO MAY APPROVE A CHANGE
*> THROUGH A FREEZE ON THIS PROGRAM (GXFFRZ); L IS WHO MAY APPROVE
*> A POSTING OVER A POSTLIM LIMIT ON IT (GXFPLIM)
    IF GX-AUTM-ACTION NOT = 'D' AND GX-AUTM-ACTION NOT = 'A' AND
       GX-AUTM-ACTION NOT = 'C' AND GX-AUTM-ACTION NOT = 'X' AND
       GX-AUTM-ACTION NOT = 'F' AND GX-AUTM-ACTION NOT = 'L'
       SET  GX-AUTM-INVALID TO TRUE
       MOVE 'ACTION MUST BE D, A, C, X, F OR L' TO GX-AUTM-MSG
    END-IF

*> SECURITY CHANGES STOP INSIDE A FREEZE OF SCOPE Y OR A UNLESS AN
*> EMERGENCY OVERRIDE IS APPROVED - CHECKED BEFORE THE SOD WARNING
*> SO A HELD GRANT DOES NOT SPEND ITS ACKNOWLEDGEMENT
    SET GX-FRZ-CLEAR TO TRUE
    IF GX-AUTM-VALID
       MOVE 'Y' TO GX-FRZ-SCOPE
       MOVE SPACES TO GX-FRZ-KEY
       STRING GX-AUTM-USER GX-AUTM-PGM GX-AUTM-ACTION
              DELIMITED BY SIZE INTO GX-FRZ-KEY
       PERFORM GX-CHECK-FREEZE
           THRU GX-CHECK-FREEZE-EXIT
       IF GX-FRZ-HELD
          SET  GX-AUTM-INVALID TO TRUE
          MOVE GX-FRZ-MSG TO GX-AUTM-MSG
       END-IF
    END-IF

    IF GX-AUTM-VALID AND NOT DELRCD
       PERFORM GX-AUTM-CHECK-SOD
           THRU GX-AUTM-CHECK-SOD-EXIT
    END-IF.

*> SEGREGATION OF DUTIES.  THE NEW GRANT IS HELD AGAINST EVERY
*> SODRULE PAIR IT SITS ON ONE SIDE OF; IF THE GRANTEE ALREADY
*> HOLDS THE OTHER SIDE - OWN ROW OR *PUBLIC, LIVE BY THE SAME
*> EFFECTIVE-TO RULE - THE SAVE IS HELD BACK WITH THE RULE AND ITS
*> RISK.  A *PUBLIC GRANT ON A RULE SIDE ALWAYS WARNS: ANYONE
*> HOLDING THE OTHER SIDE WOULD BE IN CONFLICT.  ENTER AGAIN ON
*> THE SAME USER, PROGRAM AND ACTION SAVES IT AND THE OVERRIDE IS
*> STAMPED IN AUDITLOG.
GX-AUTM-CHECK-SOD.

    SET GX-AUTM-SOD-CLEAR TO TRUE
    MOVE GX-AUDIT-TS (1:4) TO GX-AUTH-TODAY (1:4)
    MOVE GX-AUDIT-TS (6:2) TO GX-AUTH-TODAY (5:2)
    MOVE GX-AUDIT-TS (9:2) TO GX-AUTH-TODAY (7:2)
    MOVE LOW-VALUES TO SODRULE-ID
    START SODRULE KEY NOT LESS SODRULE-ID
       INVALID KEY
          GO TO GX-AUTM-CHECK-SOD-EXIT
    END-START
    SET GX-AUTM-SOD-NOT-EOF TO TRUE
    PERFORM GX-AUTM-SOD-ONE
        THRU GX-AUTM-SOD-ONE-EXIT
        UNTIL GX-AUTM-SOD-EOF OR GX-AUTM-SOD-CONFLICT
    IF GX-AUTM-SOD-CLEAR
       GO TO GX-AUTM-CHECK-SOD-EXIT
    END-IF

    MOVE SPACES TO GX-AUTM-SOD-KEY
    STRING GX-AUTM-USER GX-AUTM-PGM GX-AUTM-ACTION
           DELIMITED BY SIZE INTO GX-AUTM-SOD-KEY
    IF GX-AUTM-SOD-KEY = GX-AUTM-SOD-ACK
       MOVE SPACES TO GX-AUTM-SOD-ACK
       PERFORM GX-AUTM-LOG-OVERRIDE
       GO TO GX-AUTM-CHECK-SOD-EXIT
    END-IF
    MOVE GX-AUTM-SOD-KEY TO GX-AUTM-SOD-ACK
    SET  GX-AUTM-INVALID TO TRUE
    MOVE SPACES TO GX-AUTM-MSG
    STRING 'SOD RULE ' GX-AUTM-SOD-RULE ' RISK ' GX-AUTM-SOD-RISK
           ' - ENTER AGAIN TO SAVE'
           DELIMITED BY SIZE INTO GX-AUTM-MSG.

GX-AUTM-CHECK-SOD-EXIT.
    EXIT.

GX-AUTM-SOD-ONE.

    READ SODRULE NEXT RECORD
       AT END
          SET GX-AUTM-SOD-EOF TO TRUE
          GO TO GX-AUTM-SOD-ONE-EXIT
    END-READ
    IF SODRULE-PGM-A = GX-AUTM-PGM AND
       (SODRULE-ACT-A = '*' OR SODRULE-ACT-A = GX-AUTM-ACTION)
       MOVE SODRULE-PGM-B TO GX-AUTM-OTHER-PGM
       MOVE SODRULE-ACT-B TO GX-AUTM-OTHER-ACT
       PERFORM GX-AUTM-HOLDS-OTHER
    END-IF
    IF GX-AUTM-SOD-CLEAR AND
       SODRULE-PGM-B = GX-AUTM-PGM AND
       (SODRULE-ACT-B = '*' OR SODRULE-ACT-B = GX-AUTM-ACTION)
       MOVE SODRULE-PGM-A TO GX-AUTM-OTHER-PGM
       MOVE SODRULE-ACT-A TO GX-AUTM-OTHER-ACT
       PERFORM GX-AUTM-HOLDS-OTHER
    END-IF
    IF GX-AUTM-SOD-CONFLICT
       MOVE SODRULE-ID   TO GX-AUTM-SOD-RULE
       MOVE SODRULE-RISK TO GX-AUTM-SOD-RISK
    END-IF.

GX-AUTM-SOD-ONE-EXIT.
    EXIT.

GX-AUTM-HOLDS-OTHER.

    IF GX-AUTM-USER = '*PUBLIC'
       SET GX-AUTM-SOD-CONFLICT TO TRUE
    END-IF
    MOVE GX-AUTM-OTHER-PGM TO SECAUTH-PGM
    PERFORM VARYING GX-AUTM-I FROM 1 BY 1
            UNTIL GX-AUTM-I > 4 OR GX-AUTM-SOD-CONFLICT
       IF GX-AUTM-OTHER-ACT = '*' OR
          GX-AUTM-OTHER-ACT = GX-AUTM-ACTIONS (GX-AUTM-I:1)
          MOVE GX-AUTM-ACTIONS (GX-AUTM-I:1) TO SECAUTH-ACTION
          MOVE GX-AUTM-USER TO SECAUTH-USER
          PERFORM GX-AUTM-READ-OTHER
          IF GX-AUTM-SOD-CLEAR
             MOVE '*PUBLIC' TO SECAUTH-USER
             PERFORM GX-AUTM-READ-OTHER
          END-IF
       END-IF
    END-PERFORM.

GX-AUTM-READ-OTHER.

    READ SECAUTH RECORD
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF SECAUTH-EFFTO = 0 OR
             SECAUTH-EFFTO NOT LESS GX-AUTH-TODAY-N
             SET GX-AUTM-SOD-CONFLICT TO TRUE
          END-IF
    END-READ.

*> THE OVERRIDE GOES TO AUDITLOG THROUGH THE NORMAL WRITER WITH
*> THE I/O IDENTITY FIELDS BORROWED AND PUT BACK
GX-AUTM-LOG-OVERRIDE.

    MOVE GX-IO-XFI      TO GX-AUTH-SAVE-XFI
    MOVE GX-IO-OP       TO GX-AUTH-SAVE-OP
    MOVE V-FS           TO GX-AUTH-SAVE-FS
    MOVE '*SODWARN'     TO GX-IO-XFI
    MOVE GX-AUTM-SOD-RULE TO GX-IO-OP
    MOVE '00'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-AUTH-SAVE-XFI TO GX-IO-XFI
    MOVE GX-AUTH-SAVE-OP  TO GX-IO-OP
    MOVE GX-AUTH-SAVE-FS  TO V-FS.

GX-AUTM-SAVE.

    MOVE GX-AUTM-USER   TO SECAUTH-USER
