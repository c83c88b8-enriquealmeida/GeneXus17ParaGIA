    EVALUATE APOPT OF GXAPRVSR-I
       WHEN '2'
*> THE APPROVER NEEDS THE SAME GRANT AS THE CAPTURED ACTION
*> - FOR A CHANGE-FREEZE OVERRIDE (ACTION F) THE F GRANT, FOR A
*> POSTING OVER ITS LIMIT (ACTION L) THE L GRANT
          SET GX-AUTH-DENIED TO TRUE
*> A GRANT PAST ITS EFFECTIVE-TO DATE IS NO GRANT - THE SAME
*> EXPIRY RULE GX-CHECK-AUTHORITY APPLIES
