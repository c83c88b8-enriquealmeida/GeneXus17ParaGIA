    MOVE GX-IO-OP                   TO AUDITLOG-OPER
    MOVE V-FS                       TO AUDITLOG-STATUS
    PERFORM GX-SET-AUDIT-CHECK
    WRITE AUDITLOG-RECORD
    IF GX-EMRG-SESSION NOT = 0
       PERFORM GX-EMRG-TAG-AUDITLOG
    END-IF.

GX-EMRG-TAG-AUDITLOG.

    MOVE GX-EMRG-SESSION            TO EMRGTAG-SESSION
    MOVE AUDITLOG-TIMESTAMP         TO EMRGTAG-TIMESTAMP
    MOVE AUDITLOG-JOB               TO EMRGTAG-JOB
    MOVE AUDITLOG-PGM               TO EMRGTAG-PGM
    MOVE AUDITLOG-FILE              TO EMRGTAG-FILE
    MOVE AUDITLOG-OPER              TO EMRGTAG-OPER
    MOVE AUDITLOG-STATUS            TO EMRGTAG-STATUS
    WRITE EMRGTAG-RECORD.

*> TAMPER EVIDENCE.  EVERY ROW CARRIES A CHECK VALUE COMPUTED
*> OVER ITS OWN CONTENT BYTES (THE SAME LOW-VALUE/BYTE-PAIR
