    MOVE GX-AUDIT-JOB                TO ABENDSIG-JOB
    MOVE GX-AUDIT-PGM                TO ABENDSIG-PGM
    MOVE GX-MSGID                    TO ABENDSIG-MSGID
    MOVE GX-DIAG-PATH                TO ABENDSIG-BUNDLE
    WRITE ABENDSIG-RECORD.
