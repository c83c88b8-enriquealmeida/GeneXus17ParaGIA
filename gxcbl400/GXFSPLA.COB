    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND
    MOVE GX-SPLARC-PATH (1:128) TO GX-SPLIDX-PATH
    MOVE GX-AUDIT-PGM   TO GX-SPLIDX-PGM
    MOVE GX-AUDIT-JOB   TO GX-SPLIDX-JOB
    MOVE GX-MSGLOG-USER TO GX-SPLIDX-USER
    MOVE '#3'           TO GX-SPLIDX-REPORT
    CALL 'SPLINDEX' USING GX-SPLIDX-PATH GX-SPLIDX-OWNER
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'DLTOVR FILE(SPLTEXT)'
           DELIMITED BY SIZE
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    PERFORM GX-PURGE-SPOOL-ARCHIVE
        THRU GX-PURGE-SPOOL-ARCHIVE-EXIT.

*> A LEGAL HOLD ON THIS REPORT OR PROGRAM - OR ONE WITH NO DATA-FILE
*> SCOPE, WHOSE DATE RANGE MAY TAKE IN ANY GENERATION - STOPS THE
*> GENERATION PURGE.  THE COPIES IT WOULD HAVE REMOVED ARE LISTED IN
*> THE REPORT'S RETAINED-UNDER-HOLD.LST AND THE RETENTION IS
*> LOGGED; ONCE THE HOLD IS RELEASED THE NEXT ARCHIVE TRIMS BACK
GX-PURGE-SPOOL-ARCHIVE.

    IF GX-SPLARC-MAXGEN LESS 1
    COMPUTE GX-SPLARC-KEEPFROM = GX-SPLARC-MAXGEN + 1
    MOVE GX-SPLARC-KEEPFROM           TO GX-SPLARC-KEEPFROM-A

    MOVE 'C'          TO LH-FUNC
    MOVE SPACES       TO LH-FILE
    MOVE '*GXSPOOL'   TO LH-STEP-FILE
    MOVE SPACES       TO LH-KEY
    MOVE GX-AUDIT-PGM TO LH-PGM
    MOVE '#3'         TO LH-REPORT
    MOVE 0            TO LH-DATE
    CALL 'GXLHOLD' USING LH-CTL
    IF LH-IS-HELD
       PERFORM GX-SPLARC-RETAIN-HELD
       GO TO GX-PURGE-SPOOL-ARCHIVE-EXIT
    END-IF

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'QSH CMD(''ls -t /GXSPOOL/#3/*.TXT 2>/dev/null | '
                  'tail -n +' GX-SPLARC-KEEPFROM-A ' | '
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND.

GX-PURGE-SPOOL-ARCHIVE-EXIT.
    EXIT.

GX-SPLARC-RETAIN-HELD.

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'QSH CMD(''ls -t /GXSPOOL/#3/*.TXT 2>/dev/null | '
                  'tail -n +' GX-SPLARC-KEEPFROM-A ' > '
                  '/GXSPOOL/#3/RETAINED-UNDER-HOLD.LST'')'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    MOVE GX-IO-XFI      TO GX-SPLARC-SAVE-XFI
    MOVE GX-IO-OP       TO GX-SPLARC-SAVE-OP
    MOVE V-FS           TO GX-SPLARC-SAVE-FS
    MOVE '*LEGLHOLD'    TO GX-IO-XFI
    MOVE 'RETAIN'       TO GX-IO-OP
    MOVE '00'           TO V-FS
    PERFORM GX-WRITE-AUDITLOG
    MOVE GX-SPLARC-SAVE-XFI TO GX-IO-XFI
    MOVE GX-SPLARC-SAVE-OP  TO GX-IO-OP
    MOVE GX-SPLARC-SAVE-FS  TO V-FS.

GX-PRINT-TO-PDF.

    MOVE GX-AUDIT-TS (1:14)           TO GX-SPLARC-GENTAG
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    MOVE 'F'                TO RU-EVENT
    MOVE GX-PRPDF-LASTPATH  TO RU-REF
    PERFORM GX-RECORD-USAGE.

*> EVERY LOOK AT A REPORT - THE PDF PRINT ABOVE, THE DSPSPLF VIEW
*> ON THE PRINT PATH - GOES TO THE RPTUSE USAGE REGISTER; THE
*> CALLER SETS THE EVENT AND THE PATH
GX-RECORD-USAGE.

    MOVE '#3'               TO RU-REPORT
    MOVE GX-MSGLOG-USER     TO RU-USER
    MOVE GX-AUDIT-PGM       TO RU-PGM
    CALL 'GXRUSE' USING RU-CTL.

*> EVERY COMMAND THE ARCHIVER BUILDS GOES THROUGH THE SHARED
*> GXCMDX SERVICE - ALLOW-LISTED AND LOGGED TO CMDLOG WITH CALLER
