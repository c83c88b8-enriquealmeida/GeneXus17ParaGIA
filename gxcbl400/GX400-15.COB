
IF GX-SCOP-WITHHELD > 0
   PERFORM GX-SCOP-TRAILER
       THRU GX-SCOP-TRAILER-EXIT
   #4
END-IF
CLOSE GX-PRINTER
IF #1 NOT EQUAL #2
   MOVE 1 TO GX-QCMDEXC-PTR
   COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
   CALL 'QCMDEXC' USING GX-QCMDEXC-CMD
                        GX-QCMDEXC-CMDLEN
   MOVE 'V'    TO RU-EVENT
   MOVE SPACES TO RU-REF
   PERFORM GX-RECORD-USAGE

   PERFORM GX-ARCHIVE-SPOOL

