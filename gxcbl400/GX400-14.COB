MOVE '#7' TO GX-PRTR-REPORT
PERFORM GX-PRTR-ROUTE
    THRU GX-PRTR-ROUTE-EXIT

MOVE 1 TO GX-QCMDEXC-PTR
IF #1 NOT EQUAL #2
   STRING 'OVRPRTF FILE(#7) '
          INTO GX-QCMDEXC-CMD
          POINTER GX-QCMDEXC-PTR
END-IF
IF GX-PRTR-FOUND
   STRING ' OUTQ('        DELIMITED BY SIZE
          GX-PRTR-OUTQ-Q  DELIMITED BY SPACE
          ')'             DELIMITED BY SIZE
          INTO GX-QCMDEXC-CMD
          POINTER GX-QCMDEXC-PTR
   IF GX-PRTR-FORMTYPE NOT = SPACES
      STRING ' FORMTYPE('      DELIMITED BY SIZE
             GX-PRTR-FORMTYPE DELIMITED BY SPACE
             ')'              DELIMITED BY SIZE
             INTO GX-QCMDEXC-CMD
             POINTER GX-QCMDEXC-PTR
   END-IF
   IF GX-PRTR-COPIES > 0
      STRING ' COPIES(' GX-PRTR-COPIES ')'
             DELIMITED BY SIZE
             INTO GX-QCMDEXC-CMD
             POINTER GX-QCMDEXC-PTR
   END-IF
END-IF

COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
CALL 'QCMDEXC' USING GX-QCMDEXC-CMD

#8

PERFORM GX-SCOP-HEADING
    THRU GX-SCOP-HEADING-EXIT
#9

SET  RPT-NO-RCDS-FOUND   TO TRUE
SET  RPT-HEADER-ON      TO TRUE
SET  RPT-FIRST-PAGE      TO TRUE
