000184*                   THE FLDDICT DATA DICTIONARY (TYPE P     *
000186*                   ROWS) INSTEAD OF THE PRIVATE PACKCTL    *
000188*                   CONTROL FILE - POSITIONS ARE KEYED ONCE *
000189*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000190*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000191*   2026-10-15  RH  EVERY BAD FIELD IS ALSO POSTED TO THE   *
000192*                   DQISSUE DATA-QUALITY ISSUE REGISTER     *
000193*                   THROUGH GXDQREG, AND THE FILE'S PACKED  *
000194*                   ISSUES ARE SETTLED AT THE END SO THOSE  *
000195*                   NO LONGER FOUND ARE CLOSED.  FLDDICT    *
000196*                   RECORD NOW CARRIES THE DATA OWNER       *
000197*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000198*                   VERIFICATION FLAG                       *
000199*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-ISERIES.
000394     05 FLDDICT-DESC             PIC  X(030).
000396     05 FLDDICT-DOMAIN           PIC  X(020).
000398     05 FLDDICT-MASK             PIC  X(001).
000408     05 FLDDICT-PERSONAL         PIC  X(001).
000418     05 FLDDICT-OWNER            PIC  X(010).
000428     05 FLDDICT-REKEY            PIC  X(001).
000430 FD  PACKFILE.
000440 01  PACKFILE-RECORD             PIC  X(256).
000450 FD  PACKRPT.
001030     05 FILLER            PIC X(018) VALUE 'BAD FIELDS FOUND:'.
001040     05 PK-SUM-COUNT             PIC Z,ZZZ,ZZ9.
001050     05 FILLER                   PIC  X(053) VALUE SPACES.
001051*----------------------------------------------------------*
001052* DATA-QUALITY ISSUE REGISTER INTERFACE (GXDQREG)          *
001053*----------------------------------------------------------*
001054 01  DQ-CTL.
001055     05 DQ-FUNC                  PIC  X(001).
001056     05 DQ-SOURCE                PIC  X(010).
001057     05 DQ-FILE                  PIC  X(010).
001058     05 DQ-RECKEY                PIC  X(032).
001059     05 DQ-CLASS                 PIC  X(010).
001060     05 DQ-FIELD                 PIC  X(010).
001061     05 DQ-VALUE                 PIC  X(032).
001062     05 DQ-RESULT                PIC  X(001).
001063     05 DQ-CLEARED               PIC S9(007) COMP-3.
001064 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE
001090         THRU 1000-INITIALIZE-EXIT
001420        MOVE FLDDICT-FILE TO PK-HDG-FILE
001430        WRITE PACKRPT-LINE FROM PK-HDG-LINE-1
001440        WRITE PACKRPT-LINE FROM PK-HDG-LINE-2
001442        MOVE 'PACKSCAN'   TO DQ-SOURCE
001444        MOVE FLDDICT-FILE TO DQ-FILE
001450     END-IF
001460     IF FLDDICT-FILE = PK-HDG-FILE AND
001470        FLDDICT-TYPE = 'P' AND
002260        MOVE PK-RL-FIELD (PK-I) TO PK-DTL-FIELD
002270        MOVE PK-HEX-OUT         TO PK-DTL-HEX
002280        WRITE PACKRPT-LINE FROM PK-DTL-LINE
002281*       THE LEADING TWENTY BYTES STAND FOR THE RECORD KEY, AS
002282*       INTSWEEP SHOWS THEM
002283        MOVE 'F'                    TO DQ-FUNC
002284        MOVE PACKFILE-RECORD (1:20) TO DQ-RECKEY
002285        MOVE 'PACKED'               TO DQ-CLASS
002286        MOVE PK-RL-FIELD (PK-I)     TO DQ-FIELD
002287        MOVE PK-HEX-OUT             TO DQ-VALUE
002288        CALL 'GXDQREG' USING DQ-CTL
002290     END-IF.
002300 3300-CHECK-ONE-FIELD-EXIT.
002310     EXIT.
002320 6000-PRINT-SUMMARY.
002330     MOVE PK-EXC-COUNT TO PK-SUM-COUNT
002332     WRITE PACKRPT-LINE FROM PK-SUM-LINE
002334     IF PK-HDG-FILE NOT = SPACES
002336        MOVE 'E'      TO DQ-FUNC
002338        MOVE 'PACKED' TO DQ-CLASS
002340        MOVE SPACES   TO DQ-FIELD
002342        CALL 'GXDQREG' USING DQ-CTL
002344     END-IF.
002350 6000-PRINT-SUMMARY-EXIT.
002360     EXIT.
002370 9000-TERMINATE.
002380     CLOSE FLDDICT
002390     CLOSE PACKFILE
002395     CLOSE PACKRPT
002400     MOVE 'C' TO DQ-FUNC
002405     CALL 'GXDQREG' USING DQ-CTL.
002410 9000-TERMINATE-EXIT.
002420     EXIT.
002430 9999-EXIT.
