000255*                   ITS KEY FIELDS, RESOLVED THROUGH THE    *
000256*                   SAME DICTIONARY - THE POSITIONAL FACTS  *
000257*                   LIVE IN ONE PLACE                       *
000258*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000259*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000260*   2026-10-15  RH  EVERY EXCEPTION OF ALL THREE CLASSES    *
000261*                   IS ALSO POSTED TO THE DQISSUE DATA-     *
000262*                   QUALITY ISSUE REGISTER THROUGH GXDQREG  *
000263*                   AND EACH CLASS IS SETTLED AT THE END    *
000264*                   SO ISSUES NO LONGER FOUND ARE CLOSED.   *
000265*                   FLDDICT RECORD NOW CARRIES THE DATA     *
000266*                   OWNER                                   *
000267*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000268*                   VERIFICATION FLAG                       *
000269*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-ISERIES.
000690     05 FLDDICT-DESC             PIC  X(030).
000700     05 FLDDICT-DOMAIN           PIC  X(020).
000710     05 FLDDICT-MASK             PIC  X(001).
000720     05 FLDDICT-PERSONAL         PIC  X(001).
000725     05 FLDDICT-OWNER            PIC  X(010).
000727     05 FLDDICT-REKEY            PIC  X(001).
000730 FD  RIRULES.
000740 01  RIRULES-RECORD.
000750     05 RIRULES-CHILD-FILE       PIC  X(010).
002780     05 RW-OUT-COUNT             PIC  9(001).
002790     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002800 77  RW-X                        PIC S9(003) COMP-3.
002801*----------------------------------------------------------*
002802* DATA-QUALITY ISSUE REGISTER INTERFACE (GXDQREG)          *
002803*----------------------------------------------------------*
002804 01  DQ-CTL.
002805     05 DQ-FUNC                  PIC  X(001).
002806     05 DQ-SOURCE                PIC  X(010).
002807     05 DQ-FILE                  PIC  X(010).
002808     05 DQ-RECKEY                PIC  X(032).
002809     05 DQ-CLASS                 PIC  X(010).
002810     05 DQ-FIELD                 PIC  X(010).
002811     05 DQ-VALUE                 PIC  X(032).
002812     05 DQ-RESULT                PIC  X(001).
002813     05 DQ-CLEARED               PIC S9(007) COMP-3.
002814 PROCEDURE DIVISION.
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE
002840         THRU 1000-INITIALIZE-EXIT
003230            THRU 1300-LOAD-PARENTS-EXIT
003240            UNTIL SW-AT-EOF
003250     END-IF
003255     MOVE 'INTSWEEP' TO DQ-SOURCE
003260     MOVE SW-DHDG-LINE-1 TO RW-TITLE
003270     MOVE 'DATERPT' TO RW-TITLE-ID
003280     MOVE SPACES TO RW-LANG
004700        MOVE 'D' TO RW-FUNC
004710        PERFORM 8900-RW-PUT
004720            THRU 8900-RW-PUT-EXIT
004721        MOVE 'F'                    TO DQ-FUNC
004722        MOVE SW-FILE-NAME           TO DQ-FILE
004723        MOVE SWEEPIN-RECORD (1:20)  TO DQ-RECKEY
004724        MOVE 'DATE'                 TO DQ-CLASS
004725        MOVE SW-DT-FIELD (SW-J)     TO DQ-FIELD
004726        MOVE SW-DDTL-TIMESTAMP      TO DQ-VALUE
004727        CALL 'GXDQREG' USING DQ-CTL
004730     END-IF.
004740 2300-CHECK-ONE-DATE-EXIT.
004750     EXIT.
004980           MOVE RIRULES-CHILD-FILE   TO SW-RDTL-FILE
004990           MOVE SW-FK-VALUE          TO SW-RDTL-KEY
005000           WRITE RIRPT-LINE FROM SW-RDTL-LINE
005001           MOVE 'F'                  TO DQ-FUNC
005002           MOVE RIRULES-CHILD-FILE   TO DQ-FILE
005003           MOVE SW-FK-VALUE          TO DQ-RECKEY
005004           MOVE 'ORPHAN'             TO DQ-CLASS
005005           MOVE RIRULES-CHILD-FIELD  TO DQ-FIELD
005006           MOVE SW-FK-VALUE          TO DQ-VALUE
005007           CALL 'GXDQREG' USING DQ-CTL
005010        END-IF
005020     END-IF.
005030 2400-CHECK-CHILD-EXIT.
005470        MOVE SW-PK-FIELD (SW-J) TO SW-PDTL-FIELD
005480        MOVE SW-HEX-OUT         TO SW-PDTL-HEX
005490        WRITE PACKRPT-LINE FROM SW-PDTL-LINE
005491        MOVE 'F'                    TO DQ-FUNC
005492        MOVE SW-FILE-NAME           TO DQ-FILE
005493        MOVE SWEEPIN-RECORD (1:20)  TO DQ-RECKEY
005494        MOVE 'PACKED'               TO DQ-CLASS
005495        MOVE SW-PK-FIELD (SW-J)     TO DQ-FIELD
005496        MOVE SW-HEX-OUT             TO DQ-VALUE
005497        CALL 'GXDQREG' USING DQ-CTL
005500     END-IF.
005510 2500-CHECK-ONE-PACK-EXIT.
005520     EXIT.
005640              MOVE RIRULES-PARENT-FILE TO SW-RDTL-FILE
005650              MOVE SW-PAR-KEY (SW-I)   TO SW-RDTL-KEY
005660              WRITE RIRPT-LINE FROM SW-RDTL-LINE
005661              MOVE 'F'                  TO DQ-FUNC
005662              MOVE RIRULES-PARENT-FILE  TO DQ-FILE
005663              MOVE SW-PAR-KEY (SW-I)    TO DQ-RECKEY
005664              MOVE 'CHILDLESS'          TO DQ-CLASS
005665              MOVE RIRULES-PARENT-FIELD TO DQ-FIELD
005666              MOVE SW-PAR-KEY (SW-I)    TO DQ-VALUE
005667              CALL 'GXDQREG' USING DQ-CTL
005670           END-IF
005680        END-PERFORM
005690     END-IF.
005790     MOVE SW-RI-EXC TO SW-RSUM-COUNT
005800     WRITE RIRPT-LINE FROM SW-RSUM-LINE
005810     MOVE SW-PACK-EXC TO SW-PSUM-COUNT
005815     WRITE PACKRPT-LINE FROM SW-PSUM-LINE
005816     PERFORM 6100-SETTLE-ISSUES
005817         THRU 6100-SETTLE-ISSUES-EXIT.
005818 6000-PRINT-SUMMARIES-EXIT.
005819     EXIT.
005820*----------------------------------------------------------*
005821* 6100-SETTLE-ISSUES - EVERY CLASS THIS PASS CHECKED IS    *
005822*                      SETTLED ON THE ISSUE REGISTER, SO   *
005823*                      WHAT IT NO LONGER FOUND IS CLOSED   *
005824*----------------------------------------------------------*
005825 6100-SETTLE-ISSUES.
005826     MOVE 'E'          TO DQ-FUNC
005827     MOVE SW-FILE-NAME TO DQ-FILE
005828     MOVE SPACES       TO DQ-FIELD
005829     IF SW-FILE-NAME NOT = SPACES
005830        MOVE 'DATE'   TO DQ-CLASS
005831        CALL 'GXDQREG' USING DQ-CTL
005832        MOVE 'PACKED' TO DQ-CLASS
005833        CALL 'GXDQREG' USING DQ-CTL
005834     END-IF
005835     IF SW-RI-RULE-PRESENT AND SW-CHILD-LEN GREATER 0
005836        MOVE RIRULES-CHILD-FILE   TO DQ-FILE
005837        MOVE 'ORPHAN'             TO DQ-CLASS
005838        MOVE RIRULES-CHILD-FIELD  TO DQ-FIELD
005839        CALL 'GXDQREG' USING DQ-CTL
005840     END-IF
005841     IF SW-RI-RULE-PRESENT AND RIRULES-MANDATORY = 'Y' AND
005842        SW-PARENT-LEN GREATER 0
005843        MOVE RIRULES-PARENT-FILE  TO DQ-FILE
005844        MOVE 'CHILDLESS'          TO DQ-CLASS
005845        MOVE RIRULES-PARENT-FIELD TO DQ-FIELD
005846        CALL 'GXDQREG' USING DQ-CTL
005847     END-IF.
005848 6100-SETTLE-ISSUES-EXIT.
005849     EXIT.
005850*----------------------------------------------------------*
005860* GX-TDTE - SAME SINGLE-DATE VALIDATION GXFTDTE.COB         *
005870*           PERFORMS INLINE IN EVERY GENERATED PROGRAM THAT *
006370     CLOSE RIPARENT
006390     CLOSE DATERPT
006400     CLOSE RIRPT
006405     CLOSE PACKRPT
006410     MOVE 'C' TO DQ-FUNC
006415     CALL 'GXDQREG' USING DQ-CTL.
006420 9000-TERMINATE-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
