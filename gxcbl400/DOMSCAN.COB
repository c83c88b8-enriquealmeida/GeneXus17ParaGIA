000214*                   POSITIONS ARE RESOLVED THROUGH THE      *
000216*                   FLDDICT DATA DICTIONARY - THE           *
000218*                   POSITIONAL FACTS LIVE IN ONE PLACE      *
000219*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000220*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000221*   2026-10-15  RH  EVERY FAILED CHECK IS ALSO POSTED TO    *
000222*                   THE DQISSUE DATA-QUALITY ISSUE          *
000223*                   REGISTER THROUGH GXDQREG, AND EACH      *
000224*                   RULE'S FIELD IS SETTLED AT THE END SO   *
000225*                   ISSUES NO LONGER FOUND ARE CLOSED.      *
000226*                   FLDDICT RECORD NOW CARRIES THE DATA     *
000227*                   OWNER                                   *
000228*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000229*                   VERIFICATION FLAG                       *
000230*----------------------------------------------------------*
000231 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-ISERIES.
000260 OBJECT-COMPUTER.   IBM-ISERIES.
000628     05 FLDDICT-DESC             PIC  X(030).
000630     05 FLDDICT-DOMAIN           PIC  X(020).
000632     05 FLDDICT-MASK             PIC  X(001).
000633     05 FLDDICT-PERSONAL         PIC  X(001).
000634     05 FLDDICT-OWNER            PIC  X(010).
000635     05 FLDDICT-REKEY            PIC  X(001).
000636 FD  DOMIN.
000637 01  DOMIN-RECORD                PIC  X(512).
000640 FD  DOMRPT.
000650 01  DOMRPT-LINE                 PIC  X(080).
000660 FD  DOMQHIST.
001530     05 RW-OUT-COUNT             PIC  9(001).
001540     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
001550 77  RW-X                        PIC S9(003) COMP-3.
001551*----------------------------------------------------------*
001552* DATA-QUALITY ISSUE REGISTER INTERFACE (GXDQREG)          *
001553*----------------------------------------------------------*
001554 01  DQ-CTL.
001555     05 DQ-FUNC                  PIC  X(001).
001556     05 DQ-SOURCE                PIC  X(010).
001557     05 DQ-FILE                  PIC  X(010).
001558     05 DQ-RECKEY                PIC  X(032).
001559     05 DQ-CLASS                 PIC  X(010).
001560     05 DQ-FIELD                 PIC  X(010).
001561     05 DQ-VALUE                 PIC  X(032).
001562     05 DQ-RESULT                PIC  X(001).
001563     05 DQ-CLEARED               PIC S9(007) COMP-3.
001564 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE
001590         THRU 1000-INITIALIZE-EXIT
001788         UNTIL DS-AT-EOF
001789     MOVE 'N' TO DS-EOF-SW
001790     MOVE DS-FILE-NAME TO DS-HDG-FILE
001792     MOVE 'DOMSCAN'    TO DQ-SOURCE
001794     MOVE DS-FILE-NAME TO DQ-FILE
001800     MOVE DS-HDG-LINE-1 TO RW-TITLE
001810     MOVE 'DOMRPT' TO RW-TITLE-ID
001820     MOVE SPACES TO RW-LANG
002860        MOVE 'D' TO RW-FUNC
002870        PERFORM 8900-RW-PUT
002880            THRU 8900-RW-PUT-EXIT
002881*       THE LEADING TWENTY BYTES STAND FOR THE RECORD KEY, AS
002882*       INTSWEEP SHOWS THEM
002883        MOVE 'F'                 TO DQ-FUNC
002884        MOVE DOMIN-RECORD (1:20) TO DQ-RECKEY
002885        MOVE 'DOMAIN'            TO DQ-CLASS
002886        MOVE DS-RL-FIELD (DS-I)  TO DQ-FIELD
002887        MOVE DS-VALUE            TO DQ-VALUE
002888        CALL 'GXDQREG' USING DQ-CTL
002890     END-IF.
002900 2300-APPLY-ONE-RULE-EXIT.
002910     EXIT.
003690     MOVE DS-CHECKED    TO DOMQHIST-CHECKED
003700     MOVE DS-FAILED     TO DOMQHIST-FAILED
003710     MOVE DS-SCORE      TO DOMQHIST-SCORE
003711     WRITE DOMQHIST-RECORD
003712     PERFORM VARYING DS-I FROM 1 BY 1
003713             UNTIL DS-I > DS-RULE-COUNT
003714        IF DS-RL-LEN (DS-I) GREATER 0
003715           MOVE 'E'                TO DQ-FUNC
003716           MOVE 'DOMAIN'           TO DQ-CLASS
003717           MOVE DS-RL-FIELD (DS-I) TO DQ-FIELD
003718           CALL 'GXDQREG' USING DQ-CTL
003719        END-IF
003720     END-PERFORM.
003730 6000-SCORE-AND-SUMMARIZE-EXIT.
003740     EXIT.
003750*----------------------------------------------------------*
003825     CLOSE FLDDICT
003830     CLOSE DOMIN
003840     CLOSE DOMRPT
003845     CLOSE DOMQHIST
003850     MOVE 'C' TO DQ-FUNC
003855     CALL 'GXDQREG' USING DQ-CTL.
003860 9000-TERMINATE-EXIT.
003870     EXIT.
003880*----------------------------------------------------------*
