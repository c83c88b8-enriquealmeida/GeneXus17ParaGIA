000210*                   RESOLVED THROUGH THE FLDDICT DATA       *
000220*                   DICTIONARY - THE POSITIONAL FACTS LIVE  *
000230*                   IN ONE PLACE                            *
000232*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000234*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000235*   2026-10-15  RH  THE DICTIONARY IS NOW ACTUALLY READ -   *
000236*                   FLDDICT WAS DECLARED BUT NEVER OPENED,  *
000237*                   SO NO KEY POSITION WAS EVER RESOLVED    *
000238*                   AND NO ROW WAS CHECKED.  EXCEPTIONS     *
000239*                   ARE ALSO POSTED TO THE DQISSUE DATA-    *
000240*                   QUALITY ISSUE REGISTER THROUGH GXDQREG  *
000241*                   AND THE RULE'S ISSUES ARE SETTLED AT    *
000242*                   THE END SO THOSE NO LONGER FOUND ARE    *
000243*                   CLOSED.  FLDDICT RECORD NOW CARRIES     *
000244*                   THE DATA OWNER                          *
000245*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000246*                   VERIFICATION FLAG                       *
000247*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-ISERIES.
000670     05 FLDDICT-DESC             PIC  X(030).
000680     05 FLDDICT-DOMAIN           PIC  X(020).
000690     05 FLDDICT-MASK             PIC  X(001).
000695     05 FLDDICT-PERSONAL         PIC  X(001).
000697     05 FLDDICT-OWNER            PIC  X(010).
000699     05 FLDDICT-REKEY            PIC  X(001).
000700 FD  RICHILD.
000710 01  RICHILD-RECORD              PIC  X(256).
000720 FD  RIPARENT.
000890 77  RI-FOUND-SW                 PIC  X(001).
000900     88 RI-FOUND                                 VALUE 'Y'.
000910     88 RI-NOT-FOUND                              VALUE 'N'.
000912 77  RI-RULE-SW                  PIC  X(001)     VALUE 'N'.
000914     88 RI-RULE-PRESENT                          VALUE 'Y'.
000920 01  RI-FK-VALUE                 PIC  X(032).
000930*----------------------------------------------------------*
000940* KEY POSITIONS RESOLVED FROM FLDDICT FOR THE FIELDS THE    *
001220     05 FILLER              PIC  X(018) VALUE 'EXCEPTIONS FOUND:'.
001230     05 RI-SUM-COUNT             PIC Z,ZZZ,ZZ9.
001240     05 FILLER                   PIC  X(053) VALUE SPACES.
001241*----------------------------------------------------------*
001242* DATA-QUALITY ISSUE REGISTER INTERFACE (GXDQREG)          *
001243*----------------------------------------------------------*
001244 01  DQ-CTL.
001245     05 DQ-FUNC                  PIC  X(001).
001246     05 DQ-SOURCE                PIC  X(010).
001247     05 DQ-FILE                  PIC  X(010).
001248     05 DQ-RECKEY                PIC  X(032).
001249     05 DQ-CLASS                 PIC  X(010).
001250     05 DQ-FIELD                 PIC  X(010).
001251     05 DQ-VALUE                 PIC  X(032).
001252     05 DQ-RESULT                PIC  X(001).
001253     05 DQ-CLEARED               PIC S9(007) COMP-3.
001254 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE
001280         THRU 1000-INITIALIZE-EXIT
001420*----------------------------------------------------------*
001430 1000-INITIALIZE.
001440     OPEN INPUT  RIRULES
001445     OPEN INPUT  FLDDICT
001450     OPEN INPUT  RICHILD
001460     OPEN INPUT  RIPARENT
001470     OPEN OUTPUT RIRPT
001480     READ RIRULES
001490         AT END
001500            CONTINUE
001502         NOT AT END
001505            SET RI-RULE-PRESENT TO TRUE
001510     END-READ
001511     IF RI-RULE-PRESENT
001512        PERFORM 1100-RESOLVE-FIELDS
001513            THRU 1100-RESOLVE-FIELDS-EXIT
001514            UNTIL RI-AT-EOF
001515     END-IF
001516     MOVE 'RICHECK' TO DQ-SOURCE
001520     WRITE RIRPT-LINE FROM RI-HDG-LINE-1
001530     WRITE RIRPT-LINE FROM RI-HDG-LINE-2.
001540 1000-INITIALIZE-EXIT.
001541     EXIT.
001542*----------------------------------------------------------*
001543* 1100-RESOLVE-FIELDS - THE DICTIONARY TURNS THE RULE'S    *
001544*                       CHILD AND PARENT KEY FIELDS INTO   *
001545*                       POSITIONS                          *
001546*----------------------------------------------------------*
001547 1100-RESOLVE-FIELDS.
001548     READ FLDDICT
001549         AT END
001550            SET RI-AT-EOF TO TRUE
001551            GO TO 1100-RESOLVE-FIELDS-EXIT
001552     END-READ
001553     IF FLDDICT-FILE  = RIRULES-CHILD-FILE AND
001554        FLDDICT-FIELD = RIRULES-CHILD-FIELD
001555        MOVE FLDDICT-POS TO RI-CHILD-POS
001556        MOVE FLDDICT-LEN TO RI-CHILD-LEN
001557     END-IF
001558     IF FLDDICT-FILE  = RIRULES-PARENT-FILE AND
001559        FLDDICT-FIELD = RIRULES-PARENT-FIELD
001560        MOVE FLDDICT-POS TO RI-PARENT-POS
001561        MOVE FLDDICT-LEN TO RI-PARENT-LEN
001562     END-IF.
001563 1100-RESOLVE-FIELDS-EXIT.
001564     EXIT.
001565*----------------------------------------------------------*
001570* 2000-LOAD-PARENT-KEYS - EVERY PARENT KEY INTO THE TABLE   *
001580*----------------------------------------------------------*
001590 2000-LOAD-PARENT-KEYS.
002310           MOVE RIRULES-CHILD-FILE   TO RI-DTL-FILE
002320           MOVE RI-FK-VALUE          TO RI-DTL-KEY
002330           WRITE RIRPT-LINE FROM RI-DTL-LINE
002331           MOVE 'F'                  TO DQ-FUNC
002332           MOVE RIRULES-CHILD-FILE   TO DQ-FILE
002333           MOVE RI-FK-VALUE          TO DQ-RECKEY
002334           MOVE 'ORPHAN'             TO DQ-CLASS
002335           MOVE RIRULES-CHILD-FIELD  TO DQ-FIELD
002336           MOVE RI-FK-VALUE          TO DQ-VALUE
002337           CALL 'GXDQREG' USING DQ-CTL
002340        END-IF
002350     END-IF.
002360 3200-NEXT-CHILD.
002520              MOVE RIRULES-PARENT-FILE TO RI-DTL-FILE
002530              MOVE RI-PAR-KEY (RI-I)   TO RI-DTL-KEY
002540              WRITE RIRPT-LINE FROM RI-DTL-LINE
002541              MOVE 'F'                  TO DQ-FUNC
002542              MOVE RIRULES-PARENT-FILE  TO DQ-FILE
002543              MOVE RI-PAR-KEY (RI-I)    TO DQ-RECKEY
002544              MOVE 'CHILDLESS'          TO DQ-CLASS
002545              MOVE RIRULES-PARENT-FIELD TO DQ-FIELD
002546              MOVE RI-PAR-KEY (RI-I)    TO DQ-VALUE
002547              CALL 'GXDQREG' USING DQ-CTL
002550           END-IF
002560        END-PERFORM
002570     END-IF.
002620*----------------------------------------------------------*
002630 6000-PRINT-SUMMARY.
002640     MOVE RI-EXC-COUNT TO RI-SUM-COUNT
002641     WRITE RIRPT-LINE FROM RI-SUM-LINE
002642     IF RI-RULE-PRESENT AND RI-CHILD-LEN GREATER 0
002643        MOVE 'E'                  TO DQ-FUNC
002644        MOVE RIRULES-CHILD-FILE   TO DQ-FILE
002645        MOVE 'ORPHAN'             TO DQ-CLASS
002646        MOVE RIRULES-CHILD-FIELD  TO DQ-FIELD
002647        CALL 'GXDQREG' USING DQ-CTL
002648     END-IF
002649     IF RI-RULE-PRESENT AND RIRULES-MANDATORY = 'Y' AND
002650        RI-PARENT-LEN GREATER 0
002651        MOVE 'E'                  TO DQ-FUNC
002652        MOVE RIRULES-PARENT-FILE  TO DQ-FILE
002653        MOVE 'CHILDLESS'          TO DQ-CLASS
002654        MOVE RIRULES-PARENT-FIELD TO DQ-FIELD
002655        CALL 'GXDQREG' USING DQ-CTL
002656     END-IF.
002660 6000-PRINT-SUMMARY-EXIT.
002670     EXIT.
002680*----------------------------------------------------------*
002730     CLOSE FLDDICT
002740     CLOSE RICHILD
002750     CLOSE RIPARENT
002755     CLOSE RIRPT
002760     MOVE 'C' TO DQ-FUNC
002765     CALL 'GXDQREG' USING DQ-CTL.
002770 9000-TERMINATE-EXIT.
002780     EXIT.
002790 9999-EXIT.
