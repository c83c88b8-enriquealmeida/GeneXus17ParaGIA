000312*   2026-09-02  RH  NEGATIVE TOKENS REJECT AS GXIMPNEG -    *
000314*                   THE STAGED COLUMNS ARE UNSIGNED ZONED   *
000316*                   AND A COPIED MINUS SIGN IS NOT A DIGIT  *
000317*   2026-10-15  RH  EVERY REJECT ALSO GOES TO THE SUSPENSE  *
000318*                   FILE WITH ITS REASON, WHERE THE GXFSUSP *
000319*                   WORKBENCH CORRECTS AND RESUBMITS IT     *
000320*   2026-10-15  RH  THE H ROW CAN NAME THE INBOUND PARTNER  *
000321*                   FILE THE ROWS CAME FROM; EVERY RUN      *
000322*                   LOGS ITS ROW COUNTS TO IMPLOG SO THE    *
000323*                   PTNSCORE SCORECARD CAN CHARGE THE       *
000324*                   VALIDATION FAILURES TO THE PARTNER      *
000325*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-ISERIES.
000610     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS  IS IM-FS-AUDITLOG.
000631     SELECT SUSPENSE   ASSIGN TO DATABASE-SUSPENSE
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE  IS RANDOM
000634         RECORD KEY   IS SUSPENSE-KEY
000635         FILE STATUS  IS IM-FS-SUSPENSE.
000636     SELECT IMPLOG     ASSIGN TO DATABASE-IMPLOG
000637         ORGANIZATION IS SEQUENTIAL
000638         FILE STATUS  IS IM-FS-IMPLOG.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  IMPCTL.
000740        10 IMPCTL-USER           PIC  X(010).
000750        10 IMPCTL-COMPANY        PIC  X(003).
000760        10 IMPCTL-DELIM          PIC  X(001).
000761*----------------------------------------------------------*
000762* INBFILE - THE INBOUND PARTNER FILE (ITS INBLOG NAME) THE *
000763* ROWS CAME FROM; BLANK FOR AN INTERNAL IMPORT             *
000764*----------------------------------------------------------*
000765        10 IMPCTL-INBFILE        PIC  X(010).
000766        10 FILLER                PIC  X(006).
000780     05 IMPCTL-COL REDEFINES IMPCTL-DATA.
000790        10 IMPCTL-COLNBR         PIC  9(003).
000800        10 IMPCTL-POS            PIC  9(003).
001260     05 AUDITLOG-OPER            PIC  X(006).
001270     05 AUDITLOG-STATUS          PIC  X(002).
001280     05 AUDITLOG-CHECK           PIC  9(009).
001281*----------------------------------------------------------*
001282* REJECT SUSPENSE - THE GXFSUSPW LAYOUT.  DELIM TELLS THE    *
001283* WORKBENCH HOW TO FIND A COLUMN IN THE KEPT LINE            *
001284*----------------------------------------------------------*
001285 FD  SUSPENSE.
001286 01  SUSPENSE-RECORD.
001287     05 SUSPENSE-KEY.
001288        10 SUSPENSE-SOURCE       PIC  X(010).
001289        10 SUSPENSE-REF          PIC  X(010).
001290        10 SUSPENSE-BATCH        PIC  X(026).
001291        10 SUSPENSE-ROWNBR       PIC  9(007).
001292     05 SUSPENSE-USER            PIC  X(010).
001293     05 SUSPENSE-COMPANY         PIC  X(003).
001294     05 SUSPENSE-DELIM           PIC  X(001).
001295     05 SUSPENSE-COLNBR          PIC  9(003).
001296     05 SUSPENSE-MSGID           PIC  X(008).
001297     05 SUSPENSE-REASON          PIC  X(040).
001298     05 SUSPENSE-LINE            PIC  X(512).
001299     05 SUSPENSE-STATUS          PIC  X(001).
001300     05 SUSPENSE-CREATED         PIC  9(008).
001301     05 SUSPENSE-AGE             PIC  9(005).
001302     05 SUSPENSE-ESCALATED       PIC  X(001).
001303     05 SUSPENSE-EDITS           PIC  9(003).
001304     05 SUSPENSE-LAST-BY         PIC  X(010).
001305     05 SUSPENSE-LAST-TS         PIC  X(026).
001306     05 SUSPENSE-RESUB-FILE      PIC  X(010).
001307     05 SUSPENSE-RESUB-TS        PIC  X(026).
001308*----------------------------------------------------------*
001309* ONE ROW PER RUN - THE ROWS READ, LOADED AND REJECTED      *
001310*----------------------------------------------------------*
001311 FD  IMPLOG.
001312 01  IMPLOG-RECORD.
001313     05 IMPLOG-TIMESTAMP         PIC  X(026).
001314     05 IMPLOG-INBFILE           PIC  X(010).
001315     05 IMPLOG-TARGET            PIC  X(010).
001316     05 IMPLOG-USER              PIC  X(010).
001317     05 IMPLOG-READ              PIC  9(007).
001318     05 IMPLOG-GOOD              PIC  9(007).
001319     05 IMPLOG-BAD               PIC  9(007).
001320 WORKING-STORAGE SECTION.
001321 77  IM-FS-IMPCTL                PIC  X(002).
001322 77  IM-FS-CSVIN                 PIC  X(002).
001323 77  IM-FS-IMPOUT                PIC  X(002).
001330 77  IM-FS-IMPERR                PIC  X(002).
001340 77  IM-FS-SECAUTH               PIC  X(002).
001350 77  IM-FS-CLOSESTAT             PIC  X(002).
001360 77  IM-FS-AUDITLOG              PIC  X(002).
001365 77  IM-FS-SUSPENSE              PIC  X(002).
001367 77  IM-FS-IMPLOG                PIC  X(002).
001370 77  IM-EOF-SW                   PIC  X(001)     VALUE 'N'.
001380     88 IM-AT-EOF                                VALUE 'Y'.
001390 77  IM-I                        PIC S9(004) COMP-3.
001500 01  IM-HDR-USER                 PIC  X(010).
001510 01  IM-HDR-COMPANY              PIC  X(003).
001520 01  IM-HDR-DELIM                PIC  X(001).
001525 01  IM-HDR-INBFILE              PIC  X(010) VALUE SPACES.
001530 01  IM-COL-TABLE.
001540     05 IM-COL-ENTRY OCCURS 30 TIMES.
001550        10 IM-CT-POS             PIC  9(003).
002610     OPEN INPUT  SECAUTH
002620     OPEN INPUT  CLOSESTAT
002630     OPEN EXTEND AUDITLOG
002635     OPEN I-O    SUSPENSE
002637     OPEN EXTEND IMPLOG
002640     ACCEPT IM-TODAY-DATE FROM DATE YYYYMMDD
002650     ACCEPT IM-NOW-TIME   FROM TIME
002660     MOVE SPACES TO IM-NOW-TS
002820               MOVE IMPCTL-FILE    TO IM-HDR-FILE
002830               MOVE IMPCTL-USER    TO IM-HDR-USER
002840               MOVE IMPCTL-COMPANY TO IM-HDR-COMPANY
002845               MOVE IMPCTL-INBFILE TO IM-HDR-INBFILE
002850               IF IMPCTL-DELIM NOT = SPACES
002860                  MOVE IMPCTL-DELIM TO IM-HDR-DELIM
002870               END-IF
006260     MOVE IM-REJ-MSGID TO IMPERR-MSGID
006270     MOVE IM-REJ-TEXT  TO IMPERR-TEXT
006280     MOVE CSVIN-LINE   TO IMPERR-LINE
006281     WRITE IMPERR-RECORD
006282     MOVE 'CSVIMPRT'     TO SUSPENSE-SOURCE
006283     MOVE IM-HDR-FILE    TO SUSPENSE-REF
006284     MOVE IM-NOW-TS      TO SUSPENSE-BATCH
006285     MOVE IM-ROW-NBR     TO SUSPENSE-ROWNBR
006286     MOVE IM-HDR-USER    TO SUSPENSE-USER
006287     MOVE IM-HDR-COMPANY TO SUSPENSE-COMPANY
006288     MOVE IM-HDR-DELIM   TO SUSPENSE-DELIM
006289     MOVE IM-REJ-COL     TO SUSPENSE-COLNBR
006290     MOVE IM-REJ-MSGID   TO SUSPENSE-MSGID
006291     MOVE IM-REJ-TEXT    TO SUSPENSE-REASON
006292     MOVE CSVIN-LINE     TO SUSPENSE-LINE
006293     MOVE 'O'            TO SUSPENSE-STATUS
006294     MOVE IM-TODAY-N     TO SUSPENSE-CREATED
006295     MOVE 0              TO SUSPENSE-AGE
006296     MOVE 'N'            TO SUSPENSE-ESCALATED
006297     MOVE 0              TO SUSPENSE-EDITS
006298     MOVE SPACES         TO SUSPENSE-LAST-BY
006299     MOVE SPACES         TO SUSPENSE-LAST-TS
006300     MOVE SPACES         TO SUSPENSE-RESUB-FILE
006301     MOVE SPACES         TO SUSPENSE-RESUB-TS
006302     WRITE SUSPENSE-RECORD
006303         INVALID KEY
006304            CONTINUE
006305     END-WRITE.
006306 5000-WRITE-REJECT-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330* GX-TDTE - SAME SINGLE-DATE VALIDATION GXFTDTE.COB         *
006880 8600-SET-AUDIT-CHECK-EXIT.
006890     EXIT.
006900*----------------------------------------------------------*
006910* 9000-TERMINATE - LOG THE RUN'S COUNTS, CLOSE FILES        *
006920*----------------------------------------------------------*
006930 9000-TERMINATE.
006931     MOVE IM-NOW-TS      TO IMPLOG-TIMESTAMP
006932     MOVE IM-HDR-INBFILE TO IMPLOG-INBFILE
006933     MOVE IM-HDR-FILE    TO IMPLOG-TARGET
006934     MOVE IM-HDR-USER    TO IMPLOG-USER
006935     COMPUTE IMPLOG-READ = IM-GOOD-COUNT + IM-BAD-COUNT
006936     MOVE IM-GOOD-COUNT  TO IMPLOG-GOOD
006937     MOVE IM-BAD-COUNT   TO IMPLOG-BAD
006938     WRITE IMPLOG-RECORD
006940     CLOSE IMPCTL
006950     CLOSE CSVIN
006960     CLOSE IMPOUT
006970     CLOSE IMPERR
006980     CLOSE SECAUTH
006990     CLOSE CLOSESTAT
006995     CLOSE AUDITLOG
007000     CLOSE SUSPENSE
007005     CLOSE IMPLOG.
007010 9000-TERMINATE-EXIT.
007020     EXIT.
007030 9999-EXIT.
