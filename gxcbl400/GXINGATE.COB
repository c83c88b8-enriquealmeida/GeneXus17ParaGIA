000274*                   DELIVERY QUEUE (EVTSHIP MOVES THEM TO   *
000276*                   /GXEVENTS ON THE BRIDGE'S ACK) INSTEAD  *
000278*                   OF A FIRE-AND-FORGET CPYTOSTMF          *
000279*   2026-10-15  RH  EVERY RECORD OF A REJECTED FILE GOES TO *
000280*                   THE SUSPENSE FILE WITH THE REASON, FOR  *
000281*                   CORRECTION AND RESUBMISSION FROM THE    *
000282*                   GXFSUSP WORKBENCH                       *
000283*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-ISERIES.
000482         ACCESS MODE  IS RANDOM
000484         RECORD KEY   IS EVTQ-KEY
000490         FILE STATUS  IS IG-FS-EVTQ.
000491     SELECT SUSPENSE   ASSIGN TO DATABASE-SUSPENSE
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE  IS RANDOM
000494         RECORD KEY   IS SUSPENSE-KEY
000495         FILE STATUS  IS IG-FS-SUSPENSE.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  INBMANIF.
000718     05 EVTQ-TRIES               PIC  9(003).
000719     05 EVTQ-LAST-TS             PIC  X(026).
000720     05 EVTQ-PAYLOAD             PIC  X(290).
000721*----------------------------------------------------------*
000722* REJECT SUSPENSE - THE GXFSUSPW LAYOUT.  A PARTNER RECORD  *
000723* IS FIXED-POSITION, SO DELIM IS LEFT BLANK                 *
000724*----------------------------------------------------------*
000725 FD  SUSPENSE.
000726 01  SUSPENSE-RECORD.
000727     05 SUSPENSE-KEY.
000728        10 SUSPENSE-SOURCE       PIC  X(010).
000729        10 SUSPENSE-REF          PIC  X(010).
000730        10 SUSPENSE-BATCH        PIC  X(026).
000731        10 SUSPENSE-ROWNBR       PIC  9(007).
000732     05 SUSPENSE-USER            PIC  X(010).
000733     05 SUSPENSE-COMPANY         PIC  X(003).
000734     05 SUSPENSE-DELIM           PIC  X(001).
000735     05 SUSPENSE-COLNBR          PIC  9(003).
000736     05 SUSPENSE-MSGID           PIC  X(008).
000737     05 SUSPENSE-REASON          PIC  X(040).
000738     05 SUSPENSE-LINE            PIC  X(512).
000739     05 SUSPENSE-STATUS          PIC  X(001).
000740     05 SUSPENSE-CREATED         PIC  9(008).
000741     05 SUSPENSE-AGE             PIC  9(005).
000742     05 SUSPENSE-ESCALATED       PIC  X(001).
000743     05 SUSPENSE-EDITS           PIC  9(003).
000744     05 SUSPENSE-LAST-BY         PIC  X(010).
000745     05 SUSPENSE-LAST-TS         PIC  X(026).
000746     05 SUSPENSE-RESUB-FILE      PIC  X(010).
000747     05 SUSPENSE-RESUB-TS        PIC  X(026).
000748 WORKING-STORAGE SECTION.
000749 77  IG-FS-INBMANIF              PIC  X(002).
000750 77  IG-FS-INBFILE               PIC  X(002).
000760 77  IG-FS-INBLOG                PIC  X(002).
000770 77  IG-FS-INBRPT                PIC  X(002).
000780 77  IG-FS-EVTQ                  PIC  X(002).
000785 77  IG-FS-SUSPENSE              PIC  X(002).
000790 77  IG-EOF-SW                   PIC  X(001)     VALUE 'N'.
000800     88 IG-AT-EOF                                VALUE 'Y'.
000810 77  IG-MANIF-SW                 PIC  X(001)     VALUE 'N'.
000860 77  IG-I                        PIC S9(004) COMP-3.
000870 77  IG-REC-COUNT                PIC S9(009) COMP-3 VALUE 0.
000880 77  IG-HASHTOT                  PIC S9(013) COMP-3 VALUE 0.
000882 77  IG-SUSP-ROW                 PIC S9(007) COMP-3 VALUE 0.
000884 01  IG-REJ-MSGID                PIC  X(008)     VALUE SPACES.
000886 01  IG-REJ-TEXT                 PIC  X(040)     VALUE SPACES.
000890*----------------------------------------------------------*
000900* THE LOW-VALUE/BYTE PAIR REDEFINED AS COMP-4 TURNS A RAW   *
000910* BYTE INTO ITS 0-255 VALUE, THE SAME TRICK PACKSCAN AND    *
001020     05 IG-TODAY-YY              PIC  9(004).
001030     05 IG-TODAY-MM              PIC  9(002).
001040     05 IG-TODAY-DD              PIC  9(002).
001042 01  IG-TODAY-N REDEFINES IG-TODAY-DATE
001044                                 PIC  9(008).
001050 01  IG-NOW-TIME.
001060     05 IG-NOW-HH                PIC  9(002).
001070     05 IG-NOW-MIN               PIC  9(002).
001810     OPEN EXTEND INBLOG
001820     OPEN OUTPUT INBRPT
001830     OPEN I-O    EVTQ
001835     OPEN I-O    SUSPENSE
001840     ACCEPT IG-TODAY-DATE FROM DATE YYYYMMDD
001850     ACCEPT IG-NOW-TIME   FROM TIME
001860     MOVE SPACES TO IG-NOW-TS
003520        MOVE 0           TO IG-DTL-MANIF
003530        MOVE 0           TO IG-DTL-COUNTED
003540        MOVE 'MISSING'   TO IG-DTL-VERDICT
003542        MOVE 'GXINGMAN' TO IG-REJ-MSGID
003544        MOVE 'NO MANIFEST ARRIVED WITH THE FILE' TO IG-REJ-TEXT
003550        PERFORM 3900-PUT-CHECK-LINE
003560            THRU 3900-PUT-CHECK-LINE-EXIT
003570        GO TO 3000-VALIDATE-EXIT
003640     ELSE
003650        SET IG-REJECTED TO TRUE
003660        MOVE 'MISMATCH' TO IG-DTL-VERDICT
003662        MOVE 'GXINGCNT' TO IG-REJ-MSGID
003664        MOVE 'RECORD COUNT DISAGREES WITH MANIFEST'
003666          TO IG-REJ-TEXT
003670     END-IF
003680     PERFORM 3900-PUT-CHECK-LINE
003690         THRU 3900-PUT-CHECK-LINE-EXIT
003750     ELSE
003760        SET IG-REJECTED TO TRUE
003770        MOVE 'MISMATCH' TO IG-DTL-VERDICT
003771        IF IG-REJ-MSGID = SPACES
003772           MOVE 'GXINGHSH' TO IG-REJ-MSGID
003773           MOVE 'HASH TOTAL DISAGREES WITH MANIFEST'
003774             TO IG-REJ-TEXT
003775        END-IF
003780     END-IF
003790     PERFORM 3900-PUT-CHECK-LINE
003800         THRU 3900-PUT-CHECK-LINE-EXIT.
004170     IF IG-REJECTED
004180        PERFORM 4500-RAISE-REJECT-EVENT
004190            THRU 4500-RAISE-REJECT-EVENT-EXIT
004192        PERFORM 4600-SUSPEND-RECORDS
004195            THRU 4600-SUSPEND-RECORDS-EXIT
004200     END-IF.
004210 4000-DISPOSE-FILE-EXIT.
004220     EXIT.
004570 4570-STAGE-EVENT-EXIT.
004580     EXIT.
004590*----------------------------------------------------------*
004591* 4600-SUSPEND-RECORDS - A SECOND PASS OF THE REJECTED FILE *
004592*                        PUTS EVERY RECORD ON THE SUSPENSE  *
004593*                        WITH THE FILE'S REASON, SO THE BAD *
004594*                        RECORDS CAN BE CORRECTED AND       *
004595*                        RESUBMITTED WITHOUT A RESEND       *
004596*----------------------------------------------------------*
004597 4600-SUSPEND-RECORDS.
004598     CLOSE INBFILE
004599     OPEN INPUT INBFILE
004600     MOVE 'N' TO IG-EOF-SW
004601     PERFORM 2100-READ-INBFILE
004602         THRU 2100-READ-INBFILE-EXIT
004603     PERFORM 4610-SUSPEND-ONE
004604         THRU 4610-SUSPEND-ONE-EXIT
004605         UNTIL IG-AT-EOF.
004606 4600-SUSPEND-RECORDS-EXIT.
004607     EXIT.
004608 4610-SUSPEND-ONE.
004609     ADD 1 TO IG-SUSP-ROW
004610     MOVE 'GXINGATE'     TO SUSPENSE-SOURCE
004611     MOVE IG-FILE-TRIM   TO SUSPENSE-REF
004612     IF SUSPENSE-REF = SPACES
004613        MOVE '*NOMANIF'   TO SUSPENSE-REF
004614     END-IF
004615     MOVE IG-NOW-TS      TO SUSPENSE-BATCH
004616     MOVE IG-SUSP-ROW    TO SUSPENSE-ROWNBR
004617     MOVE SPACES         TO SUSPENSE-USER
004618     MOVE SPACES         TO SUSPENSE-COMPANY
004619     MOVE SPACE          TO SUSPENSE-DELIM
004620     MOVE 0              TO SUSPENSE-COLNBR
004621     MOVE IG-REJ-MSGID   TO SUSPENSE-MSGID
004622     MOVE IG-REJ-TEXT    TO SUSPENSE-REASON
004623     MOVE INBFILE-RECORD TO SUSPENSE-LINE
004624     MOVE 'O'            TO SUSPENSE-STATUS
004625     MOVE IG-TODAY-N     TO SUSPENSE-CREATED
004626     MOVE 0              TO SUSPENSE-AGE
004627     MOVE 'N'            TO SUSPENSE-ESCALATED
004628     MOVE 0              TO SUSPENSE-EDITS
004629     MOVE SPACES         TO SUSPENSE-LAST-BY
004630     MOVE SPACES         TO SUSPENSE-LAST-TS
004631     MOVE SPACES         TO SUSPENSE-RESUB-FILE
004632     MOVE SPACES         TO SUSPENSE-RESUB-TS
004633     WRITE SUSPENSE-RECORD
004634         INVALID KEY
004635            CONTINUE
004636     END-WRITE
004637     PERFORM 2100-READ-INBFILE
004638         THRU 2100-READ-INBFILE-EXIT.
004639 4610-SUSPEND-ONE-EXIT.
004640     EXIT.
004641*----------------------------------------------------------*
004642* 5000-WRITE-LOG - ONE INBLOG ROW PER ARRIVAL, ACCEPTED OR  *
004643*                  NOT - THE DID-IT-ARRIVE QUESTION NEEDS   *
004644*                  BOTH ANSWERS                             *
004645*----------------------------------------------------------*
004646 5000-WRITE-LOG.
004650     MOVE IG-NOW-TS       TO INBLOG-TIMESTAMP
004660     MOVE INBMANIF-FILE   TO INBLOG-FILE
004670     MOVE IG-REC-COUNT    TO INBLOG-RECCOUNT
004930     CLOSE INBFILE
004940     CLOSE INBLOG
004950     CLOSE INBRPT
004955     CLOSE EVTQ
004960     CLOSE SUSPENSE.
004970 9000-TERMINATE-EXIT.
004980     EXIT.
004990*----------------------------------------------------------*
