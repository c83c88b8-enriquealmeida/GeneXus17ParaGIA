000150*   2026-09-02  RH  THE BASELINE NOW ALSO FOLDS IN THE      *
000160*                   RUNSUMHX MONTHLY ROLLUPS, SO THE        *
000170*                   AVERAGES SEE PAST THE RETENTION WINDOW  *
000172*   2026-10-15  RH  TODAY'S RUNS ARE PICKED ON THE BUSINESS *
000174*                   DATE THE RUNSUM ROW CARRIES, AGAINST THE*
000176*                   INSTALLATION BUSDATE ROW                *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000250     SELECT RUNSUM     ASSIGN TO DATABASE-RUNSUM
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS  IS RA-FS-RUNSUM.
000271     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE  IS RANDOM
000274         RECORD KEY   IS BUSDATE-COMPANY
000275         FILE STATUS  IS RA-FS-BUSDATE.
000280     SELECT RUNSUMHX   ASSIGN TO DATABASE-RUNSUMHX
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS  IS RA-FS-RUNSUMHX.
000470     05 RUNSUM-DISPLAYED         PIC S9(007) COMP-3.
000480     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000490     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000491     05 RUNSUM-BUSDATE           PIC  9(008).
000492 FD  BUSDATE.
000493 01  BUSDATE-RECORD.
000494     05 BUSDATE-COMPANY          PIC  X(003).
000495     05 BUSDATE-CURRENT          PIC  9(008).
000496     05 BUSDATE-PREVIOUS         PIC  9(008).
000497     05 BUSDATE-LOC              PIC  X(010).
000498     05 BUSDATE-ROLLED-BY        PIC  X(010).
000500 FD  RUNSUMHX.
000510 01  RUNSUMHX-RECORD.
000520     05 RUNSUMHX-PERIOD          PIC  9(006).
000640 01  ANOMRPT-LINE                PIC  X(080).
000650 WORKING-STORAGE SECTION.
000660 77  RA-FS-RUNSUM                PIC  X(002).
000663 77  RA-FS-BUSDATE               PIC  X(002).
000666 77  RA-BUS-DATE                 PIC  9(008).
000670 77  RA-FS-RUNSUMHX              PIC  X(002).
000680 77  RA-FS-ANOMCTL               PIC  X(002).
000690 77  RA-FS-ANOMRPT               PIC  X(002).
001700     OPEN INPUT  ANOMCTL
001710     OPEN OUTPUT ANOMRPT
001720     ACCEPT RA-TODAY-DATE FROM DATE YYYYMMDD
001721     MOVE RA-TODAY-DATE TO RA-BUS-DATE
001722     OPEN INPUT  BUSDATE
001723     MOVE SPACES TO BUSDATE-COMPANY
001724     READ BUSDATE
001725         INVALID KEY
001726            MOVE 0 TO BUSDATE-CURRENT
001727     END-READ
001728     IF RA-FS-BUSDATE = '00' AND BUSDATE-CURRENT NUMERIC AND
001729        BUSDATE-CURRENT > 0
001730        MOVE BUSDATE-CURRENT TO RA-BUS-DATE
001731     END-IF
001732     CLOSE BUSDATE
001733     READ ANOMCTL
001740         AT END
001750            CONTINUE
001760         NOT AT END
002100     MOVE RUNSUM-TIMESTAMP (1:4) TO RA-REC-YY
002110     MOVE RUNSUM-TIMESTAMP (6:2) TO RA-REC-MM
002120     MOVE RUNSUM-TIMESTAMP (9:2) TO RA-REC-DD
002122     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
002124        MOVE RUNSUM-BUSDATE TO RA-REC-DATE
002126     END-IF
002130     IF RA-REC-DATE = RA-BUS-DATE
002140        IF RA-DAY-COUNT < RA-MAX-DAY
002150           ADD 1 TO RA-DAY-COUNT
002160           MOVE RUNSUM-PGM       TO RA-DAY-PGM (RA-DAY-COUNT)
