000170*                   LONGEST PARTITION'S ELAPSED SECONDS -   *
000180*                   THE PARALLEL RUN IS ONLY AS FAST AS ITS *
000190*                   SLOWEST RANGE                           *
000191*   2026-10-15  RH  PARTITION RUNS ARE MATCHED ON THE       *
000192*                   BUSINESS DATE THE RUNSUM ROW CARRIES,   *
000193*                   AGAINST THE INSTALLATION BUSDATE ROW;   *
000194*                   THE MERGED ROW CARRIES IT TOO           *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000300     SELECT RUNSUM     ASSIGN TO DATABASE-RUNSUM
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS  IS PM-FS-RUNSUM.
000321     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE  IS RANDOM
000324         RECORD KEY   IS BUSDATE-COMPANY
000325         FILE STATUS  IS PM-FS-BUSDATE.
000330     SELECT RUNSUMO    ASSIGN TO DATABASE-RUNSUMO
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS PM-FS-RUNSUMO.
000580     05 RUNSUM-DISPLAYED        PIC S9(007) COMP-3.
000590     05 RUNSUM-PROCESSED         PIC S9(007) COMP-3.
000600     05 RUNSUM-ELAPSED           PIC S9(007) COMP-3.
000601     05 RUNSUM-BUSDATE           PIC  9(008).
000602 FD  BUSDATE.
000603 01  BUSDATE-RECORD.
000604     05 BUSDATE-COMPANY          PIC  X(003).
000605     05 BUSDATE-CURRENT          PIC  9(008).
000606     05 BUSDATE-PREVIOUS         PIC  9(008).
000607     05 BUSDATE-LOC              PIC  X(010).
000608     05 BUSDATE-ROLLED-BY        PIC  X(010).
000610*----------------------------------------------------------*
000620* RUNSUMO IS RUNSUM OPENED A SECOND TIME FOR EXTEND - THE   *
000630* CONSOLIDATED ROW GOES TO THE SAME HISTORY THE SINGLE-     *
000740     05 RUNSUMO-DISPLAYED       PIC S9(007) COMP-3.
000750     05 RUNSUMO-PROCESSED        PIC S9(007) COMP-3.
000760     05 RUNSUMO-ELAPSED          PIC S9(007) COMP-3.
000764     05 RUNSUMO-BUSDATE          PIC  9(008).
000770 FD  PARTRPT.
000780 01  PARTRPT-LINE                PIC  X(080).
000790 WORKING-STORAGE SECTION.
000800 77  PM-FS-PARTCTL               PIC  X(002).
000810 77  PM-FS-RUNSUM                PIC  X(002).
000813 77  PM-FS-BUSDATE               PIC  X(002).
000816 77  PM-BUS-DATE                 PIC  9(008).
000820 77  PM-FS-RUNSUMO               PIC  X(002).
000830 77  PM-FS-PARTRPT               PIC  X(002).
000840 77  PM-EOF-SW                   PIC  X(001)     VALUE 'N'.
001570     OPEN EXTEND RUNSUMO
001580     OPEN OUTPUT PARTRPT
001590     ACCEPT PM-TODAY-DATE FROM DATE YYYYMMDD
001591     MOVE PM-TODAY-DATE TO PM-BUS-DATE
001592     OPEN INPUT  BUSDATE
001593     MOVE SPACES TO BUSDATE-COMPANY
001594     READ BUSDATE
001595         INVALID KEY
001596            MOVE 0 TO BUSDATE-CURRENT
001597     END-READ
001598     IF PM-FS-BUSDATE = '00' AND BUSDATE-CURRENT NUMERIC AND
001599        BUSDATE-CURRENT > 0
001600        MOVE BUSDATE-CURRENT TO PM-BUS-DATE
001601     END-IF
001602     CLOSE BUSDATE
001603     ACCEPT PM-NOW-TIME   FROM TIME
001610     MOVE SPACES TO PM-NOW-TS
001620     STRING PM-TODAY-YY '-' PM-TODAY-MM '-' PM-TODAY-DD '-'
001630            PM-NOW-HH '.' PM-NOW-MIN '.' PM-NOW-SS '.000000'
002270     MOVE RUNSUM-TIMESTAMP (1:4) TO PM-REC-YY
002280     MOVE RUNSUM-TIMESTAMP (6:2) TO PM-REC-MM
002290     MOVE RUNSUM-TIMESTAMP (9:2) TO PM-REC-DD
002292     IF RUNSUM-BUSDATE NUMERIC AND RUNSUM-BUSDATE > 0
002294        MOVE RUNSUM-BUSDATE TO PM-REC-DATE
002296     END-IF
002300     IF PM-REC-DATE = PM-BUS-DATE
002310        PERFORM VARYING PM-I FROM 1 BY 1
002320                UNTIL PM-I > PM-PART-COUNT
002330           IF PM-PT-PARTJOB (PM-I) = RUNSUM-JOB
002890     MOVE 0 TO RUNSUMO-DISPLAYED
002900     MOVE 0 TO RUNSUMO-PROCESSED
002910     MOVE 0 TO RUNSUMO-ELAPSED
002914     MOVE PM-BUS-DATE TO RUNSUMO-BUSDATE
002920     SET PM-FOUND TO TRUE
002930     PERFORM VARYING PM-J FROM PM-I BY 1
002940             UNTIL PM-J > PM-PART-COUNT
