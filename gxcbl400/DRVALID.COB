000250*                   PASSING VERDICT, AND ITS DATE IS        *
000260*                   PRINTED ON DRRPT SO THE RESTORE TEAM    *
000270*                   KNOWS EXACTLY WHICH SAVE THEY HOLD      *
000271*   2026-10-15  RH  CONTENT PARITY ASSERTED: WITH ACTIVE    *
000272*                   REPLCTL FILES, PARSTAT MUST EXIST AND NO*
000273*                   FILE MAY STAND FAILED FROM THE LAST     *
000274*                   PARAUDIT RUN - A STANDBY THAT DIFFERS   *
000275*                   FROM PRODUCTION IS NOT READY            *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000530     SELECT SAVSTAT    ASSIGN TO DATABASE-SAVSTAT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS DV-FS-SAVSTAT.
000551     SELECT REPLCTL    ASSIGN TO DATABASE-REPLCTL
000552         ORGANIZATION IS SEQUENTIAL
000553         FILE STATUS  IS DV-FS-REPLCTL.
000554     SELECT PARSTAT    ASSIGN TO DATABASE-PARSTAT
000555         ORGANIZATION IS INDEXED
000556         ACCESS MODE  IS SEQUENTIAL
000557         RECORD KEY   IS PARSTAT-FILE
000558         FILE STATUS  IS DV-FS-PARSTAT.
000560     SELECT DRRPT      ASSIGN TO DATABASE-DRRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS  IS DV-FS-DRRPT.
000840     05 SAVSTAT-VERDICT          PIC  X(001).
000850     05 SAVSTAT-EXPECTED         PIC S9(005) COMP-3.
000860     05 SAVSTAT-SAVED            PIC S9(005) COMP-3.
000861 FD  REPLCTL.
000862 01  REPLCTL-RECORD.
000863     05 REPLCTL-FILE             PIC  X(010).
000864     05 REPLCTL-TGTLIB           PIC  X(010).
000865     05 REPLCTL-MAXLAG           PIC  9(004).
000866     05 REPLCTL-ACTIVE           PIC  X(001).
000867     05 REPLCTL-KEYPOS           PIC  9(004).
000868     05 REPLCTL-KEYLEN           PIC  9(002).
000869     05 REPLCTL-RNGLEN           PIC  9(002).
000870 FD  PARSTAT.
000871 01  PARSTAT-RECORD.
000872     05 PARSTAT-FILE             PIC  X(010).
000873     05 PARSTAT-CYCLE            PIC S9(009) COMP-3.
000874     05 PARSTAT-TS               PIC  X(026).
000875     05 PARSTAT-RESULT           PIC  X(001).
000876     05 PARSTAT-RANGES           PIC S9(005) COMP-3.
000877     05 PARSTAT-DIFF-RANGES      PIC S9(005) COMP-3.
000878     05 PARSTAT-DIFF-KEYS        PIC S9(007) COMP-3.
000879     05 PARSTAT-NOTE             PIC  X(023).
000880 FD  DRRPT.
000881 01  DRRPT-LINE                  PIC  X(080).
000890 WORKING-STORAGE SECTION.
000900 77  DV-FS-FMTPROF               PIC  X(002).
000910 77  DV-FS-HOLCAL                PIC  X(002).
000940 77  DV-FS-AUDITLOG              PIC  X(002).
000950 77  DV-FS-MSGLOG                PIC  X(002).
000960 77  DV-FS-SAVSTAT               PIC  X(002).
000962 77  DV-FS-REPLCTL               PIC  X(002).
000964 77  DV-FS-PARSTAT               PIC  X(002).
000970 77  DV-FS-DRRPT                 PIC  X(002).
000980 77  DV-EOF-SW                   PIC  X(001).
000990     88 DV-AT-EOF                                VALUE 'Y'.
001010 77  DV-BAD-KEYS                 PIC S9(009) COMP-3.
001020 77  DV-FAIL-COUNT               PIC S9(005) COMP-3 VALUE 0.
001030 77  DV-FAIL-COUNT-A             PIC  9(005).
001031 77  DV-REPL-FILES               PIC S9(005) COMP-3.
001032 77  DV-PAR-FAILS                PIC S9(005) COMP-3.
001033 77  DV-PAR-CHECKED              PIC S9(005) COMP-3.
001034 01  DV-EDIT-A                   PIC  ZZZZ9.
001035 01  DV-EDIT-B                   PIC  ZZZZZZ9.
001036 01  DV-EDIT-CYCLE               PIC  ZZZZZZZZ9.
001040 77  DV-CALL-FAIL-SW             PIC  X(001).
001050     88 DV-CALL-FAILED                           VALUE 'Y'.
001060     88 DV-CALL-OK                                VALUE 'N'.
001290         THRU 5000-CHECK-DIRECTORIES-EXIT
001300     PERFORM 5500-CHECK-SAVSTAT
001310         THRU 5500-CHECK-SAVSTAT-EXIT
001312     PERFORM 5600-CHECK-PARITY
001314         THRU 5600-CHECK-PARITY-EXIT
001320     PERFORM 6000-PRINT-VERDICT
001330         THRU 6000-PRINT-VERDICT-EXIT
001340     PERFORM 9000-TERMINATE
004130               THRU 8000-PASS-EXIT
004140     END-EVALUATE.
004150 5500-CHECK-SAVSTAT-EXIT.
004151     EXIT.
004152*----------------------------------------------------------*
004153* 5600-CHECK-PARITY - WHERE STATE IS REPLICATED, THE LAST   *
004154* PARAUDIT RUN MUST HAVE FOUND THE STANDBY'S CONTENT EQUAL  *
004155* TO PRODUCTION'S.  A FILE PARAUDIT COULD NOT CHECK IS NOT  *
004156* A FAILURE HERE - REPLMON AND THE PARITY REPORT COVER IT   *
004157*----------------------------------------------------------*
004158 5600-CHECK-PARITY.
004159     MOVE 0 TO DV-REPL-FILES
004160     OPEN INPUT REPLCTL
004161     IF DV-FS-REPLCTL = '00'
004162        MOVE 'N' TO DV-EOF-SW
004163        PERFORM UNTIL DV-AT-EOF
004164           READ REPLCTL
004165               AT END
004166                  SET DV-AT-EOF TO TRUE
004167               NOT AT END
004168                  IF REPLCTL-ACTIVE = 'Y'
004169                     ADD 1 TO DV-REPL-FILES
004170                  END-IF
004171           END-READ
004172        END-PERFORM
004173        CLOSE REPLCTL
004174     END-IF
004175     IF DV-REPL-FILES = 0
004176        MOVE 'NO REPLICATED FILES - CONTENT PARITY NOT APPLICABLE'
004177          TO DV-DTL-TEXT
004178        PERFORM 8000-PASS
004179            THRU 8000-PASS-EXIT
004180        GO TO 5600-CHECK-PARITY-EXIT
004181     END-IF
004182     OPEN INPUT PARSTAT
004183     IF DV-FS-PARSTAT NOT = '00'
004184        MOVE 'PARSTAT FILE MISSING - CONTENT PARITY NEVER AUDITED'
004185          TO DV-DTL-TEXT
004186        PERFORM 8100-FAIL
004187            THRU 8100-FAIL-EXIT
004188        GO TO 5600-CHECK-PARITY-EXIT
004189     END-IF
004190     MOVE 0 TO DV-PAR-FAILS
004191     MOVE 0 TO DV-PAR-CHECKED
004192     MOVE 'N' TO DV-EOF-SW
004193     PERFORM UNTIL DV-AT-EOF
004194        READ PARSTAT NEXT RECORD
004195            AT END
004196               SET DV-AT-EOF TO TRUE
004197            NOT AT END
004198               IF PARSTAT-RESULT = 'P'
004199                  ADD 1 TO DV-PAR-CHECKED
004200               END-IF
004201               IF PARSTAT-RESULT = 'F'
004202                  PERFORM 5610-PARITY-FAILED
004203                      THRU 5610-PARITY-FAILED-EXIT
004204               END-IF
004205        END-READ
004206     END-PERFORM
004207     CLOSE PARSTAT
004208     IF DV-PAR-FAILS = 0
004209        MOVE DV-PAR-CHECKED TO DV-EDIT-A
004210        MOVE SPACES TO DV-DTL-TEXT
004211        STRING 'CONTENT PARITY CLEAN - FILES PASSED:' DV-EDIT-A
004212               DELIMITED BY SIZE INTO DV-DTL-TEXT
004213        PERFORM 8000-PASS
004214            THRU 8000-PASS-EXIT
004215     END-IF.
004216 5600-CHECK-PARITY-EXIT.
004217     EXIT.
004218 5610-PARITY-FAILED.
004219     ADD 1 TO DV-PAR-FAILS
004220     MOVE PARSTAT-CYCLE       TO DV-EDIT-CYCLE
004221     MOVE PARSTAT-DIFF-RANGES TO DV-EDIT-A
004222     MOVE PARSTAT-DIFF-KEYS   TO DV-EDIT-B
004223     MOVE SPACES TO DV-DTL-TEXT
004224     STRING 'PARITY FAILED ' PARSTAT-FILE ' CYCLE' DV-EDIT-CYCLE
004225            ' RANGES' DV-EDIT-A ' KEYS' DV-EDIT-B
004226            DELIMITED BY SIZE INTO DV-DTL-TEXT
004227     PERFORM 8100-FAIL
004228         THRU 8100-FAIL-EXIT.
004229 5610-PARITY-FAILED-EXIT.
004230     EXIT.
004231 8000-PASS.
004232     MOVE 'PASS  ' TO DV-DTL-VERDICT
004233     WRITE DRRPT-LINE FROM DV-DTL-LINE.
004234 8000-PASS-EXIT.
004235     EXIT.
004236 8100-FAIL.
004237     ADD 1 TO DV-FAIL-COUNT
004240     MOVE 'FAIL  ' TO DV-DTL-VERDICT
004250     WRITE DRRPT-LINE FROM DV-DTL-LINE.
004260 8100-FAIL-EXIT.
