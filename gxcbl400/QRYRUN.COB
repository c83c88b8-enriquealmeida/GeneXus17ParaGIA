000190*                   HANDLING, SO OPERATIONS ANSWERS MOST    *
000200*                   DATA QUESTIONS SAME-DAY WITHOUT A CODE  *
000210*                   CHANGE                                  *
000212*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE          *
000214*                   PERSONAL-DATA FLAG SUBJSCAN READS       *
000216*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE DATA     *
000218*                   OWNER GXDQREG ASSIGNS ISSUES TO         *
000219*   2026-10-15  RH  ROWS CUT TO THE REQUESTING USER'S DATA  *
000220*                   SCOPE.  QRYDEF NOW CARRIES THE USER THE *
000221*                   DRIVING CL RUNS FOR; ON A FILE WHOSE    *
000222*                   FLDDICT HAS COMPANY (AND BRANCH) FIELDS *
000223*                   ONLY ROWS IN THAT USER'S DATASCOP ROWS  *
000224*                   - OR USRCOMP COMPANY - ARE KEPT.  SCOPE *
000225*                   O ASKS FOR THE SUPERVISOR OVERRIDE,     *
000226*                   WHICH NEEDS A *DATASCOP O GRANT; TAKEN  *
000227*                   OR REFUSED IT IS A *SECURITY AUDITLOG   *
000228*                   ENTRY.  THE SCOPE PRINTS ON THE HEADING *
000229*   2026-10-15  RH  LETTER SELECTIONS.  A QRYDEF ROW FLAGGED*
000230*                   FOR LETTERS ALSO WRITES EVERY ROW IT    *
000231*                   SELECTS - WHOLE, AFTER THE SCOPE CUT -  *
000232*                   TO LTRSEL UNDER THE QUERY NAME,         *
000233*                   REPLACING THE SET LEFT BY THE LAST RUN, *
000234*                   FOR LTRGEN TO MERGE INTO ITS LETTERS    *
000235*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY   *
000236*                   VERIFICATION FLAG                       *
000237*----------------------------------------------------------*
000238 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-ISERIES.
000260 OBJECT-COMPUTER.   IBM-ISERIES.
000380     SELECT QRYRPT     ASSIGN TO DATABASE-QRYRPT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS QR-FS-QRYRPT.
000401     SELECT DATASCOP   ASSIGN TO DATABASE-DATASCOP
000402         ORGANIZATION IS SEQUENTIAL
000403         FILE STATUS  IS QR-FS-DATASCOP.
000404     SELECT USRCOMP    ASSIGN TO DATABASE-USRCOMP
000405         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS  IS QR-FS-USRCOMP.
000407     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000408         ORGANIZATION IS INDEXED
000409         ACCESS MODE  IS RANDOM
000410         RECORD KEY   IS SECAUTH-KEY
000411         FILE STATUS  IS QR-FS-SECAUTH.
000412     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000413         ORGANIZATION IS SEQUENTIAL
000414         FILE STATUS  IS QR-FS-AUDITLOG.
000415     SELECT LTRSEL     ASSIGN TO DATABASE-LTRSEL
000416         ORGANIZATION IS INDEXED
000417         ACCESS MODE  IS DYNAMIC
000418         RECORD KEY   IS LTRSEL-KEY
000419         FILE STATUS  IS QR-FS-LTRSEL.
000420 DATA DIVISION.
000421 FILE SECTION.
000430 FD  QRYDEF.
000440 01  QRYDEF-RECORD.
000450     05 QRYDEF-NAME              PIC  X(010).
000560     05 QRYDEF-SORT-FIELD        PIC  X(010).
000570     05 QRYDEF-COL OCCURS 4 TIMES.
000580        10 QRYDEF-COL-FIELD      PIC  X(010).
000581*----------------------------------------------------------*
000582* THE USER THE QUERY RUNS FOR, WHOSE DATA SCOPE CUTS THE   *
000583* ROWS; SCOPE O ASKS FOR THAT USER'S SUPERVISOR OVERRIDE   *
000584*----------------------------------------------------------*
000585     05 QRYDEF-USER              PIC  X(010).
000586     05 QRYDEF-SCOPE             PIC  X(001).
000587*----------------------------------------------------------*
000588* Y = THE SELECTED ROWS ARE ALSO A LTRGEN LETTER SET       *
000589*----------------------------------------------------------*
000590     05 QRYDEF-LETTERS           PIC  X(001).
000591 FD  FLDDICT.
000600 01  FLDDICT-RECORD.
000610     05 FLDDICT-KEY.
000620        10 FLDDICT-FILE          PIC  X(010).
000670     05 FLDDICT-DESC             PIC  X(030).
000680     05 FLDDICT-DOMAIN           PIC  X(020).
000690     05 FLDDICT-MASK             PIC  X(001).
000695     05 FLDDICT-PERSONAL         PIC  X(001).
000697     05 FLDDICT-OWNER            PIC  X(010).
000699     05 FLDDICT-REKEY            PIC  X(001).
000700 FD  QRYIN.
000710 01  QRYIN-RECORD                PIC  X(512).
000720 FD  QRYRPT.
000730 01  QRYRPT-LINE                 PIC  X(080).
000731 FD  DATASCOP.
000732 01  DATASCOP-RECORD.
000733     05 DATASCOP-USER            PIC  X(010).
000734     05 DATASCOP-KIND            PIC  X(001).
000735     05 DATASCOP-COMPANY         PIC  X(003).
000736     05 DATASCOP-BRANCH          PIC  X(010).
000737     05 DATASCOP-GRANTED-BY      PIC  X(010).
000738     05 DATASCOP-GRANTED-TS      PIC  X(026).
000739 FD  USRCOMP.
000740 01  USRCOMP-RECORD.
000741     05 USRCOMP-USER             PIC  X(010).
000742     05 USRCOMP-COMPANY          PIC  X(003).
000743 FD  SECAUTH.
000744 01  SECAUTH-RECORD.
000745     05 SECAUTH-KEY.
000746        10 SECAUTH-USER          PIC  X(010).
000747        10 SECAUTH-PGM           PIC  X(010).
000748        10 SECAUTH-ACTION        PIC  X(001).
000749     05 SECAUTH-EFFTO            PIC  9(008).
000750     05 SECAUTH-FOUREYES         PIC  X(001).
000751 FD  AUDITLOG.
000752 01  AUDITLOG-RECORD.
000753     05 AUDITLOG-TIMESTAMP       PIC  X(026).
000754     05 AUDITLOG-JOB             PIC  X(010).
000755     05 AUDITLOG-PGM             PIC  X(010).
000756     05 AUDITLOG-FILE            PIC  X(010).
000757     05 AUDITLOG-OPER            PIC  X(006).
000758     05 AUDITLOG-STATUS          PIC  X(002).
000759     05 AUDITLOG-CHECK           PIC  9(009).
000760 FD  LTRSEL.
000761 01  LTRSEL-RECORD.
000762     05 LTRSEL-KEY.
000763        10 LTRSEL-SET            PIC  X(026).
000764        10 LTRSEL-SEQ            PIC  9(005).
000765     05 LTRSEL-IMAGE             PIC  X(512).
000766 WORKING-STORAGE SECTION.
000767 77  QR-FS-QRYDEF                PIC  X(002).
000768 77  QR-FS-FLDDICT               PIC  X(002).
000770 77  QR-FS-QRYIN                 PIC  X(002).
000780 77  QR-FS-QRYRPT                PIC  X(002).
000782 77  QR-FS-DATASCOP              PIC  X(002).
000784 77  QR-FS-USRCOMP               PIC  X(002).
000786 77  QR-FS-SECAUTH               PIC  X(002).
000788 77  QR-FS-AUDITLOG              PIC  X(002).
000789 77  QR-FS-LTRSEL                PIC  X(002).
000790 77  QR-LTR-SEQ                  PIC  9(005)     VALUE 0.
000791 77  QR-LTR-SW                   PIC  X(001)     VALUE 'N'.
000792     88 QR-LETTER-SET                            VALUE 'Y'.
000793 77  QR-LTR-EOF-SW               PIC  X(001).
000794     88 QR-LTR-AT-EOF                            VALUE 'Y'.
000795 77  QR-EOF-SW                   PIC  X(001)     VALUE 'N'.
000800     88 QR-AT-EOF                                VALUE 'Y'.
000810 77  QR-I                        PIC S9(004) COMP-3.
000820 77  QR-J                        PIC S9(004) COMP-3.
000900 77  QR-CMP-SW                   PIC  X(001).
000910     88 QR-CMP-TRUE                              VALUE 'Y'.
000920     88 QR-CMP-FALSE                              VALUE 'N'.
000921 77  QR-SCOPE-EOF-SW             PIC  X(001).
000922     88 QR-SCOPE-AT-EOF                          VALUE 'Y'.
000923 77  QR-SCOPE-SW                 PIC  X(001)     VALUE 'U'.
000924     88 QR-SCOPE-UNRESTRICTED                    VALUE 'U'.
000925     88 QR-SCOPE-RESTRICTED                       VALUE 'R'.
000926 77  QR-IN-SCOPE-SW              PIC  X(001).
000927     88 QR-ROW-IN-SCOPE                          VALUE 'Y'.
000928     88 QR-ROW-OUT-OF-SCOPE                       VALUE 'N'.
000929 77  QR-OVR-SW                   PIC  X(001)     VALUE 'N'.
000930     88 QR-OVR-REFUSED                           VALUE 'R'.
000931 77  QR-AUTH-SW                  PIC  X(001).
000932     88 QR-AUTH-ALLOWED                          VALUE 'Y'.
000933     88 QR-AUTH-DENIED                            VALUE 'N'.
000934 77  QR-S                        PIC S9(003) COMP-3.
000935*----------------------------------------------------------*
000936* THE DATA SCOPE - KIND N NORMAL, O SUPERVISOR OVERRIDE -  *
000937* AND WHERE THE SOURCE FILE CARRIES ITS COMPANY AND BRANCH *
000938*----------------------------------------------------------*
000939 01  QR-SCOPE-KIND               PIC  X(001).
000940 01  QR-SCOPE-TABLE.
000941     05 QR-SCOPE-COUNT           PIC S9(003) COMP-3 VALUE 0.
000942     05 QR-SCOPE-ENTRY OCCURS 50 TIMES.
000943        10 QR-ST-COMPANY         PIC  X(003).
000944        10 QR-ST-BRANCH          PIC  X(010).
000945 01  QR-CO-POS                   PIC  9(003) VALUE 0.
000946 01  QR-CO-LEN                   PIC  9(003) VALUE 0.
000947 01  QR-BR-POS                   PIC  9(003) VALUE 0.
000948 01  QR-BR-LEN                   PIC  9(003) VALUE 0.
000949 01  QR-ROW-COMPANY              PIC  X(003).
000950 01  QR-ROW-BRANCH               PIC  X(010).
000951 01  QR-AUD-OPER                 PIC  X(006).
000952 01  QR-AUD-BYTE-PAIR.
000953     05 FILLER                   PIC  X(001).
000954     05 QR-AUD-BYTE-CHAR         PIC  X(001).
000955 01  QR-AUD-BYTE-NUM REDEFINES QR-AUD-BYTE-PAIR
000956                                 PIC S9(004) COMP-4.
000957 77  QR-AUD-I                    PIC S9(003) COMP-3.
000958 01  QR-TODAY-DATE.
000959     05 QR-TODAY-YY              PIC  9(004).
000960     05 QR-TODAY-MM              PIC  9(002).
000961     05 QR-TODAY-DD              PIC  9(002).
000962 01  QR-TODAY-N REDEFINES QR-TODAY-DATE
000963                                 PIC  9(008).
000964 01  QR-NOW-TIME.
000965     05 QR-NOW-HH                PIC  9(002).
000966     05 QR-NOW-MIN               PIC  9(002).
000967     05 QR-NOW-SS                PIC  9(002).
000968     05 QR-NOW-HS                PIC  9(002).
000969 01  QR-NOW-TS                   PIC  X(026).
000970 01  QR-OVR-LINE                 PIC  X(080)
000971                 VALUE 'OVERRIDE REFUSED - NORMAL SCOPE APPLIED'.
000972*----------------------------------------------------------*
000973* RESOLVED FIELD SLOTS: 1-3 SELECTIONS, 4 SORT, 5-8 OUTPUT  *
000974* COLUMNS - ONE SEQUENTIAL DICTIONARY PASS RESOLVES ALL     *
000975*----------------------------------------------------------*
000976 01  QR-FLD-TABLE.
000980     05 QR-FLD-ENTRY OCCURS 8 TIMES.
000990        10 QR-FL-NAME            PIC  X(010).
001000        10 QR-FL-POS             PIC  9(003).
001880         THRU 1100-RESOLVE-FIELDS-EXIT
001890         UNTIL QR-AT-EOF
001900     MOVE 'N' TO QR-EOF-SW
001902     PERFORM 1200-LOAD-SCOPE
001904         THRU 1200-LOAD-SCOPE-EXIT
001905     IF QRYDEF-LETTERS = 'Y'
001906        PERFORM 1500-OPEN-LETTER-SET
001907            THRU 1500-OPEN-LETTER-SET-EXIT
001908     END-IF
001910     MOVE QRYDEF-NAME TO QR-HDG-NAME
001920     MOVE QRYDEF-FILE TO QR-HDG-FILE
001930     PERFORM VARYING QR-I FROM 1 BY 1 UNTIL QR-I > 4
001940        COMPUTE QR-J = QR-I + 4
001950        MOVE QR-FL-NAME (QR-J) TO QR-HDG-COL (QR-I)
001960     END-PERFORM
001961     MOVE SPACES         TO RW-LINE
001962     MOVE QRYDEF-USER    TO RW-LINE (1:10)
001963     MOVE QR-SCOPE-KIND  TO RW-LINE (11:1)
001964     MOVE 'S' TO RW-FUNC
001965     PERFORM 8900-RW-PUT
001966         THRU 8900-RW-PUT-EXIT
001970     MOVE QR-HDG-LINE-1 TO RW-TITLE
001980     MOVE 'QRYRPT' TO RW-TITLE-ID
001990     MOVE SPACES TO RW-LANG
002130     IF FLDDICT-FILE NOT = QRYDEF-FILE
002140        GO TO 1100-RESOLVE-FIELDS-EXIT
002150     END-IF
002151*----------------------------------------------------------*
002152* A COMPANY (AND BRANCH) FIELD MAKES THE FILE SUBJECT TO   *
002153* THE DATA SCOPE                                           *
002154*----------------------------------------------------------*
002155     IF FLDDICT-FIELD = 'COMPANY'
002156        MOVE FLDDICT-POS TO QR-CO-POS
002157        MOVE FLDDICT-LEN TO QR-CO-LEN
002158        IF QR-CO-LEN GREATER 3
002159           MOVE 3 TO QR-CO-LEN
002160        END-IF
002161     END-IF
002162     IF FLDDICT-FIELD = 'BRANCH'
002163        MOVE FLDDICT-POS TO QR-BR-POS
002164        MOVE FLDDICT-LEN TO QR-BR-LEN
002165        IF QR-BR-LEN GREATER 10
002166           MOVE 10 TO QR-BR-LEN
002167        END-IF
002168     END-IF
002169     PERFORM VARYING QR-I FROM 1 BY 1 UNTIL QR-I > 8
002170        IF QR-FL-NAME (QR-I) = FLDDICT-FIELD AND
002180           QR-FL-NAME (QR-I) NOT = SPACES
002190           MOVE FLDDICT-POS  TO QR-FL-POS (QR-I)
002280        END-IF
002290     END-PERFORM.
002300 1100-RESOLVE-FIELDS-EXIT.
002301     EXIT.
002302*----------------------------------------------------------*
002303* 1200-LOAD-SCOPE - THE REQUESTING USER'S DATASCOP ROWS OF *
002304*                   THE KIND ASKED FOR, FALLING BACK TO    *
002305*                   THE USRCOMP COMPANY, AS GXFSCOP DOES   *
002306*                   ONLINE.  NO USER, OR NO ROWS AT ALL,   *
002307*                   LEAVES THE QUERY UNRESTRICTED          *
002308*----------------------------------------------------------*
002309 1200-LOAD-SCOPE.
002310     SET QR-SCOPE-UNRESTRICTED TO TRUE
002311     MOVE 0   TO QR-SCOPE-COUNT
002312     MOVE 'N' TO QR-SCOPE-KIND
002313     IF QRYDEF-USER = SPACES
002314        GO TO 1200-LOAD-SCOPE-EXIT
002315     END-IF
002316     ACCEPT QR-TODAY-DATE FROM DATE YYYYMMDD
002317     ACCEPT QR-NOW-TIME   FROM TIME
002318     MOVE SPACES TO QR-NOW-TS
002319     STRING QR-TODAY-YY '-' QR-TODAY-MM '-' QR-TODAY-DD '-'
002320            QR-NOW-HH '.' QR-NOW-MIN '.' QR-NOW-SS '.000000'
002321            DELIMITED BY SIZE INTO QR-NOW-TS
002322     IF QRYDEF-SCOPE = 'O'
002323        PERFORM 1300-CHECK-OVERRIDE
002324            THRU 1300-CHECK-OVERRIDE-EXIT
002325        IF QR-AUTH-ALLOWED
002326           MOVE 'O'      TO QR-SCOPE-KIND
002327           MOVE 'SCPOVR' TO QR-AUD-OPER
002328        ELSE
002329           SET QR-OVR-REFUSED TO TRUE
002330           MOVE 'O'      TO QR-AUD-OPER
002331        END-IF
002332        PERFORM 1400-LOG-SECURITY
002333            THRU 1400-LOG-SECURITY-EXIT
002334     END-IF
002335     OPEN INPUT DATASCOP
002336     IF QR-FS-DATASCOP = '00'
002337        MOVE 'N' TO QR-SCOPE-EOF-SW
002338        PERFORM 1210-SCAN-DATASCOP
002339            THRU 1210-SCAN-DATASCOP-EXIT
002340            UNTIL QR-SCOPE-AT-EOF
002341        CLOSE DATASCOP
002342     END-IF
002343     IF QR-SCOPE-COUNT = 0 AND QR-SCOPE-KIND = 'N'
002344        OPEN INPUT USRCOMP
002345        IF QR-FS-USRCOMP = '00'
002346           MOVE 'N' TO QR-SCOPE-EOF-SW
002347           PERFORM 1220-SCAN-USRCOMP
002348               THRU 1220-SCAN-USRCOMP-EXIT
002349               UNTIL QR-SCOPE-AT-EOF
002350           CLOSE USRCOMP
002351        END-IF
002352     END-IF
002353     IF QR-SCOPE-COUNT GREATER 0
002354        SET QR-SCOPE-RESTRICTED TO TRUE
002355     END-IF.
002356 1200-LOAD-SCOPE-EXIT.
002357     EXIT.
002358 1210-SCAN-DATASCOP.
002359     READ DATASCOP
002360         AT END
002361            SET QR-SCOPE-AT-EOF TO TRUE
002362            GO TO 1210-SCAN-DATASCOP-EXIT
002363     END-READ
002364     IF DATASCOP-USER = QRYDEF-USER AND
002365        DATASCOP-KIND = QR-SCOPE-KIND AND
002366        QR-SCOPE-COUNT LESS 50
002367        ADD 1 TO QR-SCOPE-COUNT
002368        MOVE DATASCOP-COMPANY TO QR-ST-COMPANY (QR-SCOPE-COUNT)
002369        MOVE DATASCOP-BRANCH  TO QR-ST-BRANCH (QR-SCOPE-COUNT)
002370     END-IF.
002371 1210-SCAN-DATASCOP-EXIT.
002372     EXIT.
002373 1220-SCAN-USRCOMP.
002374     READ USRCOMP
002375         AT END
002376            SET QR-SCOPE-AT-EOF TO TRUE
002377            GO TO 1220-SCAN-USRCOMP-EXIT
002378     END-READ
002379     IF USRCOMP-USER = QRYDEF-USER AND
002380        USRCOMP-COMPANY NOT = SPACES
002381        MOVE 1               TO QR-SCOPE-COUNT
002382        MOVE USRCOMP-COMPANY TO QR-ST-COMPANY (1)
002383        MOVE '*ALL'          TO QR-ST-BRANCH (1)
002384        SET QR-SCOPE-AT-EOF TO TRUE
002385     END-IF.
002386 1220-SCAN-USRCOMP-EXIT.
002387     EXIT.
002388*----------------------------------------------------------*
002389* 1300-CHECK-OVERRIDE - THE GXFAUTH GRANT LOOKUP AGAINST   *
002390*                       THE *DATASCOP PSEUDO-PROGRAM: A    *
002391*                       ROW FOR (USER, *DATASCOP, O) OR    *
002392*                       (*PUBLIC, *DATASCOP, O) THAT HAS   *
002393*                       NOT EXPIRED ALLOWS THE OVERRIDE    *
002394*----------------------------------------------------------*
002395 1300-CHECK-OVERRIDE.
002396     SET QR-AUTH-DENIED TO TRUE
002397     OPEN INPUT SECAUTH
002398     IF QR-FS-SECAUTH NOT = '00'
002399        GO TO 1300-CHECK-OVERRIDE-EXIT
002400     END-IF
002401     MOVE QRYDEF-USER    TO SECAUTH-USER
002402     MOVE '*DATASCOP'    TO SECAUTH-PGM
002403     MOVE 'O'            TO SECAUTH-ACTION
002404     READ SECAUTH RECORD
002405        INVALID KEY
002406           CONTINUE
002407        NOT INVALID KEY
002408           IF SECAUTH-EFFTO = 0 OR
002409              SECAUTH-EFFTO NOT LESS QR-TODAY-N
002410              SET QR-AUTH-ALLOWED TO TRUE
002411           END-IF
002412     END-READ
002413     IF QR-AUTH-DENIED
002414        MOVE '*PUBLIC'   TO SECAUTH-USER
002415        READ SECAUTH RECORD
002416           INVALID KEY
002417              CONTINUE
002418           NOT INVALID KEY
002419              IF SECAUTH-EFFTO = 0 OR
002420                 SECAUTH-EFFTO NOT LESS QR-TODAY-N
002421                 SET QR-AUTH-ALLOWED TO TRUE
002422              END-IF
002423        END-READ
002424     END-IF
002425     CLOSE SECAUTH.
002426 1300-CHECK-OVERRIDE-EXIT.
002427     EXIT.
002428*----------------------------------------------------------*
002429* 1400-LOG-SECURITY - THE OVERRIDE, TAKEN (SCPOVR) OR      *
002430*                     REFUSED (O), AS A *SECURITY ENTRY    *
002431*----------------------------------------------------------*
002432 1400-LOG-SECURITY.
002433     OPEN EXTEND AUDITLOG
002434     IF QR-FS-AUDITLOG NOT = '00'
002435        GO TO 1400-LOG-SECURITY-EXIT
002436     END-IF
002437     MOVE QR-NOW-TS      TO AUDITLOG-TIMESTAMP
002438     MOVE QRYDEF-USER    TO AUDITLOG-JOB
002439     MOVE 'QRYRUN'       TO AUDITLOG-PGM
002440     MOVE '*SECURITY'    TO AUDITLOG-FILE
002441     MOVE QR-AUD-OPER    TO AUDITLOG-OPER
002442     MOVE 'NA'           TO AUDITLOG-STATUS
002443     PERFORM 8600-SET-AUDIT-CHECK
002444         THRU 8600-SET-AUDIT-CHECK-EXIT
002445     WRITE AUDITLOG-RECORD
002446     CLOSE AUDITLOG.
002447 1400-LOG-SECURITY-EXIT.
002448     EXIT.
002449*----------------------------------------------------------*
002450* 1500-OPEN-LETTER-SET - THE LAST RUN'S ROWS UNDER THIS    *
002451*                        QUERY NAME ARE CLEARED BEFORE THE *
002452*                        NEW SELECTION IS WRITTEN          *
002453*----------------------------------------------------------*
002454 1500-OPEN-LETTER-SET.
002455     OPEN I-O LTRSEL
002456     IF QR-FS-LTRSEL NOT = '00'
002457        GO TO 1500-OPEN-LETTER-SET-EXIT
002458     END-IF
002459     SET QR-LETTER-SET TO TRUE
002460     MOVE 'N'         TO QR-LTR-EOF-SW
002461     MOVE QRYDEF-NAME TO LTRSEL-SET
002462     MOVE 0           TO LTRSEL-SEQ
002463     START LTRSEL KEY NOT LESS LTRSEL-KEY
002464         INVALID KEY
002465            SET QR-LTR-AT-EOF TO TRUE
002466     END-START
002467     PERFORM 1510-CLEAR-LETTER-ROW
002468         THRU 1510-CLEAR-LETTER-ROW-EXIT
002469         UNTIL QR-LTR-AT-EOF.
002470 1500-OPEN-LETTER-SET-EXIT.
002471     EXIT.
002472 1510-CLEAR-LETTER-ROW.
002473     READ LTRSEL NEXT RECORD
002474         AT END
002475            SET QR-LTR-AT-EOF TO TRUE
002476            GO TO 1510-CLEAR-LETTER-ROW-EXIT
002477     END-READ
002478     IF LTRSEL-SET NOT = QRYDEF-NAME
002479        SET QR-LTR-AT-EOF TO TRUE
002480        GO TO 1510-CLEAR-LETTER-ROW-EXIT
002481     END-IF
002482     DELETE LTRSEL RECORD
002483         INVALID KEY
002484            CONTINUE
002485     END-DELETE.
002486 1510-CLEAR-LETTER-ROW-EXIT.
002487     EXIT.
002488*----------------------------------------------------------*
002489* 2000-SELECT-ROWS - ONE PASS OF THE SOURCE FILE APPLYING   *
002490*                    EVERY GIVEN SELECTION COMPARE          *
002491*----------------------------------------------------------*
002492 2000-SELECT-ROWS.
002493     PERFORM 2100-READ-QRYIN
002494         THRU 2100-READ-QRYIN-EXIT
002495     PERFORM 2200-JUDGE-ROW
002496         THRU 2200-JUDGE-ROW-EXIT
002497         UNTIL QR-AT-EOF.
002498 2000-SELECT-ROWS-EXIT.
002499     EXIT.
002500 2100-READ-QRYIN.
002501     READ QRYIN
002502         AT END
002503            SET QR-AT-EOF TO TRUE
002504     END-READ.
002505 2100-READ-QRYIN-EXIT.
002506     EXIT.
002510 2200-JUDGE-ROW.
002520     SET QR-ROW-MATCHES TO TRUE
002530     PERFORM VARYING QR-I FROM 1 BY 1
002610           END-IF
002620        END-IF
002630     END-PERFORM
002631     IF QR-ROW-MATCHES AND QR-SCOPE-RESTRICTED AND
002632        QR-CO-LEN GREATER 0
002633        PERFORM 2400-CHECK-SCOPE
002634            THRU 2400-CHECK-SCOPE-EXIT
002635        IF QR-ROW-OUT-OF-SCOPE
002636           SET QR-ROW-REJECTED TO TRUE
002637        END-IF
002638     END-IF
002640     IF QR-ROW-MATCHES
002650        PERFORM 2500-KEEP-ROW
002660            THRU 2500-KEEP-ROW-EXIT
002662        IF QR-LETTER-SET
002664           PERFORM 2600-LETTER-ROW
002666               THRU 2600-LETTER-ROW-EXIT
002668        END-IF
002670     END-IF
002680     PERFORM 2100-READ-QRYIN
002690         THRU 2100-READ-QRYIN-EXIT.
003360     END-EVALUATE.
003370 2300-APPLY-COMPARE-EXIT.
003380     EXIT.
003381*----------------------------------------------------------*
003382* 2400-CHECK-SCOPE - THE ROW'S COMPANY AND BRANCH AGAINST  *
003383*                    THE SCOPE TABLE; A BLANK COMPANY IS   *
003384*                    SHARED DATA, A BLANK OR *ALL BRANCH   *
003385*                    IN THE TABLE COVERS EVERY BRANCH      *
003386*----------------------------------------------------------*
003387 2400-CHECK-SCOPE.
003388     SET QR-ROW-IN-SCOPE TO TRUE
003389     MOVE SPACES TO QR-ROW-COMPANY
003390     MOVE SPACES TO QR-ROW-BRANCH
003391     MOVE QRYIN-RECORD (QR-CO-POS:QR-CO-LEN) TO QR-ROW-COMPANY
003392     IF QR-BR-LEN GREATER 0
003393        MOVE QRYIN-RECORD (QR-BR-POS:QR-BR-LEN) TO QR-ROW-BRANCH
003394     END-IF
003395     IF QR-ROW-COMPANY = SPACES
003396        GO TO 2400-CHECK-SCOPE-EXIT
003397     END-IF
003398     SET QR-ROW-OUT-OF-SCOPE TO TRUE
003399     PERFORM VARYING QR-S FROM 1 BY 1
003400             UNTIL QR-S > QR-SCOPE-COUNT OR QR-ROW-IN-SCOPE
003401        IF QR-ST-COMPANY (QR-S) = QR-ROW-COMPANY
003402           IF QR-ST-BRANCH (QR-S) = SPACES OR
003403              QR-ST-BRANCH (QR-S) = '*ALL' OR
003404              QR-ST-BRANCH (QR-S) = QR-ROW-BRANCH
003405              SET QR-ROW-IN-SCOPE TO TRUE
003406           END-IF
003407        END-IF
003408     END-PERFORM.
003409 2400-CHECK-SCOPE-EXIT.
003410     EXIT.
003411 2500-KEEP-ROW.
003412     IF QR-ROW-COUNT NOT LESS QR-MAX-ROWS
003413        SET QR-TABLE-FULL TO TRUE
003420        GO TO 2500-KEEP-ROW-EXIT
003430     END-IF
003440     ADD 1 TO QR-ROW-COUNT
003570        END-IF
003580     END-PERFORM.
003590 2500-KEEP-ROW-EXIT.
003591     EXIT.
003592*----------------------------------------------------------*
003593* 2600-LETTER-ROW - THE WHOLE SELECTED ROW, NOT JUST       *
003594*                   ITS PRINTED COLUMNS, SO EVERY FIELD    *
003595*                   IS THERE TO MERGE; THE TABLE CAP       *
003596*                   DOES NOT APPLY                         *
003597*----------------------------------------------------------*
003598 2600-LETTER-ROW.
003599     ADD 1 TO QR-LTR-SEQ
003600     MOVE QRYDEF-NAME  TO LTRSEL-SET
003601     MOVE QR-LTR-SEQ   TO LTRSEL-SEQ
003602     MOVE QRYIN-RECORD TO LTRSEL-IMAGE
003603     WRITE LTRSEL-RECORD
003604         INVALID KEY
003605            CONTINUE
003606     END-WRITE.
003607 2600-LETTER-ROW-EXIT.
003608     EXIT.
003610*----------------------------------------------------------*
003620* 3000-SORT-ROWS - ASCENDING BUBBLE SORT ON THE SORT FIELD, *
003630*                  THE SAME RANKING DISCIPLINE LOCKRPT USES *
004010     MOVE QR-SUM-LINE TO RW-LINE
004020     MOVE 'T' TO RW-FUNC
004030     PERFORM 8900-RW-PUT
004040         THRU 8900-RW-PUT-EXIT
004041     IF QR-OVR-REFUSED
004042        MOVE QR-OVR-LINE TO RW-LINE
004043        MOVE 'T' TO RW-FUNC
004044        PERFORM 8900-RW-PUT
004045            THRU 8900-RW-PUT-EXIT
004046     END-IF.
004050 4000-PRINT-ROWS-EXIT.
004060     EXIT.
004070*----------------------------------------------------------*
004140     CLOSE QRYDEF
004150     CLOSE FLDDICT
004160     CLOSE QRYIN
004162     CLOSE QRYRPT
004164     IF QR-LETTER-SET
004166        CLOSE LTRSEL
004168     END-IF.
004180 9000-TERMINATE-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004290     END-PERFORM.
004300 8900-RW-PUT-EXIT.
004310     EXIT.
004311*----------------------------------------------------------*
004312* 8600-SET-AUDIT-CHECK - THE GXFAUDL CHECK VALUE OVER THE  *
004313*                        64 CONTENT BYTES, AS BUDLOAD      *
004314*                        COMPUTES IT                       *
004315*----------------------------------------------------------*
004316 8600-SET-AUDIT-CHECK.
004317     MOVE 0 TO AUDITLOG-CHECK
004318     PERFORM VARYING QR-AUD-I FROM 1 BY 1
004319             UNTIL QR-AUD-I > 64
004320        MOVE LOW-VALUE TO QR-AUD-BYTE-PAIR
004321        MOVE AUDITLOG-RECORD (QR-AUD-I:1)
004322          TO QR-AUD-BYTE-CHAR
004323        ADD QR-AUD-BYTE-NUM TO AUDITLOG-CHECK
004324     END-PERFORM.
004325 8600-SET-AUDIT-CHECK-EXIT.
004326     EXIT.
004327 9999-EXIT.
004330     STOP RUN.
