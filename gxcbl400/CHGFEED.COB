000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHGFEED.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - SUBSCRIPTION CHANGE  *
000100*                   FEED. REPLICATION SHIPS EVERY FILE     *
000110*                   WHOLE TO THE STANDBY; THE WAREHOUSE    *
000120*                   AND THE PARTNER PORTAL WANT ONLY THE   *
000130*                   CHANGES TO THE FILES AND FIELDS THEY   *
000140*                   SUBSCRIBE TO, EACH IN ITS OWN FORMAT.  *
000150*                   SUBSCR HOLDS ONE ROW PER CONSUMER -    *
000160*                   FORMAT, DELIVERY METHOD AND THE        *
000170*                   CHGHIST POSITION IT HAS BEEN FED TO -  *
000180*                   AND SUBSFLD THE FILES AND FIELDS IT    *
000190*                   WANTS.  EACH RUN WRITES THE CHGHIST    *
000200*                   ROWS SINCE THE CONSUMER'S POSITION TO  *
000210*                   AN INCREMENTAL CHANGE FILE, WITH EVERY *
000220*                   FIELD FLDDICT MARKS FOR MASKING        *
000230*                   MASKED, STAGES THE FILE AND LEDGERS IT *
000240*                   ON XPRTLEDG SO EXPRECON MATCHES THE    *
000250*                   CONSUMER'S RECEIPT.  A RESEND-FROM     *
000260*                   POSITION ON THE SUBSCRIPTION REPLAYS   *
000270*                   EVERYTHING FROM THAT POINT FOR A       *
000280*                   CONSUMER THAT LOST A FILE              *
000282*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY  *
000284*                   VERIFICATION FLAG                      *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-ISERIES.
000330 OBJECT-COMPUTER.   IBM-ISERIES.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SUBSCR     ASSIGN TO DATABASE-SUBSCR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS DYNAMIC
000390         RECORD KEY   IS SUBSCR-CONSUMER
000400         FILE STATUS  IS CF-FS-SUBSCR.
000410     SELECT SUBSFLD    ASSIGN TO DATABASE-SUBSFLD
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS  IS CF-FS-SUBSFLD.
000440     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS  IS CF-FS-FLDDICT.
000470     SELECT CHGHIST    ASSIGN TO DATABASE-CHGHIST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS CF-FS-CHGHIST.
000500     SELECT FEEDOUT    ASSIGN TO DATABASE-FEEDOUT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS CF-FS-FEEDOUT.
000530     SELECT FEEDLOG    ASSIGN TO DATABASE-FEEDLOG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS  IS CF-FS-FEEDLOG.
000560     SELECT XPRTLEDG   ASSIGN TO DATABASE-XPRTLEDG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE  IS DYNAMIC
000590         RECORD KEY   IS XPRTLEDG-KEY
000600         FILE STATUS  IS CF-FS-XPRTLEDG.
000610     SELECT CHGFRPT    ASSIGN TO DATABASE-CHGFRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS  IS CF-FS-CHGFRPT.
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------*
000670* ONE ROW PER CONSUMER. FORMAT F IS THE FIXED CHGHIST      *
000680* IMAGE, D DELIMITED BY SUBSCR-DELIM, J ONE JSON OBJECT    *
000690* PER LINE. METHOD I DROPS THE FILE IN THE CONSUMER'S IFS  *
000700* DIRECTORY, O IN /GXOUTBOUND/READY WITH THE PARTNER       *
000710* FILES. POSITION IS THE LAST CHGHIST TIMESTAMP FED;       *
000720* RESEND-TS, WHEN SET, REPLAYS FROM THAT TIMESTAMP ON THE  *
000730* NEXT RUN AND IS CLEARED ONCE DONE                        *
000740*----------------------------------------------------------*
000750 FD  SUBSCR.
000760 01  SUBSCR-RECORD.
000770     05 SUBSCR-CONSUMER          PIC  X(010).
000780     05 SUBSCR-FORMAT            PIC  X(001).
000790        88 SUBSCR-FIXED                          VALUE 'F'.
000800        88 SUBSCR-DELIMITED                      VALUE 'D'.
000810        88 SUBSCR-JSON                           VALUE 'J'.
000820     05 SUBSCR-DELIM             PIC  X(001).
000830     05 SUBSCR-METHOD            PIC  X(001).
000840        88 SUBSCR-IFS-DROP                       VALUE 'I'.
000850        88 SUBSCR-OUTBOUND                       VALUE 'O'.
000860     05 SUBSCR-PATH              PIC  X(060).
000870     05 SUBSCR-POSITION          PIC  X(026).
000880     05 SUBSCR-RESEND-TS         PIC  X(026).
000890     05 SUBSCR-ACTIVE            PIC  X(001).
000900     05 SUBSCR-DESC              PIC  X(030).
000910     05 SUBSCR-LAST-RUN-TS       PIC  X(026).
000920     05 SUBSCR-LAST-ROWS         PIC  9(009).
000930*----------------------------------------------------------*
000940* THE FILES AND FIELDS A CONSUMER TAKES - FIELD *ALL TAKES *
000950* EVERY FIELD OF THE FILE                                  *
000960*----------------------------------------------------------*
000970 FD  SUBSFLD.
000980 01  SUBSFLD-RECORD.
000990     05 SUBSFLD-CONSUMER         PIC  X(010).
001000     05 SUBSFLD-FILE             PIC  X(010).
001010     05 SUBSFLD-FIELD            PIC  X(010).
001020 FD  FLDDICT.
001030 01  FLDDICT-RECORD.
001040     05 FLDDICT-KEY.
001050        10 FLDDICT-FILE          PIC  X(010).
001060        10 FLDDICT-FIELD         PIC  X(010).
001070     05 FLDDICT-POS              PIC  9(003).
001080     05 FLDDICT-LEN              PIC  9(003).
001090     05 FLDDICT-TYPE             PIC  X(001).
001100     05 FLDDICT-DESC             PIC  X(030).
001110     05 FLDDICT-DOMAIN           PIC  X(020).
001120     05 FLDDICT-MASK             PIC  X(001).
001130     05 FLDDICT-PERSONAL         PIC  X(001).
001140     05 FLDDICT-OWNER            PIC  X(010).
001145     05 FLDDICT-REKEY            PIC  X(001).
001150 FD  CHGHIST.
001160 01  CHGHIST-RECORD.
001170     05 CHGHIST-FILE             PIC  X(010).
001180     05 CHGHIST-KEY              PIC  X(030).
001190     05 CHGHIST-FIELD            PIC  X(010).
001200     05 CHGHIST-OLDVAL           PIC  X(040).
001210     05 CHGHIST-NEWVAL           PIC  X(040).
001220     05 CHGHIST-ACTION           PIC  X(001).
001230     05 CHGHIST-USER             PIC  X(010).
001240     05 CHGHIST-TIMESTAMP        PIC  X(026).
001250     05 CHGHIST-PGM              PIC  X(010).
001260     05 CHGHIST-ESESS            PIC  9(009).
001270 FD  FEEDOUT.
001280 01  FEEDOUT-RECORD              PIC  X(400).
001290*----------------------------------------------------------*
001300* FEEDLOG - ONE ROW PER FILE DELIVERED: THE POSITIONS IT   *
001310* COVERS, SO A LOST FILE'S RESEND-FROM POSITION IS ITS     *
001320* FROM-TS                                                  *
001330*----------------------------------------------------------*
001340 FD  FEEDLOG.
001350 01  FEEDLOG-RECORD.
001360     05 FEEDLOG-TS               PIC  X(026).
001370     05 FEEDLOG-CONSUMER         PIC  X(010).
001380     05 FEEDLOG-KIND             PIC  X(001).
001390     05 FEEDLOG-FILE-NAME        PIC  X(040).
001400     05 FEEDLOG-FROM-TS          PIC  X(026).
001410     05 FEEDLOG-TO-TS            PIC  X(026).
001420     05 FEEDLOG-ROWS             PIC  9(009).
001430 FD  XPRTLEDG.
001440 01  XPRTLEDG-RECORD.
001450     05 XPRTLEDG-KEY.
001460        10 XPRTLEDG-NAME         PIC  X(040).
001470        10 XPRTLEDG-TS           PIC  X(026).
001480     05 XPRTLEDG-ROWS            PIC S9(009) COMP-3.
001490     05 XPRTLEDG-TOTAL           PIC S9(013)V9(002) COMP-3.
001500     05 XPRTLEDG-ACK             PIC  X(001).
001510     05 XPRTLEDG-ACK-TS          PIC  X(026).
001520 FD  CHGFRPT.
001530 01  CHGFRPT-LINE                PIC  X(080).
001540 WORKING-STORAGE SECTION.
001550 77  CF-FS-SUBSCR                PIC  X(002).
001560 77  CF-FS-SUBSFLD               PIC  X(002).
001570 77  CF-FS-FLDDICT               PIC  X(002).
001580 77  CF-FS-CHGHIST               PIC  X(002).
001590 77  CF-FS-FEEDOUT               PIC  X(002).
001600 77  CF-FS-FEEDLOG               PIC  X(002).
001610 77  CF-FS-XPRTLEDG              PIC  X(002).
001620 77  CF-FS-CHGFRPT               PIC  X(002).
001630 77  CF-EOF-SW                   PIC  X(001).
001640     88 CF-AT-EOF                                VALUE 'Y'.
001650 77  CF-SUB-EOF-SW               PIC  X(001)     VALUE 'N'.
001660     88 CF-SUB-AT-EOF                            VALUE 'Y'.
001670 77  CF-LEDG-EOF-SW              PIC  X(001).
001680     88 CF-LEDG-AT-EOF                           VALUE 'Y'.
001690 77  CF-WANT-SW                  PIC  X(001).
001700     88 CF-WANTED                                VALUE 'Y'.
001710 77  CF-RESEND-SW                PIC  X(001).
001720     88 CF-RESENDING                             VALUE 'Y'.
001730 77  CF-I                        PIC S9(004) COMP-3.
001740 77  CF-K                        PIC S9(004) COMP-3.
001750 77  CF-DIGITS                   PIC S9(004) COMP-3.
001760 77  CF-ROWS                     PIC S9(009) COMP-3.
001770 77  CF-REPLACED                 PIC S9(007) COMP-3.
001780 77  CF-SUBS-RUN                 PIC S9(005) COMP-3 VALUE 0.
001790 77  CF-ROWS-RUN                 PIC S9(009) COMP-3 VALUE 0.
001800*----------------------------------------------------------*
001810* EVERY SUBSFLD ROW, LOADED ONCE; EACH CONSUMER'S PASS     *
001820* LOOKS ONLY AT ITS OWN                                    *
001830*----------------------------------------------------------*
001840 01  CF-SUBF-TABLE.
001850     05 CF-SUBF-COUNT            PIC S9(004) COMP-3 VALUE 0.
001860     05 CF-SUBF-ENTRY OCCURS 300 TIMES.
001870        10 CF-SF-CONSUMER        PIC  X(010).
001880        10 CF-SF-FILE            PIC  X(010).
001890        10 CF-SF-FIELD           PIC  X(010).
001900 77  CF-SUBF-OWN                 PIC S9(004) COMP-3.
001910*----------------------------------------------------------*
001920* THE FLDDICT FIELDS THAT CARRY A MASK STYLE - ANY OTHER   *
001930* FIELD GOES OUT AS RECORDED                               *
001940*----------------------------------------------------------*
001950 01  CF-MASK-TABLE.
001960     05 CF-MASK-COUNT            PIC S9(004) COMP-3 VALUE 0.
001970     05 CF-MASK-ENTRY OCCURS 500 TIMES.
001980        10 CF-MK-FILE            PIC  X(010).
001990        10 CF-MK-FIELD           PIC  X(010).
002000        10 CF-MK-STYLE           PIC  X(001).
002010 01  CF-STYLE                    PIC  X(001).
002020 01  CF-OLDVAL                   PIC  X(040).
002030 01  CF-NEWVAL                   PIC  X(040).
002040 01  CF-MASK-VAL                 PIC  X(040).
002050 01  CF-VAL                      PIC  X(040).
002060 77  CF-VAL-LEN                  PIC S9(004) COMP-3.
002070 01  CF-OUT-REC                  PIC  X(400).
002080 77  CF-OUT-PTR                  PIC S9(004) COMP-3.
002090 01  CF-FIXED-REC.
002100     05 CF-FX-TS                 PIC  X(026).
002110     05 CF-FX-FILE               PIC  X(010).
002120     05 CF-FX-KEY                PIC  X(030).
002130     05 CF-FX-FIELD              PIC  X(010).
002140     05 CF-FX-ACTION             PIC  X(001).
002150     05 CF-FX-OLDVAL             PIC  X(040).
002160     05 CF-FX-NEWVAL             PIC  X(040).
002170     05 CF-FX-USER               PIC  X(010).
002180 01  CF-FROM-TS                  PIC  X(026).
002190 01  CF-CUTOFF-TS                PIC  X(026).
002200 01  CF-FEED-NAME                PIC  X(040).
002210 01  CF-FILE-NAME                PIC  X(040).
002220 01  CF-DIR                      PIC  X(060).
002230 01  CF-VERDICT                  PIC  X(014).
002240 01  CF-TODAY-DATE.
002250     05 CF-TODAY-YY              PIC  9(004).
002260     05 CF-TODAY-MM              PIC  9(002).
002270     05 CF-TODAY-DD              PIC  9(002).
002280 01  CF-NOW-TIME.
002290     05 CF-NOW-HH                PIC  9(002).
002300     05 CF-NOW-MIN               PIC  9(002).
002310     05 CF-NOW-SS                PIC  9(002).
002320     05 CF-NOW-HS                PIC  9(002).
002330 01  CF-NOW-TS                   PIC  X(026).
002340 01  CF-STAMP                    PIC  X(014).
002350 01  CF-CMD                      PIC  X(512).
002360 77  CF-CMDLEN                   PIC S9(010)V9(005) COMP-3.
002370 77  CF-CMD-PTR                  PIC S9(004) COMP-3.
002380 01  CF-TITLE-LINE               PIC  X(050)
002390         VALUE 'SUBSCRIPTION CHANGE FEED'.
002400 01  CF-COLS-LINE.
002410     05 FILLER                   PIC  X(040)
002420         VALUE 'CONSUMER   F M FROM POSITION'.
002430     05 FILLER                   PIC  X(040)
002440         VALUE '         ROWS  RESULT'.
002450 01  CF-DTL-LINE.
002460     05 CF-DTL-CONSUMER          PIC  X(010).
002470     05 FILLER                   PIC  X(001)     VALUE SPACE.
002480     05 CF-DTL-FORMAT            PIC  X(001).
002490     05 FILLER                   PIC  X(001)     VALUE SPACE.
002500     05 CF-DTL-METHOD            PIC  X(001).
002510     05 FILLER                   PIC  X(001)     VALUE SPACE.
002520     05 CF-DTL-FROM              PIC  X(026).
002530     05 FILLER                   PIC  X(001)     VALUE SPACE.
002540     05 CF-DTL-ROWS              PIC  ZZZ,ZZZ,ZZ9.
002550     05 FILLER                   PIC  X(002)     VALUE SPACES.
002560     05 CF-DTL-VERDICT           PIC  X(014).
002570     05 FILLER                   PIC  X(011)     VALUE SPACES.
002580 01  CF-FILE-LINE.
002590     05 FILLER                   PIC  X(015)     VALUE SPACES.
002600     05 FILLER                   PIC  X(006)     VALUE 'FILE: '.
002610     05 CF-FL-NAME               PIC  X(040).
002620     05 FILLER                   PIC  X(019)     VALUE SPACES.
002630 01  CF-SUPER-LINE.
002640     05 FILLER                   PIC  X(015)     VALUE SPACES.
002650     05 FILLER                   PIC  X(011)
002660         VALUE 'SUPERSEDES '.
002670     05 CF-SUP-COUNT             PIC  Z,ZZ9.
002680     05 FILLER                   PIC  X(049)
002690         VALUE ' UNACKNOWLEDGED FILE(S) ON XPRTLEDG'.
002700 01  CF-SUM-LINE.
002710     05 FILLER                   PIC  X(020)
002720         VALUE 'CONSUMERS FED      '.
002730     05 CF-SUM-SUBS              PIC  ZZ,ZZ9.
002740     05 FILLER                   PIC  X(004)     VALUE SPACES.
002750     05 FILLER                   PIC  X(016)
002760         VALUE 'CHANGE ROWS    '.
002770     05 CF-SUM-ROWS              PIC  ZZZ,ZZZ,ZZ9.
002780     05 FILLER                   PIC  X(023)     VALUE SPACES.
002790 01  CX-CTL.
002800     05 CX-CALLER                PIC  X(010).
002810     05 CX-CMD                   PIC  X(512).
002820     05 CX-CMDLEN                PIC S9(010)V9(005) COMP-3.
002830     05 CX-RESULT                PIC  X(002).
002840 01  RW-CTL.
002850     05 RW-FUNC                  PIC  X(001).
002860     05 RW-TITLE                 PIC  X(050).
002870     05 RW-TITLE-ID              PIC  X(010).
002880     05 RW-LANG                  PIC  X(003).
002890     05 RW-COLS                  PIC  X(080).
002900     05 RW-LINE                  PIC  X(080).
002910     05 RW-PAGE-SIZE             PIC  9(003).
002920 01  RW-OUT.
002930     05 RW-OUT-COUNT             PIC  9(001).
002940     05 RW-OUT-LINE OCCURS 4     PIC  X(080).
002950 77  RW-X                        PIC S9(003) COMP-3.
002960 PROCEDURE DIVISION.
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE
002990         THRU 1000-INITIALIZE-EXIT
003000     PERFORM 2000-FEED-SUBSCRIBER
003010         THRU 2000-FEED-SUBSCRIBER-EXIT
003020         UNTIL CF-SUB-AT-EOF
003030     PERFORM 6000-PRINT-SUMMARY
003040         THRU 6000-PRINT-SUMMARY-EXIT
003050     PERFORM 9000-TERMINATE
003060         THRU 9000-TERMINATE-EXIT
003070     GO TO 9999-EXIT.
003080*----------------------------------------------------------*
003090* 1000-INITIALIZE - THE RUN'S CUTOFF IS ITS START: A ROW   *
003100* STAMPED LATER BELONGS TO THE NEXT RUN, SO EVERY CONSUMER *
003110* IS FED TO THE SAME CLEAN POSITION                        *
003120*----------------------------------------------------------*
003130 1000-INITIALIZE.
003140     OPEN I-O    SUBSCR
003150     OPEN EXTEND FEEDLOG
003160     OPEN I-O    XPRTLEDG
003170     OPEN OUTPUT CHGFRPT
003180     ACCEPT CF-TODAY-DATE FROM DATE YYYYMMDD
003190     ACCEPT CF-NOW-TIME   FROM TIME
003200     MOVE SPACES TO CF-NOW-TS
003210     STRING CF-TODAY-YY '-' CF-TODAY-MM '-' CF-TODAY-DD '-'
003220            CF-NOW-HH '.' CF-NOW-MIN '.' CF-NOW-SS '.000000'
003230            DELIMITED BY SIZE INTO CF-NOW-TS
003240     MOVE CF-NOW-TS TO CF-CUTOFF-TS
003250     MOVE SPACES TO CF-STAMP
003260     STRING CF-TODAY-DATE CF-NOW-HH CF-NOW-MIN CF-NOW-SS
003270            DELIMITED BY SIZE INTO CF-STAMP
003280     MOVE CF-TITLE-LINE  TO RW-TITLE
003290     MOVE 'CHGFRPT'      TO RW-TITLE-ID
003300     MOVE SPACES         TO RW-LANG
003310     MOVE CF-COLS-LINE   TO RW-COLS
003320     MOVE 60  TO RW-PAGE-SIZE
003330     MOVE 'I' TO RW-FUNC
003340     PERFORM 8900-RW-PUT
003350         THRU 8900-RW-PUT-EXIT
003360     PERFORM 1100-LOAD-SUBSFLD
003370         THRU 1100-LOAD-SUBSFLD-EXIT
003380     PERFORM 1200-LOAD-MASKS
003390         THRU 1200-LOAD-MASKS-EXIT
003400*----------------------------------------------------------*
003410*    THE WORK MEMBER IS CREATED ONCE PER JOB - A CRTPF     *
003420*    THAT FAILS BECAUSE IT IS ALREADY THERE IS HARMLESS    *
003430*----------------------------------------------------------*
003440     MOVE 1 TO CF-CMD-PTR
003450     MOVE SPACES TO CF-CMD
003460     STRING 'CRTPF FILE(QTEMP/FEEDOUT) RCDLEN(400)'
003470            DELIMITED BY SIZE INTO CF-CMD
003480            POINTER CF-CMD-PTR
003490     PERFORM 8800-RUN-COMMAND
003500         THRU 8800-RUN-COMMAND-EXIT
003510     MOVE LOW-VALUES TO SUBSCR-CONSUMER
003520     START SUBSCR KEY NOT LESS SUBSCR-CONSUMER
003530        INVALID KEY
003540           SET CF-SUB-AT-EOF TO TRUE
003550           GO TO 1000-INITIALIZE-EXIT
003560     END-START
003570     PERFORM 2900-READ-SUBSCR
003580         THRU 2900-READ-SUBSCR-EXIT.
003590 1000-INITIALIZE-EXIT.
003600     EXIT.
003610 1100-LOAD-SUBSFLD.
003620     OPEN INPUT SUBSFLD
003630     MOVE 'N' TO CF-EOF-SW
003640     PERFORM UNTIL CF-AT-EOF
003650        READ SUBSFLD
003660            AT END
003670               SET CF-AT-EOF TO TRUE
003680            NOT AT END
003690               IF CF-SUBF-COUNT LESS 300
003700                  ADD 1 TO CF-SUBF-COUNT
003710                  MOVE SUBSFLD-CONSUMER
003720                    TO CF-SF-CONSUMER (CF-SUBF-COUNT)
003730                  MOVE SUBSFLD-FILE
003740                    TO CF-SF-FILE (CF-SUBF-COUNT)
003750                  MOVE SUBSFLD-FIELD
003760                    TO CF-SF-FIELD (CF-SUBF-COUNT)
003770               END-IF
003780        END-READ
003790     END-PERFORM
003800     CLOSE SUBSFLD.
003810 1100-LOAD-SUBSFLD-EXIT.
003820     EXIT.
003830 1200-LOAD-MASKS.
003840     OPEN INPUT FLDDICT
003850     MOVE 'N' TO CF-EOF-SW
003860     PERFORM UNTIL CF-AT-EOF
003870        READ FLDDICT
003880            AT END
003890               SET CF-AT-EOF TO TRUE
003900            NOT AT END
003910               IF FLDDICT-MASK NOT = SPACE AND
003920                  CF-MASK-COUNT LESS 500
003930                  ADD 1 TO CF-MASK-COUNT
003940                  MOVE FLDDICT-FILE
003950                    TO CF-MK-FILE (CF-MASK-COUNT)
003960                  MOVE FLDDICT-FIELD
003970                    TO CF-MK-FIELD (CF-MASK-COUNT)
003980                  MOVE FLDDICT-MASK
003990                    TO CF-MK-STYLE (CF-MASK-COUNT)
004000               END-IF
004010        END-READ
004020     END-PERFORM
004030     CLOSE FLDDICT.
004040 1200-LOAD-MASKS-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004070* 2000-FEED-SUBSCRIBER - ONE PASS OF CHGHIST FOR ONE       *
004080*                        CONSUMER; A RESEND STARTS AT ITS  *
004090*                        OWN POSITION, INCLUSIVE, AND      *
004100*                        SUPERSEDES THE LEDGER ROWS IT     *
004110*                        REPLAYS                           *
004120*----------------------------------------------------------*
004130 2000-FEED-SUBSCRIBER.
004140     MOVE SUBSCR-CONSUMER TO CF-DTL-CONSUMER
004150     MOVE SUBSCR-FORMAT   TO CF-DTL-FORMAT
004160     MOVE SUBSCR-METHOD   TO CF-DTL-METHOD
004170     MOVE 0               TO CF-ROWS
004180     MOVE 0               TO CF-REPLACED
004190     MOVE 'N'             TO CF-RESEND-SW
004200     IF SUBSCR-RESEND-TS NOT = SPACES
004210        SET CF-RESENDING TO TRUE
004220        MOVE SUBSCR-RESEND-TS TO CF-FROM-TS
004230     ELSE
004240        MOVE SUBSCR-POSITION  TO CF-FROM-TS
004250     END-IF
004260     MOVE CF-FROM-TS TO CF-DTL-FROM
004270     IF SUBSCR-ACTIVE = 'N'
004280        MOVE 'INACTIVE' TO CF-VERDICT
004290        GO TO 2000-REPORT
004300     END-IF
004310     MOVE 0 TO CF-SUBF-OWN
004320     PERFORM VARYING CF-I FROM 1 BY 1
004330             UNTIL CF-I > CF-SUBF-COUNT
004340        IF CF-SF-CONSUMER (CF-I) = SUBSCR-CONSUMER
004350           ADD 1 TO CF-SUBF-OWN
004360        END-IF
004370     END-PERFORM
004380     IF CF-SUBF-OWN = 0
004390        MOVE 'NO FIELDS' TO CF-VERDICT
004400        GO TO 2000-REPORT
004410     END-IF
004420     IF NOT SUBSCR-FIXED AND NOT SUBSCR-DELIMITED AND
004430        NOT SUBSCR-JSON
004440        MOVE 'BAD FORMAT' TO CF-VERDICT
004450        GO TO 2000-REPORT
004460     END-IF
004470     IF SUBSCR-DELIMITED AND SUBSCR-DELIM = SPACE
004480        MOVE '|' TO SUBSCR-DELIM
004490     END-IF
004500     OPEN OUTPUT FEEDOUT
004510     OPEN INPUT  CHGHIST
004520     MOVE 'N' TO CF-EOF-SW
004530     PERFORM 3000-SCAN-CHGHIST
004540         THRU 3000-SCAN-CHGHIST-EXIT
004550         UNTIL CF-AT-EOF
004560     CLOSE CHGHIST
004570     CLOSE FEEDOUT
004580     MOVE 'NO CHANGES' TO CF-VERDICT
004590     IF CF-ROWS GREATER 0
004600        PERFORM 5000-DELIVER-FILE
004610            THRU 5000-DELIVER-FILE-EXIT
004620        IF CX-RESULT NOT = 'OK'
004630           MOVE 'NOT DELIVERED' TO CF-VERDICT
004640           GO TO 2000-REPORT
004650        END-IF
004660        IF CF-RESENDING
004670           MOVE 'RESENT' TO CF-VERDICT
004680        ELSE
004690           MOVE 'DELIVERED' TO CF-VERDICT
004700        END-IF
004710     END-IF
004720*----------------------------------------------------------*
004730*    DELIVERED (OR NOTHING TO DELIVER) - THE CONSUMER NOW  *
004740*    STANDS AT THE CUTOFF; A FAILED COPY LEAVES POSITION   *
004750*    AND RESEND AS THEY WERE FOR THE NEXT RUN              *
004760*----------------------------------------------------------*
004770     IF SUBSCR-POSITION LESS CF-CUTOFF-TS
004780        MOVE CF-CUTOFF-TS TO SUBSCR-POSITION
004790     END-IF
004800     MOVE SPACES    TO SUBSCR-RESEND-TS
004810     MOVE CF-NOW-TS TO SUBSCR-LAST-RUN-TS
004820     MOVE CF-ROWS   TO SUBSCR-LAST-ROWS
004830     REWRITE SUBSCR-RECORD
004840        INVALID KEY
004850           CONTINUE
004860     END-REWRITE
004870     ADD 1       TO CF-SUBS-RUN
004880     ADD CF-ROWS TO CF-ROWS-RUN.
004890 2000-REPORT.
004900     MOVE CF-ROWS    TO CF-DTL-ROWS
004910     MOVE CF-VERDICT TO CF-DTL-VERDICT
004920     MOVE CF-DTL-LINE TO RW-LINE
004930     MOVE 'D' TO RW-FUNC
004940     PERFORM 8900-RW-PUT
004950         THRU 8900-RW-PUT-EXIT
004960     IF CF-VERDICT = 'DELIVERED' OR CF-VERDICT = 'RESENT'
004970        MOVE CF-FILE-NAME TO CF-FL-NAME
004980        MOVE CF-FILE-LINE TO RW-LINE
004990        MOVE 'D' TO RW-FUNC
005000        PERFORM 8900-RW-PUT
005010            THRU 8900-RW-PUT-EXIT
005020     END-IF
005030     IF CF-VERDICT = 'RESENT' AND CF-REPLACED GREATER 0
005040        MOVE CF-REPLACED   TO CF-SUP-COUNT
005050        MOVE CF-SUPER-LINE TO RW-LINE
005060        MOVE 'D' TO RW-FUNC
005070        PERFORM 8900-RW-PUT
005080            THRU 8900-RW-PUT-EXIT
005090     END-IF
005100     PERFORM 2900-READ-SUBSCR
005110         THRU 2900-READ-SUBSCR-EXIT.
005120 2000-FEED-SUBSCRIBER-EXIT.
005130     EXIT.
005140 2900-READ-SUBSCR.
005150     READ SUBSCR NEXT RECORD
005160         AT END
005170            SET CF-SUB-AT-EOF TO TRUE
005180     END-READ.
005190 2900-READ-SUBSCR-EXIT.
005200     EXIT.
005210*----------------------------------------------------------*
005220* 3000-SCAN-CHGHIST - A ROW IS FED WHEN IT IS PAST THE     *
005230*                     CONSUMER'S POSITION, NOT PAST THE    *
005240*                     CUTOFF, AND ON ITS SUBSCRIPTION      *
005250*----------------------------------------------------------*
005260 3000-SCAN-CHGHIST.
005270     READ CHGHIST
005280         AT END
005290            SET CF-AT-EOF TO TRUE
005300            GO TO 3000-SCAN-CHGHIST-EXIT
005310     END-READ
005320     IF CHGHIST-TIMESTAMP GREATER CF-CUTOFF-TS
005330        GO TO 3000-SCAN-CHGHIST-EXIT
005340     END-IF
005350     IF CF-RESENDING
005360        IF CHGHIST-TIMESTAMP LESS CF-FROM-TS
005370           GO TO 3000-SCAN-CHGHIST-EXIT
005380        END-IF
005390     ELSE
005400        IF CHGHIST-TIMESTAMP NOT GREATER CF-FROM-TS
005410           GO TO 3000-SCAN-CHGHIST-EXIT
005420        END-IF
005430     END-IF
005440     MOVE 'N' TO CF-WANT-SW
005450     PERFORM VARYING CF-I FROM 1 BY 1
005460             UNTIL CF-I > CF-SUBF-COUNT OR CF-WANTED
005470        IF CF-SF-CONSUMER (CF-I) = SUBSCR-CONSUMER AND
005480           CF-SF-FILE (CF-I) = CHGHIST-FILE
005490           IF CF-SF-FIELD (CF-I) = '*ALL' OR
005500              CF-SF-FIELD (CF-I) = SPACES OR
005510              CF-SF-FIELD (CF-I) = CHGHIST-FIELD
005520              SET CF-WANTED TO TRUE
005530           END-IF
005540        END-IF
005550     END-PERFORM
005560     IF NOT CF-WANTED
005570        GO TO 3000-SCAN-CHGHIST-EXIT
005580     END-IF
005590     MOVE CHGHIST-OLDVAL TO CF-OLDVAL
005600     MOVE CHGHIST-NEWVAL TO CF-NEWVAL
005610     PERFORM 3100-MASK-VALUES
005620         THRU 3100-MASK-VALUES-EXIT
005630     EVALUATE TRUE
005640        WHEN SUBSCR-FIXED
005650           PERFORM 4100-FORMAT-FIXED
005660               THRU 4100-FORMAT-FIXED-EXIT
005670        WHEN SUBSCR-DELIMITED
005680           PERFORM 4200-FORMAT-DELIMITED
005690               THRU 4200-FORMAT-DELIMITED-EXIT
005700        WHEN OTHER
005710           PERFORM 4300-FORMAT-JSON
005720               THRU 4300-FORMAT-JSON-EXIT
005730     END-EVALUATE
005740     MOVE CF-OUT-REC TO FEEDOUT-RECORD
005750     WRITE FEEDOUT-RECORD
005760     ADD 1 TO CF-ROWS.
005770 3000-SCAN-CHGHIST-EXIT.
005780     EXIT.
005790*----------------------------------------------------------*
005800* 3100-MASK-VALUES - A FIELD FLDDICT MARKS FOR MASKING     *
005810*                    NEVER LEAVES THE BOX IN CLEAR, OLD OR *
005820*                    NEW: STYLE D KEEPS THE LAST FOUR      *
005830*                    DIGITS, ANY OTHER STYLE IS STARRED    *
005840*----------------------------------------------------------*
005850 3100-MASK-VALUES.
005860     MOVE SPACE TO CF-STYLE
005870     PERFORM VARYING CF-I FROM 1 BY 1
005880             UNTIL CF-I > CF-MASK-COUNT OR CF-STYLE NOT = SPACE
005890        IF CF-MK-FILE (CF-I)  = CHGHIST-FILE AND
005900           CF-MK-FIELD (CF-I) = CHGHIST-FIELD
005910           MOVE CF-MK-STYLE (CF-I) TO CF-STYLE
005920        END-IF
005930     END-PERFORM
005940     IF CF-STYLE = SPACE
005950        GO TO 3100-MASK-VALUES-EXIT
005960     END-IF
005970     MOVE CF-OLDVAL TO CF-MASK-VAL
005980     PERFORM 3200-MASK-ONE
005990         THRU 3200-MASK-ONE-EXIT
006000     MOVE CF-MASK-VAL TO CF-OLDVAL
006010     MOVE CF-NEWVAL TO CF-MASK-VAL
006020     PERFORM 3200-MASK-ONE
006030         THRU 3200-MASK-ONE-EXIT
006040     MOVE CF-MASK-VAL TO CF-NEWVAL.
006050 3100-MASK-VALUES-EXIT.
006060     EXIT.
006070 3200-MASK-ONE.
006080     IF CF-STYLE NOT = 'D'
006090        MOVE CF-MASK-VAL TO CF-VAL
006100        PERFORM 8000-VALUE-LENGTH
006110            THRU 8000-VALUE-LENGTH-EXIT
006120        IF CF-VAL-LEN GREATER 0
006130           MOVE ALL '*' TO CF-MASK-VAL (1:CF-VAL-LEN)
006140        END-IF
006150        GO TO 3200-MASK-ONE-EXIT
006160     END-IF
006170     MOVE 0 TO CF-DIGITS
006180     PERFORM VARYING CF-K FROM 40 BY -1 UNTIL CF-K < 1
006190        IF CF-MASK-VAL (CF-K:1) NUMERIC
006200           ADD 1 TO CF-DIGITS
006210           IF CF-DIGITS GREATER 4
006220              MOVE '*' TO CF-MASK-VAL (CF-K:1)
006230           END-IF
006240        END-IF
006250     END-PERFORM.
006260 3200-MASK-ONE-EXIT.
006270     EXIT.
006280*----------------------------------------------------------*
006290* 4100-FORMAT-FIXED - THE CHGHIST IMAGE, TIMESTAMP FIRST   *
006300*----------------------------------------------------------*
006310 4100-FORMAT-FIXED.
006320     MOVE CHGHIST-TIMESTAMP TO CF-FX-TS
006330     MOVE CHGHIST-FILE      TO CF-FX-FILE
006340     MOVE CHGHIST-KEY       TO CF-FX-KEY
006350     MOVE CHGHIST-FIELD     TO CF-FX-FIELD
006360     MOVE CHGHIST-ACTION    TO CF-FX-ACTION
006370     MOVE CF-OLDVAL         TO CF-FX-OLDVAL
006380     MOVE CF-NEWVAL         TO CF-FX-NEWVAL
006390     MOVE CHGHIST-USER      TO CF-FX-USER
006400     MOVE SPACES            TO CF-OUT-REC
006410     MOVE CF-FIXED-REC      TO CF-OUT-REC.
006420 4100-FORMAT-FIXED-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450* 4200-FORMAT-DELIMITED - THE SAME FIELDS TRIMMED, ONE     *
006460*                         DELIMITER BETWEEN; A DELIMITER   *
006470*                         INSIDE A VALUE BECOMES A SPACE   *
006480*----------------------------------------------------------*
006490 4200-FORMAT-DELIMITED.
006500     MOVE SPACES TO CF-OUT-REC
006510     MOVE 1      TO CF-OUT-PTR
006520     MOVE CHGHIST-TIMESTAMP TO CF-VAL
006530     PERFORM 4210-PUT-DELIMITED
006540         THRU 4210-PUT-DELIMITED-EXIT
006550     MOVE CHGHIST-FILE      TO CF-VAL
006560     PERFORM 4210-PUT-DELIMITED
006570         THRU 4210-PUT-DELIMITED-EXIT
006580     MOVE CHGHIST-KEY       TO CF-VAL
006590     PERFORM 4210-PUT-DELIMITED
006600         THRU 4210-PUT-DELIMITED-EXIT
006610     MOVE CHGHIST-FIELD     TO CF-VAL
006620     PERFORM 4210-PUT-DELIMITED
006630         THRU 4210-PUT-DELIMITED-EXIT
006640     MOVE CHGHIST-ACTION    TO CF-VAL
006650     PERFORM 4210-PUT-DELIMITED
006660         THRU 4210-PUT-DELIMITED-EXIT
006670     MOVE CF-OLDVAL         TO CF-VAL
006680     PERFORM 4210-PUT-DELIMITED
006690         THRU 4210-PUT-DELIMITED-EXIT
006700     MOVE CF-NEWVAL         TO CF-VAL
006710     PERFORM 4210-PUT-DELIMITED
006720         THRU 4210-PUT-DELIMITED-EXIT
006730     MOVE CHGHIST-USER      TO CF-VAL
006740     PERFORM 4210-PUT-DELIMITED
006750         THRU 4210-PUT-DELIMITED-EXIT.
006760 4200-FORMAT-DELIMITED-EXIT.
006770     EXIT.
006780 4210-PUT-DELIMITED.
006790     IF CF-OUT-PTR GREATER 1
006800        MOVE SUBSCR-DELIM TO CF-OUT-REC (CF-OUT-PTR:1)
006810        ADD 1 TO CF-OUT-PTR
006820     END-IF
006830     INSPECT CF-VAL REPLACING ALL SUBSCR-DELIM BY SPACE
006840     PERFORM 8000-VALUE-LENGTH
006850         THRU 8000-VALUE-LENGTH-EXIT
006860     IF CF-VAL-LEN GREATER 0
006870        MOVE CF-VAL (1:CF-VAL-LEN)
006880          TO CF-OUT-REC (CF-OUT-PTR:CF-VAL-LEN)
006890        ADD CF-VAL-LEN TO CF-OUT-PTR
006900     END-IF.
006910 4210-PUT-DELIMITED-EXIT.
006920     EXIT.
006930*----------------------------------------------------------*
006940* 4300-FORMAT-JSON - ONE FLAT OBJECT PER LINE, THE SHAPE   *
006950*                    THE EVTQ EVENTS USE                   *
006960*----------------------------------------------------------*
006970 4300-FORMAT-JSON.
006980     MOVE SPACES TO CF-OUT-REC
006990     MOVE 1      TO CF-OUT-PTR
007000     STRING '{"ts":"' DELIMITED BY SIZE
007010            INTO CF-OUT-REC POINTER CF-OUT-PTR
007020     MOVE CHGHIST-TIMESTAMP TO CF-VAL
007030     PERFORM 4310-PUT-JSON
007040         THRU 4310-PUT-JSON-EXIT
007050     STRING '","file":"' DELIMITED BY SIZE
007060            INTO CF-OUT-REC POINTER CF-OUT-PTR
007070     MOVE CHGHIST-FILE      TO CF-VAL
007080     PERFORM 4310-PUT-JSON
007090         THRU 4310-PUT-JSON-EXIT
007100     STRING '","key":"' DELIMITED BY SIZE
007110            INTO CF-OUT-REC POINTER CF-OUT-PTR
007120     MOVE CHGHIST-KEY       TO CF-VAL
007130     PERFORM 4310-PUT-JSON
007140         THRU 4310-PUT-JSON-EXIT
007150     STRING '","field":"' DELIMITED BY SIZE
007160            INTO CF-OUT-REC POINTER CF-OUT-PTR
007170     MOVE CHGHIST-FIELD     TO CF-VAL
007180     PERFORM 4310-PUT-JSON
007190         THRU 4310-PUT-JSON-EXIT
007200     STRING '","action":"' DELIMITED BY SIZE
007210            INTO CF-OUT-REC POINTER CF-OUT-PTR
007220     MOVE CHGHIST-ACTION    TO CF-VAL
007230     PERFORM 4310-PUT-JSON
007240         THRU 4310-PUT-JSON-EXIT
007250     STRING '","old":"' DELIMITED BY SIZE
007260            INTO CF-OUT-REC POINTER CF-OUT-PTR
007270     MOVE CF-OLDVAL         TO CF-VAL
007280     PERFORM 4310-PUT-JSON
007290         THRU 4310-PUT-JSON-EXIT
007300     STRING '","new":"' DELIMITED BY SIZE
007310            INTO CF-OUT-REC POINTER CF-OUT-PTR
007320     MOVE CF-NEWVAL         TO CF-VAL
007330     PERFORM 4310-PUT-JSON
007340         THRU 4310-PUT-JSON-EXIT
007350     STRING '","user":"' DELIMITED BY SIZE
007360            INTO CF-OUT-REC POINTER CF-OUT-PTR
007370     MOVE CHGHIST-USER      TO CF-VAL
007380     PERFORM 4310-PUT-JSON
007390         THRU 4310-PUT-JSON-EXIT
007400     STRING '"}' DELIMITED BY SIZE
007410            INTO CF-OUT-REC POINTER CF-OUT-PTR.
007420 4300-FORMAT-JSON-EXIT.
007430     EXIT.
007440 4310-PUT-JSON.
007450     INSPECT CF-VAL REPLACING ALL '"' BY ''''
007460     INSPECT CF-VAL REPLACING ALL '\' BY '/'
007470     PERFORM 8000-VALUE-LENGTH
007480         THRU 8000-VALUE-LENGTH-EXIT
007490     IF CF-VAL-LEN GREATER 0
007500        MOVE CF-VAL (1:CF-VAL-LEN)
007510          TO CF-OUT-REC (CF-OUT-PTR:CF-VAL-LEN)
007520        ADD CF-VAL-LEN TO CF-OUT-PTR
007530     END-IF.
007540 4310-PUT-JSON-EXIT.
007550     EXIT.
007560*----------------------------------------------------------*
007570* 5000-DELIVER-FILE - COPY THE WORK MEMBER TO THE          *
007580*                     CONSUMER'S DROP, THEN LEDGER IT; A   *
007590*                     FAILED COPY IS NEITHER LEDGERED NOR  *
007600*                     LOGGED                               *
007610*----------------------------------------------------------*
007620 5000-DELIVER-FILE.
007630     MOVE SPACES TO CF-FEED-NAME
007640     STRING 'CHGFEED.' SUBSCR-CONSUMER
007650            DELIMITED BY SPACE INTO CF-FEED-NAME
007660     MOVE SPACES TO CF-FILE-NAME
007670     STRING SUBSCR-CONSUMER DELIMITED BY SPACE
007680            '.' CF-STAMP '.CHG' DELIMITED BY SIZE
007690            INTO CF-FILE-NAME
007700     IF SUBSCR-IFS-DROP AND SUBSCR-PATH NOT = SPACES
007710        MOVE SUBSCR-PATH TO CF-DIR
007720     ELSE
007730        MOVE '/GXOUTBOUND/READY/' TO CF-DIR
007740     END-IF
007750     MOVE 1 TO CF-CMD-PTR
007760     MOVE SPACES TO CF-CMD
007770     STRING 'CPYTOSTMF FROMMBR(''/QSYS.LIB/QTEMP.LIB'
007780            '/FEEDOUT.FILE/FEEDOUT.MBR'') TOSTMF('''
007790                           DELIMITED BY SIZE
007800            CF-DIR         DELIMITED BY SPACE
007810            CF-FILE-NAME   DELIMITED BY SPACE
007820            ''') STMFOPT(*REPLACE) CVTDTA(*AUTO)'
007830            DELIMITED BY SIZE INTO CF-CMD
007840            POINTER CF-CMD-PTR
007850     PERFORM 8800-RUN-COMMAND
007860         THRU 8800-RUN-COMMAND-EXIT
007870     IF CX-RESULT NOT = 'OK'
007880        GO TO 5000-DELIVER-FILE-EXIT
007890     END-IF
007900     IF CF-RESENDING
007910        PERFORM 5100-SUPERSEDE-LEDGER
007920            THRU 5100-SUPERSEDE-LEDGER-EXIT
007930     END-IF
007940     MOVE CF-FEED-NAME   TO XPRTLEDG-NAME
007950     MOVE CF-CUTOFF-TS   TO XPRTLEDG-TS
007960     MOVE CF-ROWS        TO XPRTLEDG-ROWS
007970     MOVE 0              TO XPRTLEDG-TOTAL
007980     MOVE SPACE          TO XPRTLEDG-ACK
007990     MOVE SPACES         TO XPRTLEDG-ACK-TS
008000     WRITE XPRTLEDG-RECORD
008010        INVALID KEY
008020           CONTINUE
008030     END-WRITE
008040     MOVE CF-NOW-TS       TO FEEDLOG-TS
008050     MOVE SUBSCR-CONSUMER TO FEEDLOG-CONSUMER
008060     IF CF-RESENDING
008070        MOVE 'R' TO FEEDLOG-KIND
008080     ELSE
008090        MOVE 'N' TO FEEDLOG-KIND
008100     END-IF
008110     MOVE CF-FILE-NAME    TO FEEDLOG-FILE-NAME
008120     MOVE CF-FROM-TS      TO FEEDLOG-FROM-TS
008130     MOVE CF-CUTOFF-TS    TO FEEDLOG-TO-TS
008140     MOVE CF-ROWS         TO FEEDLOG-ROWS
008150     WRITE FEEDLOG-RECORD.
008160 5000-DELIVER-FILE-EXIT.
008170     EXIT.
008180*----------------------------------------------------------*
008190* 5100-SUPERSEDE-LEDGER - EVERY UNACKNOWLEDGED FILE OF THE *
008200*                         FEED THAT RAN PAST THE RESEND    *
008210*                         POSITION IS REPLAYED BY THIS     *
008220*                         ONE; MARKED R IT NO LONGER WAITS *
008230*                         FOR A RECEIPT                    *
008240*----------------------------------------------------------*
008250 5100-SUPERSEDE-LEDGER.
008260     MOVE CF-FEED-NAME TO XPRTLEDG-NAME
008270     MOVE CF-FROM-TS   TO XPRTLEDG-TS
008280     START XPRTLEDG KEY GREATER XPRTLEDG-KEY
008290        INVALID KEY
008300           GO TO 5100-SUPERSEDE-LEDGER-EXIT
008310     END-START
008320     MOVE 'N' TO CF-LEDG-EOF-SW
008330     PERFORM 5200-SUPERSEDE-ONE
008340         THRU 5200-SUPERSEDE-ONE-EXIT
008350         UNTIL CF-LEDG-AT-EOF.
008360 5100-SUPERSEDE-LEDGER-EXIT.
008370     EXIT.
008380 5200-SUPERSEDE-ONE.
008390     READ XPRTLEDG NEXT RECORD
008400         AT END
008410            SET CF-LEDG-AT-EOF TO TRUE
008420            GO TO 5200-SUPERSEDE-ONE-EXIT
008430     END-READ
008440     IF XPRTLEDG-NAME NOT = CF-FEED-NAME
008450        SET CF-LEDG-AT-EOF TO TRUE
008460        GO TO 5200-SUPERSEDE-ONE-EXIT
008470     END-IF
008480     IF XPRTLEDG-ACK NOT = SPACE
008490        GO TO 5200-SUPERSEDE-ONE-EXIT
008500     END-IF
008510     MOVE 'R'       TO XPRTLEDG-ACK
008520     MOVE CF-NOW-TS TO XPRTLEDG-ACK-TS
008530     REWRITE XPRTLEDG-RECORD
008540        INVALID KEY
008550           CONTINUE
008560     END-REWRITE
008570     ADD 1 TO CF-REPLACED.
008580 5200-SUPERSEDE-ONE-EXIT.
008590     EXIT.
008600*----------------------------------------------------------*
008610* 6000-PRINT-SUMMARY - CONSUMERS FED AND ROWS SHIPPED      *
008620*----------------------------------------------------------*
008630 6000-PRINT-SUMMARY.
008640     MOVE CF-SUBS-RUN TO CF-SUM-SUBS
008650     MOVE CF-ROWS-RUN TO CF-SUM-ROWS
008660     MOVE CF-SUM-LINE TO RW-LINE
008670     MOVE 'T' TO RW-FUNC
008680     PERFORM 8900-RW-PUT
008690         THRU 8900-RW-PUT-EXIT.
008700 6000-PRINT-SUMMARY-EXIT.
008710     EXIT.
008720*----------------------------------------------------------*
008730* 8000-VALUE-LENGTH - CF-VAL WITHOUT ITS TRAILING SPACES   *
008740*----------------------------------------------------------*
008750 8000-VALUE-LENGTH.
008760     MOVE 40 TO CF-VAL-LEN
008770     PERFORM UNTIL CF-VAL-LEN = 0 OR
008780             CF-VAL (CF-VAL-LEN:1) NOT = SPACE
008790        SUBTRACT 1 FROM CF-VAL-LEN
008800     END-PERFORM.
008810 8000-VALUE-LENGTH-EXIT.
008820     EXIT.
008830 8800-RUN-COMMAND.
008840     COMPUTE CF-CMDLEN = CF-CMD-PTR - 1
008850     MOVE 'CHGFEED'  TO CX-CALLER
008860     MOVE CF-CMD     TO CX-CMD
008870     MOVE CF-CMDLEN  TO CX-CMDLEN
008880     CALL 'GXCMDX' USING CX-CTL.
008890 8800-RUN-COMMAND-EXIT.
008900     EXIT.
008910*----------------------------------------------------------*
008920* 8900-RW-PUT - ONE TRIP THROUGH THE SHARED WRITER, THEN   *
008930*               WRITE WHATEVER IT HANDED BACK              *
008940*----------------------------------------------------------*
008950 8900-RW-PUT.
008960     CALL 'GXRPTW' USING RW-CTL RW-OUT
008970     PERFORM VARYING RW-X FROM 1 BY 1
008980             UNTIL RW-X > RW-OUT-COUNT
008990        WRITE CHGFRPT-LINE FROM RW-OUT-LINE (RW-X)
009000     END-PERFORM.
009010 8900-RW-PUT-EXIT.
009020     EXIT.
009030 9000-TERMINATE.
009040     MOVE 'C' TO RW-FUNC
009050     PERFORM 8900-RW-PUT
009060         THRU 8900-RW-PUT-EXIT
009070     CLOSE SUBSCR
009080     CLOSE FEEDLOG
009090     CLOSE XPRTLEDG
009100     CLOSE CHGFRPT.
009110 9000-TERMINATE-EXIT.
009120     EXIT.
009130 9999-EXIT.
009140     STOP RUN.
