000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INQPOLL.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - READ-ONLY INQUIRY    *
000100*                   CHANNEL FOR THE OFF-BOX SYSTEMS THAT   *
000110*                   USED TO PHONE OR MAIL FOR A DOCUMENT   *
000120*                   STATUS OR A BALANCE.  CMDPOLL TAKES    *
000130*                   COMMANDS; THIS TAKES QUESTIONS.  THE   *
000140*                   DRIVING CL PULLS EACH JSON REQUEST     *
000150*                   FILE THE BRIDGE DROPS IN /GXINQ INTO   *
000160*                   QTEMP, OVERRIDES INQIN TO IT AND CALLS *
000170*                   HERE WITH THE PATH.  THE QUERY TYPE    *
000180*                   MUST BE ON THE INQDEF ALLOW-LIST,      *
000190*                   WHICH NAMES THE FILE, THE KEY FIELD    *
000200*                   AND THE ONLY FIELDS THAT MAY BE        *
000210*                   ANSWERED, ALL BY FLDDICT NAME; THE     *
000220*                   REQUESTER MUST HOLD AN INQPOLL D GRANT *
000230*                   IN SECAUTH.  A FIELD FLDDICT MARKS FOR *
000240*                   MASKING IS ANSWERED MASKED.  THE       *
000250*                   ANSWER IS A JSON RESPONSE STAGED TO    *
000260*                   THE EVTQ DELIVERY QUEUE, SO EVTSHIP    *
000270*                   DELIVERS IT UNDER THE BRIDGE'S         *
000280*                   ACKNOWLEDGMENT.  REQUEST AND ANSWER    *
000290*                   ARE BOTH LOGGED TO INQLOG WITH THE     *
000300*                   REQUESTER, AND A REFUSAL IS A          *
000310*                   *SECURITY AUDITLOG ENTRY               *
000312*   2026-10-15  RH  FLDDICT RECORD NOW CARRIES THE RE-KEY  *
000314*                   VERIFICATION FLAG                      *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-ISERIES.
000360 OBJECT-COMPUTER.   IBM-ISERIES.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT INQIN      ASSIGN TO DATABASE-INQIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS IQ-FS-INQIN.
000420     SELECT INQDEF     ASSIGN TO DATABASE-INQDEF
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS RANDOM
000450         RECORD KEY   IS INQDEF-TYPE
000460         FILE STATUS  IS IQ-FS-INQDEF.
000470     SELECT FLDDICT    ASSIGN TO DATABASE-FLDDICT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS  IS IQ-FS-FLDDICT.
000500     SELECT INQSRC     ASSIGN TO DATABASE-INQSRC
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS  IS IQ-FS-INQSRC.
000530     SELECT SECAUTH    ASSIGN TO DATABASE-SECAUTH
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE  IS RANDOM
000560         RECORD KEY   IS SECAUTH-KEY
000570         FILE STATUS  IS IQ-FS-SECAUTH.
000580     SELECT INQLOG     ASSIGN TO DATABASE-INQLOG
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS  IS IQ-FS-INQLOG.
000610     SELECT AUDITLOG   ASSIGN TO DATABASE-AUDITLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS  IS IQ-FS-AUDITLOG.
000640     SELECT EVTQ       ASSIGN TO DATABASE-EVTQ
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS RANDOM
000670         RECORD KEY   IS EVTQ-KEY
000680         FILE STATUS  IS IQ-FS-EVTQ.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  INQIN.
000720 01  INQIN-LINE                  PIC  X(512).
000730*----------------------------------------------------------*
000740* THE ALLOW-LIST - ONE ROW PER QUERY TYPE.  ONLY THE FILE, *
000750* KEY FIELD AND ANSWER FIELDS NAMED HERE CAN BE ASKED FOR; *
000760* ACTIVE N WITHDRAWS A TYPE WITHOUT LOSING ITS DEFINITION  *
000770*----------------------------------------------------------*
000780 FD  INQDEF.
000790 01  INQDEF-RECORD.
000800     05 INQDEF-TYPE              PIC  X(010).
000810     05 INQDEF-FILE              PIC  X(010).
000820     05 INQDEF-KEY-FIELD         PIC  X(010).
000830     05 INQDEF-ANS-FIELD OCCURS 4 TIMES
000840                                 PIC  X(010).
000850     05 INQDEF-ACTIVE            PIC  X(001).
000860     05 INQDEF-DESC              PIC  X(030).
000870 FD  FLDDICT.
000880 01  FLDDICT-RECORD.
000890     05 FLDDICT-KEY.
000900        10 FLDDICT-FILE          PIC  X(010).
000910        10 FLDDICT-FIELD         PIC  X(010).
000920     05 FLDDICT-POS              PIC  9(003).
000930     05 FLDDICT-LEN              PIC  9(003).
000940     05 FLDDICT-TYPE             PIC  X(001).
000950     05 FLDDICT-DESC             PIC  X(030).
000960     05 FLDDICT-DOMAIN           PIC  X(020).
000970     05 FLDDICT-MASK             PIC  X(001).
000980     05 FLDDICT-PERSONAL         PIC  X(001).
000990     05 FLDDICT-OWNER            PIC  X(010).
000995     05 FLDDICT-REKEY            PIC  X(001).
001000 FD  INQSRC.
001010 01  INQSRC-RECORD               PIC  X(512).
001020 FD  SECAUTH.
001030 01  SECAUTH-RECORD.
001040     05 SECAUTH-KEY.
001050        10 SECAUTH-USER          PIC  X(010).
001060        10 SECAUTH-PGM           PIC  X(010).
001070        10 SECAUTH-ACTION        PIC  X(001).
001080     05 SECAUTH-EFFTO            PIC  9(008).
001090     05 SECAUTH-FOUREYES         PIC  X(001).
001100*----------------------------------------------------------*
001110* INQLOG - KIND Q IS THE REQUEST AS RECEIVED, KIND A THE   *
001120* ANSWER AS SENT, BOTH UNDER THE REQUESTER                 *
001130*----------------------------------------------------------*
001140 FD  INQLOG.
001150 01  INQLOG-RECORD.
001160     05 INQLOG-TS                PIC  X(026).
001170     05 INQLOG-KIND              PIC  X(001).
001180     05 INQLOG-REQUESTER         PIC  X(010).
001190     05 INQLOG-REQID             PIC  X(012).
001200     05 INQLOG-QUERY             PIC  X(010).
001210     05 INQLOG-KEY               PIC  X(020).
001220     05 INQLOG-RESULT            PIC  X(008).
001230     05 INQLOG-TEXT              PIC  X(290).
001240 FD  AUDITLOG.
001250 01  AUDITLOG-RECORD.
001260     05 AUDITLOG-TIMESTAMP       PIC  X(026).
001270     05 AUDITLOG-JOB             PIC  X(010).
001280     05 AUDITLOG-PGM             PIC  X(010).
001290     05 AUDITLOG-FILE            PIC  X(010).
001300     05 AUDITLOG-OPER            PIC  X(006).
001310     05 AUDITLOG-STATUS          PIC  X(002).
001320     05 AUDITLOG-CHECK           PIC  9(009).
001330 FD  EVTQ.
001340 01  EVTQ-RECORD.
001350     05 EVTQ-KEY.
001360        10 EVTQ-TS               PIC  X(026).
001370        10 EVTQ-SUFFIX           PIC  X(010).
001380        10 EVTQ-SEQ              PIC  9(003).
001390     05 EVTQ-STATE               PIC  X(001).
001400        88 EVTQ-STATE-NEW                        VALUE 'N'.
001410     05 EVTQ-TRIES               PIC  9(003).
001420     05 EVTQ-LAST-TS             PIC  X(026).
001430     05 EVTQ-PAYLOAD             PIC  X(290).
001440 WORKING-STORAGE SECTION.
001450 77  IQ-FS-INQIN                 PIC  X(002).
001460 77  IQ-FS-INQDEF                PIC  X(002).
001470 77  IQ-FS-FLDDICT               PIC  X(002).
001480 77  IQ-FS-INQSRC                PIC  X(002).
001490 77  IQ-FS-SECAUTH               PIC  X(002).
001500 77  IQ-FS-INQLOG                PIC  X(002).
001510 77  IQ-FS-AUDITLOG              PIC  X(002).
001520 77  IQ-FS-EVTQ                  PIC  X(002).
001530 77  IQ-EOF-SW                   PIC  X(001).
001540     88 IQ-AT-EOF                                VALUE 'Y'.
001550 77  IQ-FOUND-SW                 PIC  X(001).
001560     88 IQ-ROW-FOUND                             VALUE 'Y'.
001570 77  IQ-AUTH-SW                  PIC  X(001).
001580     88 IQ-AUTH-ALLOWED                          VALUE 'Y'.
001590     88 IQ-AUTH-DENIED                            VALUE 'N'.
001600 77  IQ-I                        PIC S9(004) COMP-3.
001610 77  IQ-J                        PIC S9(004) COMP-3.
001620 77  IQ-K                        PIC S9(004) COMP-3.
001630 77  IQ-DIGITS                   PIC S9(004) COMP-3.
001640 01  IQ-REQUESTER                PIC  X(010).
001650 01  IQ-REQID                    PIC  X(012).
001660 01  IQ-QUERY                    PIC  X(010).
001670 01  IQ-KEY                      PIC  X(020).
001680 01  IQ-RESULT                   PIC  X(008).
001690 77  IQ-REQID-LEN                PIC S9(003) COMP-3.
001700 77  IQ-QUERY-LEN                PIC S9(003) COMP-3.
001710 77  IQ-KEY-LEN                  PIC S9(003) COMP-3.
001720*----------------------------------------------------------*
001730* RESOLVED FIELD SLOTS: 1 THE KEY, 2-5 THE ANSWER FIELDS - *
001740* ONE SEQUENTIAL DICTIONARY PASS RESOLVES ALL, AS QRYRUN   *
001750*----------------------------------------------------------*
001760 01  IQ-FLD-TABLE.
001770     05 IQ-FLD-ENTRY OCCURS 5 TIMES.
001780        10 IQ-FL-NAME            PIC  X(010).
001790        10 IQ-FL-POS             PIC  9(003).
001800        10 IQ-FL-LEN             PIC  9(003).
001810        10 IQ-FL-MASK            PIC  X(001).
001820 01  IQ-FLD-VALUE                PIC  X(020).
001830 77  IQ-FLD-VLEN                 PIC S9(004) COMP-3.
001840 01  IQ-NAME-LEN                 PIC S9(004) COMP-3.
001850 01  IQ-DATA                     PIC  X(160).
001860 77  IQ-DATA-PTR                 PIC S9(004) COMP-3.
001870 01  IQ-COMMA                    PIC  X(001).
001880*----------------------------------------------------------*
001890* JSON KEY SCANNER WORK FIELDS - THE REQUEST FILES ARE ONE *
001900* FLAT OBJECT PER FILE, THE SAME SHAPE CMDPOLL READS       *
001910*----------------------------------------------------------*
001920 01  IQ-WANT-KEY                 PIC  X(012).
001930 77  IQ-WANT-LEN                 PIC S9(003) COMP-3.
001940 01  IQ-VALUE                    PIC  X(128).
001950 77  IQ-VAL-LEN                  PIC S9(003) COMP-3.
001960 01  IQ-PATTERN                  PIC  X(016).
001970 77  IQ-PAT-LEN                  PIC S9(003) COMP-3.
001980 01  IQ-TODAY-DATE.
001990     05 IQ-TODAY-YY              PIC  9(004).
002000     05 IQ-TODAY-MM              PIC  9(002).
002010     05 IQ-TODAY-DD              PIC  9(002).
002020 01  IQ-TODAY-N REDEFINES IQ-TODAY-DATE
002030                                 PIC  9(008).
002040 01  IQ-NOW-TIME.
002050     05 IQ-NOW-HH                PIC  9(002).
002060     05 IQ-NOW-MIN               PIC  9(002).
002070     05 IQ-NOW-SS                PIC  9(002).
002080     05 IQ-NOW-HS                PIC  9(002).
002090 01  IQ-NOW-TS                   PIC  X(026).
002100 01  IQ-CMD                      PIC  X(512).
002110 77  IQ-CMDLEN                   PIC S9(010)V9(005) COMP-3.
002120 77  IQ-CMD-PTR                  PIC S9(004) COMP-3.
002130 01  IQ-AUD-BYTE-PAIR.
002140     05 FILLER                   PIC  X(001).
002150     05 IQ-AUD-BYTE-CHAR         PIC  X(001).
002160 01  IQ-AUD-BYTE-NUM REDEFINES IQ-AUD-BYTE-PAIR
002170                                 PIC S9(004) COMP-4.
002180 77  IQ-AUD-I                    PIC S9(003) COMP-3.
002190 LINKAGE SECTION.
002200 01  IQ-INQFILE-PATH             PIC  X(128).
002210 PROCEDURE DIVISION USING IQ-INQFILE-PATH.
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE
002240         THRU 1000-INITIALIZE-EXIT
002250     PERFORM 2000-PARSE-REQUEST
002260         THRU 2000-PARSE-REQUEST-EXIT
002270     PERFORM 3000-CHECK-REQUEST
002280         THRU 3000-CHECK-REQUEST-EXIT
002290     IF IQ-AUTH-ALLOWED
002300        PERFORM 4000-ANSWER-QUERY
002310            THRU 4000-ANSWER-QUERY-EXIT
002320     END-IF
002330     PERFORM 5000-LOG-OUTCOME
002340         THRU 5000-LOG-OUTCOME-EXIT
002350     PERFORM 6000-WRITE-ANSWER-EVENT
002360         THRU 6000-WRITE-ANSWER-EVENT-EXIT
002370     PERFORM 7000-REMOVE-INQFILE
002380         THRU 7000-REMOVE-INQFILE-EXIT
002390     PERFORM 9000-TERMINATE
002400         THRU 9000-TERMINATE-EXIT
002410     GOBACK.
002420 1000-INITIALIZE.
002430     OPEN INPUT  INQIN
002440     OPEN INPUT  INQDEF
002450     OPEN INPUT  SECAUTH
002460     OPEN EXTEND INQLOG
002470     OPEN EXTEND AUDITLOG
002480     OPEN I-O    EVTQ
002490     ACCEPT IQ-TODAY-DATE FROM DATE YYYYMMDD
002500     ACCEPT IQ-NOW-TIME   FROM TIME
002510     MOVE SPACES TO IQ-NOW-TS
002520     STRING IQ-TODAY-YY '-' IQ-TODAY-MM '-' IQ-TODAY-DD '-'
002530            IQ-NOW-HH '.' IQ-NOW-MIN '.' IQ-NOW-SS '.000000'
002540            DELIMITED BY SIZE INTO IQ-NOW-TS
002550     MOVE SPACES TO IQ-DATA
002560     READ INQIN
002570         AT END
002580            MOVE SPACES TO INQIN-LINE
002590     END-READ.
002600 1000-INITIALIZE-EXIT.
002610     EXIT.
002620*----------------------------------------------------------*
002630* 2000-PARSE-REQUEST - PULL THE NAMED VALUES OUT OF THE    *
002640*                      FLAT JSON OBJECT AND LOG THE        *
002650*                      REQUEST AS RECEIVED                 *
002660*----------------------------------------------------------*
002670 2000-PARSE-REQUEST.
002680     MOVE 'requester' TO IQ-WANT-KEY
002690     MOVE 9           TO IQ-WANT-LEN
002700     PERFORM 8000-GET-JSON-VALUE
002710         THRU 8000-GET-JSON-VALUE-EXIT
002720     MOVE IQ-VALUE (1:10) TO IQ-REQUESTER
002730     MOVE 'reqid'     TO IQ-WANT-KEY
002740     MOVE 5           TO IQ-WANT-LEN
002750     PERFORM 8000-GET-JSON-VALUE
002760         THRU 8000-GET-JSON-VALUE-EXIT
002770     MOVE IQ-VALUE (1:12) TO IQ-REQID
002780     MOVE IQ-VAL-LEN TO IQ-REQID-LEN
002790     IF IQ-REQID-LEN GREATER 12
002800        MOVE 12 TO IQ-REQID-LEN
002810     END-IF
002820     MOVE 'query'     TO IQ-WANT-KEY
002830     MOVE 5           TO IQ-WANT-LEN
002840     PERFORM 8000-GET-JSON-VALUE
002850         THRU 8000-GET-JSON-VALUE-EXIT
002860     MOVE IQ-VALUE (1:10) TO IQ-QUERY
002870     MOVE IQ-VAL-LEN TO IQ-QUERY-LEN
002880     IF IQ-QUERY-LEN GREATER 10
002890        MOVE 10 TO IQ-QUERY-LEN
002900     END-IF
002910     MOVE 'key'       TO IQ-WANT-KEY
002920     MOVE 3           TO IQ-WANT-LEN
002930     PERFORM 8000-GET-JSON-VALUE
002940         THRU 8000-GET-JSON-VALUE-EXIT
002950     MOVE IQ-VALUE (1:20) TO IQ-KEY
002960     MOVE IQ-VAL-LEN TO IQ-KEY-LEN
002970     IF IQ-KEY-LEN GREATER 20
002980        MOVE 20 TO IQ-KEY-LEN
002990     END-IF
003000     MOVE IQ-NOW-TS    TO INQLOG-TS
003010     MOVE 'Q'          TO INQLOG-KIND
003020     MOVE IQ-REQUESTER TO INQLOG-REQUESTER
003030     MOVE IQ-REQID     TO INQLOG-REQID
003040     MOVE IQ-QUERY     TO INQLOG-QUERY
003050     MOVE IQ-KEY       TO INQLOG-KEY
003060     MOVE SPACES       TO INQLOG-RESULT
003070     MOVE INQIN-LINE (1:290) TO INQLOG-TEXT
003080     WRITE INQLOG-RECORD.
003090 2000-PARSE-REQUEST-EXIT.
003100     EXIT.
003110*----------------------------------------------------------*
003120* 3000-CHECK-REQUEST - THE QUERY TYPE MUST BE AN ACTIVE    *
003130* INQDEF ROW AND THE REQUESTER MUST HOLD THE INQPOLL D     *
003140* GRANT (A ROW ALLOWS, NO ROW DENIES - THE GXFAUTH RULE,   *
003150* EFFECTIVE-TO INCLUDED)                                   *
003160*----------------------------------------------------------*
003170 3000-CHECK-REQUEST.
003180     SET IQ-AUTH-DENIED TO TRUE
003190     MOVE 'BADQUERY' TO IQ-RESULT
003200     IF IQ-QUERY = SPACES
003210        GO TO 3000-CHECK-REQUEST-EXIT
003220     END-IF
003230     MOVE IQ-QUERY TO INQDEF-TYPE
003240     READ INQDEF RECORD
003250        INVALID KEY
003260           GO TO 3000-CHECK-REQUEST-EXIT
003270     END-READ
003280     IF INQDEF-ACTIVE = 'N'
003290        GO TO 3000-CHECK-REQUEST-EXIT
003300     END-IF
003310     MOVE 'DENIED' TO IQ-RESULT
003320     MOVE IQ-REQUESTER TO SECAUTH-USER
003330     MOVE 'INQPOLL'    TO SECAUTH-PGM
003340     MOVE 'D'          TO SECAUTH-ACTION
003350     READ SECAUTH RECORD
003360        INVALID KEY
003370           CONTINUE
003380        NOT INVALID KEY
003390           IF SECAUTH-EFFTO = 0 OR
003400              SECAUTH-EFFTO NOT LESS IQ-TODAY-N
003410              SET IQ-AUTH-ALLOWED TO TRUE
003420           END-IF
003430     END-READ
003440     IF IQ-AUTH-DENIED
003450        MOVE '*PUBLIC' TO SECAUTH-USER
003460        READ SECAUTH RECORD
003470           INVALID KEY
003480              CONTINUE
003490           NOT INVALID KEY
003500              IF SECAUTH-EFFTO = 0 OR
003510                 SECAUTH-EFFTO NOT LESS IQ-TODAY-N
003520                 SET IQ-AUTH-ALLOWED TO TRUE
003530              END-IF
003540        END-READ
003550     END-IF.
003560 3000-CHECK-REQUEST-EXIT.
003570     EXIT.
003580*----------------------------------------------------------*
003590* 4000-ANSWER-QUERY - RESOLVE THE ALLOW-LISTED FIELDS,     *
003600*                     THEN ONE PASS OF THE SOURCE FILE FOR *
003610*                     THE FIRST ROW CARRYING THE KEY       *
003620*----------------------------------------------------------*
003630 4000-ANSWER-QUERY.
003640     MOVE 'NOTFOUND' TO IQ-RESULT
003650     MOVE INQDEF-KEY-FIELD TO IQ-FL-NAME (1)
003660     PERFORM VARYING IQ-I FROM 1 BY 1 UNTIL IQ-I > 4
003670        COMPUTE IQ-J = IQ-I + 1
003680        MOVE INQDEF-ANS-FIELD (IQ-I) TO IQ-FL-NAME (IQ-J)
003690     END-PERFORM
003700     PERFORM VARYING IQ-I FROM 1 BY 1 UNTIL IQ-I > 5
003710        MOVE 0      TO IQ-FL-POS (IQ-I)
003720        MOVE 0      TO IQ-FL-LEN (IQ-I)
003730        MOVE SPACES TO IQ-FL-MASK (IQ-I)
003740     END-PERFORM
003750     OPEN INPUT FLDDICT
003760     MOVE 'N' TO IQ-EOF-SW
003770     PERFORM 4100-RESOLVE-FIELDS
003780         THRU 4100-RESOLVE-FIELDS-EXIT
003790         UNTIL IQ-AT-EOF
003800     CLOSE FLDDICT
003810     IF IQ-FL-LEN (1) = 0
003820        MOVE 'BADQUERY' TO IQ-RESULT
003830        GO TO 4000-ANSWER-QUERY-EXIT
003840     END-IF
003850     PERFORM 4200-OVERRIDE-SOURCE
003860         THRU 4200-OVERRIDE-SOURCE-EXIT
003870     OPEN INPUT INQSRC
003880     IF IQ-FS-INQSRC NOT = '00'
003890        MOVE 'NOFILE' TO IQ-RESULT
003900        PERFORM 4800-DROP-OVERRIDE
003910            THRU 4800-DROP-OVERRIDE-EXIT
003920        GO TO 4000-ANSWER-QUERY-EXIT
003930     END-IF
003940     MOVE 'N' TO IQ-EOF-SW
003950     MOVE 'N' TO IQ-FOUND-SW
003960     PERFORM 4300-FIND-ROW
003970         THRU 4300-FIND-ROW-EXIT
003980         UNTIL IQ-AT-EOF OR IQ-ROW-FOUND
003990     CLOSE INQSRC
004000     PERFORM 4800-DROP-OVERRIDE
004010         THRU 4800-DROP-OVERRIDE-EXIT
004020     IF IQ-ROW-FOUND
004030        PERFORM 4400-BUILD-DATA
004040            THRU 4400-BUILD-DATA-EXIT
004050        MOVE 'OK' TO IQ-RESULT
004060     END-IF.
004070 4000-ANSWER-QUERY-EXIT.
004080     EXIT.
004090 4100-RESOLVE-FIELDS.
004100     READ FLDDICT
004110         AT END
004120            SET IQ-AT-EOF TO TRUE
004130            GO TO 4100-RESOLVE-FIELDS-EXIT
004140     END-READ
004150     IF FLDDICT-FILE NOT = INQDEF-FILE
004160        GO TO 4100-RESOLVE-FIELDS-EXIT
004170     END-IF
004180     PERFORM VARYING IQ-I FROM 1 BY 1 UNTIL IQ-I > 5
004190        IF IQ-FL-NAME (IQ-I) = FLDDICT-FIELD AND
004200           IQ-FL-NAME (IQ-I) NOT = SPACES
004210           MOVE FLDDICT-POS  TO IQ-FL-POS (IQ-I)
004220           MOVE FLDDICT-LEN  TO IQ-FL-LEN (IQ-I)
004230           MOVE FLDDICT-MASK TO IQ-FL-MASK (IQ-I)
004240*----------------------------------------------------------*
004250*          THE KEY AND ANSWER SLOTS ARE TWENTY BYTES WIDE  *
004260*----------------------------------------------------------*
004270           IF IQ-FL-LEN (IQ-I) GREATER 20
004280              MOVE 20 TO IQ-FL-LEN (IQ-I)
004290           END-IF
004300        END-IF
004310     END-PERFORM.
004320 4100-RESOLVE-FIELDS-EXIT.
004330     EXIT.
004340*----------------------------------------------------------*
004350* 4200-OVERRIDE-SOURCE - INQSRC IS POINTED AT THE FILE THE *
004360*                        ALLOW-LIST ROW NAMES, NEVER AT    *
004370*                        ONE THE REQUEST NAMES             *
004380*----------------------------------------------------------*
004390 4200-OVERRIDE-SOURCE.
004400     MOVE 1 TO IQ-CMD-PTR
004410     MOVE SPACES TO IQ-CMD
004420     STRING 'OVRDBF FILE(INQSRC) TOFILE(*LIBL/'
004430            DELIMITED BY SIZE
004440            INQDEF-FILE DELIMITED BY SPACE
004450            ')' DELIMITED BY SIZE
004460            INTO IQ-CMD
004470            POINTER IQ-CMD-PTR
004480     COMPUTE IQ-CMDLEN = IQ-CMD-PTR - 1
004490     CALL 'QCMDEXC' USING IQ-CMD IQ-CMDLEN
004500         ON EXCEPTION
004510            CONTINUE
004520     END-CALL.
004530 4200-OVERRIDE-SOURCE-EXIT.
004540     EXIT.
004550 4300-FIND-ROW.
004560     READ INQSRC
004570         AT END
004580            SET IQ-AT-EOF TO TRUE
004590            GO TO 4300-FIND-ROW-EXIT
004600     END-READ
004610     IF INQSRC-RECORD (IQ-FL-POS (1):IQ-FL-LEN (1)) =
004620        IQ-KEY (1:IQ-FL-LEN (1))
004630        SET IQ-ROW-FOUND TO TRUE
004640     END-IF.
004650 4300-FIND-ROW-EXIT.
004660     EXIT.
004670*----------------------------------------------------------*
004680* 4400-BUILD-DATA - "FIELD":"VALUE" PAIRS FOR THE RESOLVED *
004690*                   ANSWER FIELDS; AN UNRESOLVED NAME IS   *
004700*                   LEFT OUT RATHER THAN GUESSED AT        *
004710*----------------------------------------------------------*
004720 4400-BUILD-DATA.
004730     MOVE SPACES TO IQ-DATA
004740     MOVE 1      TO IQ-DATA-PTR
004750     MOVE SPACE  TO IQ-COMMA
004760     PERFORM VARYING IQ-I FROM 2 BY 1 UNTIL IQ-I > 5
004770        IF IQ-FL-LEN (IQ-I) GREATER 0
004780           PERFORM 4500-ONE-FIELD
004790               THRU 4500-ONE-FIELD-EXIT
004800        END-IF
004810     END-PERFORM.
004820 4400-BUILD-DATA-EXIT.
004830     EXIT.
004840 4500-ONE-FIELD.
004850     MOVE SPACES TO IQ-FLD-VALUE
004860     MOVE INQSRC-RECORD (IQ-FL-POS (IQ-I):IQ-FL-LEN (IQ-I))
004870       TO IQ-FLD-VALUE
004880     IF IQ-FL-MASK (IQ-I) NOT = SPACE
004890        PERFORM 4600-MASK-VALUE
004900            THRU 4600-MASK-VALUE-EXIT
004910     END-IF
004920     INSPECT IQ-FLD-VALUE REPLACING ALL '"' BY ''''
004930     INSPECT IQ-FLD-VALUE REPLACING ALL '\' BY '/'
004940     MOVE IQ-FL-LEN (IQ-I) TO IQ-FLD-VLEN
004950     PERFORM UNTIL IQ-FLD-VLEN = 1 OR
004960             IQ-FLD-VALUE (IQ-FLD-VLEN:1) NOT = SPACE
004970        SUBTRACT 1 FROM IQ-FLD-VLEN
004980     END-PERFORM
004990     MOVE 10 TO IQ-NAME-LEN
005000     PERFORM UNTIL IQ-NAME-LEN = 1 OR
005010             IQ-FL-NAME (IQ-I) (IQ-NAME-LEN:1) NOT = SPACE
005020        SUBTRACT 1 FROM IQ-NAME-LEN
005030     END-PERFORM
005040     IF IQ-COMMA = ','
005050        STRING ',' DELIMITED BY SIZE
005060               INTO IQ-DATA POINTER IQ-DATA-PTR
005070     END-IF
005080     STRING '"' IQ-FL-NAME (IQ-I) (1:IQ-NAME-LEN) '":"'
005090            IQ-FLD-VALUE (1:IQ-FLD-VLEN) '"'
005100            DELIMITED BY SIZE
005110            INTO IQ-DATA POINTER IQ-DATA-PTR
005120     MOVE ',' TO IQ-COMMA.
005130 4500-ONE-FIELD-EXIT.
005140     EXIT.
005150*----------------------------------------------------------*
005160* 4600-MASK-VALUE - A MASKED FIELD NEVER LEAVES THE BOX IN *
005170*                   CLEAR: STYLE D KEEPS THE LAST FOUR     *
005180*                   DIGITS (THE GX-MASK RULE), ANY OTHER   *
005190*                   STYLE IS STARRED WHOLE                 *
005200*----------------------------------------------------------*
005210 4600-MASK-VALUE.
005220     IF IQ-FL-MASK (IQ-I) NOT = 'D'
005230        MOVE ALL '*' TO IQ-FLD-VALUE (1:IQ-FL-LEN (IQ-I))
005240        GO TO 4600-MASK-VALUE-EXIT
005250     END-IF
005260     MOVE 0 TO IQ-DIGITS
005270     PERFORM VARYING IQ-K FROM IQ-FL-LEN (IQ-I) BY -1
005280             UNTIL IQ-K < 1
005290        IF IQ-FLD-VALUE (IQ-K:1) NUMERIC
005300           ADD 1 TO IQ-DIGITS
005310           IF IQ-DIGITS GREATER 4
005320              MOVE '*' TO IQ-FLD-VALUE (IQ-K:1)
005330           END-IF
005340        END-IF
005350     END-PERFORM.
005360 4600-MASK-VALUE-EXIT.
005370     EXIT.
005380 4800-DROP-OVERRIDE.
005390     MOVE 1 TO IQ-CMD-PTR
005400     MOVE SPACES TO IQ-CMD
005410     STRING 'DLTOVR FILE(INQSRC)'
005420            DELIMITED BY SIZE INTO IQ-CMD
005430            POINTER IQ-CMD-PTR
005440     COMPUTE IQ-CMDLEN = IQ-CMD-PTR - 1
005450     CALL 'QCMDEXC' USING IQ-CMD IQ-CMDLEN
005460         ON EXCEPTION
005470            CONTINUE
005480     END-CALL.
005490 4800-DROP-OVERRIDE-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520* 5000-LOG-OUTCOME - A REFUSAL IS A *SECURITY AUDITLOG     *
005530*                    ROW, EVERY ANSWER A *GXINQ ROW        *
005540*----------------------------------------------------------*
005550 5000-LOG-OUTCOME.
005560     MOVE IQ-NOW-TS    TO AUDITLOG-TIMESTAMP
005570     MOVE IQ-REQUESTER TO AUDITLOG-JOB
005580     MOVE 'INQPOLL'    TO AUDITLOG-PGM
005590     IF IQ-RESULT = 'DENIED' OR IQ-RESULT = 'BADQUERY'
005600        MOVE '*SECURITY' TO AUDITLOG-FILE
005610        MOVE 'NA'        TO AUDITLOG-STATUS
005620     ELSE
005630        MOVE '*GXINQ'    TO AUDITLOG-FILE
005640        IF IQ-RESULT = 'OK'
005650           MOVE '00'     TO AUDITLOG-STATUS
005660        ELSE
005670           MOVE 'NG'     TO AUDITLOG-STATUS
005680        END-IF
005690     END-IF
005700     MOVE IQ-QUERY (1:6) TO AUDITLOG-OPER
005710     PERFORM 8600-SET-AUDIT-CHECK
005720         THRU 8600-SET-AUDIT-CHECK-EXIT
005730     WRITE AUDITLOG-RECORD.
005740 5000-LOG-OUTCOME-EXIT.
005750     EXIT.
005760*----------------------------------------------------------*
005770* 6000-WRITE-ANSWER-EVENT - THE JSON RESPONSE IS STAGED TO *
005780*                           THE EVTQ DELIVERY QUEUE AND    *
005790*                           LOGGED AS SENT; EVTSHIP COPIES *
005800*                           IT TO /GXEVENTS AND ONLY MARKS *
005810*                           IT DELIVERED ON THE BRIDGE'S   *
005820*                           ACK                            *
005830*----------------------------------------------------------*
005840 6000-WRITE-ANSWER-EVENT.
005850     MOVE SPACES TO EVTQ-PAYLOAD
005860     IF IQ-RESULT = 'OK'
005870        STRING '{"timestamp":"' IQ-NOW-TS
005880               '","type":"INQUIRY","reqid":"' DELIMITED BY SIZE
005890               IQ-REQID (1:IQ-REQID-LEN)
005900               '","query":"' DELIMITED BY SIZE
005910               IQ-QUERY (1:IQ-QUERY-LEN)
005920               '","key":"' DELIMITED BY SIZE
005930               IQ-KEY (1:IQ-KEY-LEN)
005940               '","result":"OK","data":{' DELIMITED BY SIZE
005950               IQ-DATA DELIMITED BY '  '
005960               '}}' DELIMITED BY SIZE
005970               INTO EVTQ-PAYLOAD
005980               ON OVERFLOW
005990                  MOVE '{"type":"INQUIRY","result":"TRUNCATED"}'
006000                    TO EVTQ-PAYLOAD
006010        END-STRING
006020     ELSE
006030        STRING '{"timestamp":"' IQ-NOW-TS
006040               '","type":"INQUIRY","reqid":"' DELIMITED BY SIZE
006050               IQ-REQID (1:IQ-REQID-LEN)
006060               '","query":"' DELIMITED BY SIZE
006070               IQ-QUERY (1:IQ-QUERY-LEN)
006080               '","key":"' DELIMITED BY SIZE
006090               IQ-KEY (1:IQ-KEY-LEN)
006100               '","result":"' DELIMITED BY SIZE
006110               IQ-RESULT DELIMITED BY SPACE
006120               '"}' DELIMITED BY SIZE
006130               INTO EVTQ-PAYLOAD
006140        END-STRING
006150     END-IF
006160     MOVE IQ-NOW-TS   TO EVTQ-TS
006170     MOVE 'INQANSWER' TO EVTQ-SUFFIX
006180     MOVE 0           TO EVTQ-SEQ
006190     SET  EVTQ-STATE-NEW TO TRUE
006200     MOVE 0           TO EVTQ-TRIES
006210     MOVE SPACES      TO EVTQ-LAST-TS
006220     PERFORM 6070-STAGE-EVENT
006230         THRU 6070-STAGE-EVENT-EXIT
006240     MOVE IQ-NOW-TS    TO INQLOG-TS
006250     MOVE 'A'          TO INQLOG-KIND
006260     MOVE IQ-REQUESTER TO INQLOG-REQUESTER
006270     MOVE IQ-REQID     TO INQLOG-REQID
006280     MOVE IQ-QUERY     TO INQLOG-QUERY
006290     MOVE IQ-KEY       TO INQLOG-KEY
006300     MOVE IQ-RESULT    TO INQLOG-RESULT
006310     MOVE EVTQ-PAYLOAD TO INQLOG-TEXT
006320     WRITE INQLOG-RECORD.
006330 6000-WRITE-ANSWER-EVENT-EXIT.
006340     EXIT.
006350*----------------------------------------------------------*
006360* 6070-STAGE-EVENT - TWO EVENTS IN THE SAME INSTANT JUST   *
006370*                    BUMP THE SEQUENCE                     *
006380*----------------------------------------------------------*
006390 6070-STAGE-EVENT.
006400     WRITE EVTQ-RECORD
006410        INVALID KEY
006420           IF EVTQ-SEQ LESS 999
006430              ADD 1 TO EVTQ-SEQ
006440              GO TO 6070-STAGE-EVENT
006450           END-IF
006460     END-WRITE.
006470 6070-STAGE-EVENT-EXIT.
006480     EXIT.
006490*----------------------------------------------------------*
006500* 7000-REMOVE-INQFILE - A CONSUMED REQUEST FILE MUST NOT   *
006510*                       BE ANSWERED TWICE                  *
006520*----------------------------------------------------------*
006530 7000-REMOVE-INQFILE.
006540     MOVE 1 TO IQ-CMD-PTR
006550     MOVE SPACES TO IQ-CMD
006560     STRING 'RMVLNK OBJLNK(''' IQ-INQFILE-PATH ''')'
006570            DELIMITED BY SIZE INTO IQ-CMD
006580            POINTER IQ-CMD-PTR
006590     COMPUTE IQ-CMDLEN = IQ-CMD-PTR - 1
006600     CALL 'QCMDEXC' USING IQ-CMD IQ-CMDLEN
006610         ON EXCEPTION
006620            CONTINUE
006630     END-CALL.
006640 7000-REMOVE-INQFILE-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 8000-GET-JSON-VALUE - SCAN INQIN-LINE FOR "KEY":" AND    *
006680*                       EXTRACT UP TO THE CLOSING QUOTE    *
006690*----------------------------------------------------------*
006700 8000-GET-JSON-VALUE.
006710     MOVE SPACES TO IQ-VALUE
006720     MOVE 0      TO IQ-VAL-LEN
006730     MOVE SPACES TO IQ-PATTERN
006740     STRING '"' IQ-WANT-KEY (1:IQ-WANT-LEN) '":"'
006750            DELIMITED BY SIZE INTO IQ-PATTERN
006760     COMPUTE IQ-PAT-LEN = IQ-WANT-LEN + 4
006770     PERFORM VARYING IQ-I FROM 1 BY 1
006780             UNTIL IQ-I > 512 - IQ-PAT-LEN OR
006790                   IQ-VAL-LEN GREATER 0
006800        IF INQIN-LINE (IQ-I:IQ-PAT-LEN) =
006810           IQ-PATTERN (1:IQ-PAT-LEN)
006820           COMPUTE IQ-J = IQ-I + IQ-PAT-LEN
006830           PERFORM 8100-COPY-VALUE
006840               THRU 8100-COPY-VALUE-EXIT
006850        END-IF
006860     END-PERFORM.
006870 8000-GET-JSON-VALUE-EXIT.
006880     EXIT.
006890 8100-COPY-VALUE.
006900     PERFORM UNTIL IQ-J > 512 OR
006910             INQIN-LINE (IQ-J:1) = '"' OR
006920             IQ-VAL-LEN NOT LESS 128
006930        ADD 1 TO IQ-VAL-LEN
006940        MOVE INQIN-LINE (IQ-J:1) TO IQ-VALUE (IQ-VAL-LEN:1)
006950        ADD 1 TO IQ-J
006960     END-PERFORM
006970     IF IQ-VAL-LEN = 0
006980        MOVE 1 TO IQ-VAL-LEN
006990     END-IF.
007000 8100-COPY-VALUE-EXIT.
007010     EXIT.
007020*----------------------------------------------------------*
007030* 8600-SET-AUDIT-CHECK - CHECK VALUE OVER THE ROW'S        *
007040*                        CONTENT BYTES, THE SAME CHAIN     *
007050*                        DISCIPLINE GX-WRITE-AUDITLOG      *
007060*                        APPLIES                           *
007070*----------------------------------------------------------*
007080 8600-SET-AUDIT-CHECK.
007090     MOVE 0 TO AUDITLOG-CHECK
007100     PERFORM VARYING IQ-AUD-I FROM 1 BY 1
007110             UNTIL IQ-AUD-I > 64
007120        MOVE LOW-VALUE TO IQ-AUD-BYTE-PAIR
007130        MOVE AUDITLOG-RECORD (IQ-AUD-I:1)
007140          TO IQ-AUD-BYTE-CHAR
007150        ADD IQ-AUD-BYTE-NUM TO AUDITLOG-CHECK
007160     END-PERFORM.
007170 8600-SET-AUDIT-CHECK-EXIT.
007180     EXIT.
007190 9000-TERMINATE.
007200     CLOSE INQIN
007210     CLOSE INQDEF
007220     CLOSE SECAUTH
007230     CLOSE INQLOG
007240     CLOSE AUDITLOG
007250     CLOSE EVTQ.
007260 9000-TERMINATE-EXIT.
007270     EXIT.
