000200*                   THE GXFDUPW WORKBENCH.  THE DRIVING CL  *
000210*                   OVERRIDES DUPIN TO THE MASTER UNDER     *
000220*                   TEST AND PLACES ITS DUPCTL ROW FIRST    *
000221*   2026-10-15  RH  EDIT-DISTANCE SIGNAL: WITH DUPCTL-SIM-  *
000222*                   MODE SET, EACH PAIR ALSO GETS THE       *
000223*                   GXFSIMI 0-100 SIMILARITY OF ITS NAMES   *
000224*                   (KEPT HERE UNDER ITS LIBRARY NAME LIKE  *
000225*                   GX-PHONETIC).  PAIRS THE SOUND CODE     *
000226*                   MISSES ARE TAKEN WHEN THEY SHARE A      *
000227*                   FIRST LETTER AND SCORE AT LEAST DUPCTL- *
000228*                   SIM-MIN; THE PAIR SCORE BECOMES 30 FOR  *
000229*                   THE CODE MATCH, UP TO 30 FOR SIMILARITY *
000230*                   AND 20 PER AGREEING SECONDARY FIELD     *
000231*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-ISERIES.
000530     05 DUPCTL-SEC1-LEN          PIC  9(002).
000540     05 DUPCTL-SEC2-POS          PIC  9(003).
000550     05 DUPCTL-SEC2-LEN          PIC  9(002).
000551*----------------------------------------------------------*
000552* SIMILARITY SIGNAL: BLANK = SOUND CODE ONLY, C = COMPARE   *
000553* NAMES CHARACTER BY CHARACTER (TYPOS, TRANSPOSED LETTERS), *
000554* T = COMPARE THEIR WORDS IN ANY ORDER.  SIM-MIN IS THE     *
000555* LOWEST SIMILARITY THAT MAKES A PAIR WHOSE SOUND CODES     *
000556* DIFFER A CANDIDATE; ZERO MEANS 80                         *
000557*----------------------------------------------------------*
000558     05 DUPCTL-SIM-MODE          PIC  X(001).
000559     05 DUPCTL-SIM-MIN           PIC  9(003).
000560 FD  DUPIN.
000570 01  DUPIN-RECORD                PIC  X(512).
000580 FD  DUPCAND.
000810 77  DF-PAIR-COUNT               PIC S9(004) COMP-3 VALUE 0.
000820 77  DF-MAX-PAIRS                PIC S9(004) COMP-3 VALUE 200.
000830 77  DF-SCORE                    PIC S9(003) COMP-3.
000831 77  DF-SIM-SW                   PIC  X(001)     VALUE 'N'.
000832     88 DF-SIM-ON                                VALUE 'Y'.
000833 77  DF-SIM-MIN                  PIC S9(003) COMP-3 VALUE 80.
000834 77  DF-CODE-SW                  PIC  X(001).
000835     88 DF-CODE-MATCH                            VALUE 'Y'.
000836     88 DF-CODE-DIFFERS                          VALUE 'N'.
000837 77  DF-LEN-DIFF                 PIC S9(003) COMP-3.
000838 77  DF-LEN-MAX                  PIC S9(003) COMP-3.
000839 77  DF-SIM-CEIL                 PIC S9(003) COMP-3.
000840 77  DF-LEN-WORK                 PIC S9(005) COMP-3.
000841 01  DF-REC-TABLE.
000850     05 DF-REC-ENTRY OCCURS 2000 TIMES.
000860        10 DF-RT-KEY             PIC  X(030).
000870        10 DF-RT-CODE            PIC  X(004).
000880        10 DF-RT-NAME            PIC  X(040).
000890        10 DF-RT-SEC1            PIC  X(020).
000900        10 DF-RT-SEC2            PIC  X(020).
000905        10 DF-RT-LEN             PIC S9(003) COMP-3.
000910 01  DF-PAIR-TABLE.
000920     05 DF-PAIR-ENTRY OCCURS 200 TIMES.
000930        10 DF-PT-KEY1            PIC  X(030).
001240                VALUE X'E1E9EDF3FAF1FCC1C9CDD3DAD1DC'.
001250 01  GX-LIKE-ACC-TO              PIC X(14)
001260                VALUE X'6165696F756E754145494F554E55'.
001261*----------------------------------------------------------*
001262* GX-SIMILARITY - SAME EDIT-DISTANCE SCORING GXFSIMI.COB    *
001263* GIVES THE LIBRARY; KEPT UNDER ITS OWN NAMES FOR THE SAME  *
001264* REASON AS GX-PHONETIC ABOVE                               *
001265*----------------------------------------------------------*
001266 01  GX-SIM-STRING-1             PIC  X(080).
001267 01  GX-SIM-STRING-2             PIC  X(080).
001268 01  GX-SIM-SCORE                PIC  9(003).
001269 01  GX-SIM-MODE                 PIC  X(001)     VALUE 'C'.
001270     88 GX-SIM-CHAR-MODE                         VALUE 'C'.
001271     88 GX-SIM-TOKEN-MODE                        VALUE 'T'.
001272 01  GX-SIM-A                    PIC  X(080).
001273 01  GX-SIM-B                    PIC  X(080).
001274 77  GX-SIM-LEN-A                PIC S9(004) COMP-3.
001275 77  GX-SIM-LEN-B                PIC S9(004) COMP-3.
001276 77  GX-SIM-MAXLEN               PIC S9(004) COMP-3.
001277 77  GX-SIM-I                    PIC S9(004) COMP-3.
001278 77  GX-SIM-J                    PIC S9(004) COMP-3.
001279 77  GX-SIM-DIST                 PIC S9(004) COMP-3.
001280 77  GX-SIM-COST                 PIC S9(004) COMP-3.
001281 77  GX-SIM-BEST                 PIC S9(004) COMP-3.
001282 77  GX-SIM-TRY                  PIC S9(004) COMP-3.
001283 01  GX-SIM-TABLE.
001284     05 GX-SIM-ROW OCCURS 81.
001285        10 GX-SIM-CELL           PIC S9(004) COMP-3 OCCURS 81.
001286 01  GX-SIM-TOK-IN               PIC  X(080).
001287 01  GX-SIM-TOK-OUT              PIC  X(080).
001288 77  GX-SIM-PTR                  PIC S9(004) COMP-3.
001289 77  GX-SIM-WORD-COUNT           PIC S9(004) COMP-3.
001290 01  GX-SIM-WORD-W               PIC  X(020).
001291 01  GX-SIM-WORDS.
001292     05 GX-SIM-WORD              PIC  X(020) OCCURS 20.
001293 01  GX-SIM-PUNCT                PIC  X(009) VALUE ',.;:-/&()'.
001294 01  GX-SIM-PUNCT-SPACES         PIC  X(009) VALUE SPACES.
001295 PROCEDURE DIVISION.
001296 0000-MAINLINE.
001297     PERFORM 1000-INITIALIZE
001300         THRU 1000-INITIALIZE-EXIT
001310     PERFORM 2000-LOAD-AND-CODE
001320         THRU 2000-LOAD-AND-CODE-EXIT
001440     READ DUPCTL
001450         AT END
001460            CONTINUE
001462     END-READ
001464     IF DUPCTL-SIM-MODE = 'C' OR DUPCTL-SIM-MODE = 'T'
001466        SET DF-SIM-ON TO TRUE
001468        MOVE DUPCTL-SIM-MODE TO GX-SIM-MODE
001470        IF DUPCTL-SIM-MIN NUMERIC AND DUPCTL-SIM-MIN GREATER 0
001472           MOVE DUPCTL-SIM-MIN TO DF-SIM-MIN
001474        END-IF
001476     END-IF.
001480 1000-INITIALIZE-EXIT.
001490     EXIT.
001500 2000-LOAD-AND-CODE.
001770        PERFORM GX-PHONETIC
001780            THRU GX-PHONETIC-EXIT
001790        MOVE GX-PHON-CODE TO DF-RT-CODE (DF-REC-COUNT)
001791        MOVE 40 TO DF-RT-LEN (DF-REC-COUNT)
001792        PERFORM 2210-NAME-LENGTH
001793            THRU 2210-NAME-LENGTH-EXIT
001794            UNTIL DF-RT-LEN (DF-REC-COUNT) = 0 OR
001795                  DF-RT-NAME (DF-REC-COUNT)
001796                      (DF-RT-LEN (DF-REC-COUNT):1) NOT = SPACE
001800        MOVE SPACES TO DF-RT-SEC1 (DF-REC-COUNT)
001810        IF DUPCTL-SEC1-POS GREATER 0
001820           MOVE DUPIN-RECORD
001940         THRU 2100-READ-DUPIN-EXIT.
001950 2200-CODE-ONE-EXIT.
001960     EXIT.
001961 2210-NAME-LENGTH.
001962     SUBTRACT 1 FROM DF-RT-LEN (DF-REC-COUNT).
001963 2210-NAME-LENGTH-EXIT.
001964     EXIT.
001970*----------------------------------------------------------*
001980* 3000-PAIR-AND-SCORE - RECORDS ON THE SAME PHONETIC CODE   *
001990*                       ARE CANDIDATES, AND WITH THE        *
002000*                       SIMILARITY SIGNAL ON SO ARE CLOSE   *
002010*                       SPELLINGS THE CODE MISSES           *
002020*----------------------------------------------------------*
002030 3000-PAIR-AND-SCORE.
002040     PERFORM VARYING DF-I FROM 1 BY 1
002080        PERFORM VARYING DF-J FROM DF-K BY 1
002090                UNTIL DF-J > DF-REC-COUNT OR
002100                      DF-PAIR-COUNT NOT LESS DF-MAX-PAIRS
002110           PERFORM 3050-CHECK-PAIR
002120               THRU 3050-CHECK-PAIR-EXIT
002160        END-PERFORM
002170     END-PERFORM.
002171 3000-PAIR-AND-SCORE-EXIT.
002172     EXIT.
002173*----------------------------------------------------------*
002174* 3050-CHECK-PAIR - A DIFFERENT SOUND CODE IS ONLY WORTH    *
002175*                   THE EDIT DISTANCE WHEN THE NAMES SHARE  *
002176*                   A FIRST LETTER AND THEIR LENGTHS ALONE  *
002177*                   DO NOT ALREADY RULE OUT SIM-MIN         *
002178*----------------------------------------------------------*
002179 3050-CHECK-PAIR.
002180     IF DF-RT-KEY (DF-I) = DF-RT-KEY (DF-J)
002181        GO TO 3050-CHECK-PAIR-EXIT
002182     END-IF
002183     IF DF-RT-CODE (DF-I) = DF-RT-CODE (DF-J)
002184        SET DF-CODE-MATCH TO TRUE
002185     ELSE
002186        SET DF-CODE-DIFFERS TO TRUE
002187        IF NOT DF-SIM-ON
002188           GO TO 3050-CHECK-PAIR-EXIT
002189        END-IF
002190        IF DF-RT-CODE (DF-I) (1:1) NOT = DF-RT-CODE (DF-J) (1:1)
002191           GO TO 3050-CHECK-PAIR-EXIT
002192        END-IF
002193        IF DF-RT-LEN (DF-I) GREATER DF-RT-LEN (DF-J)
002194           MOVE DF-RT-LEN (DF-I) TO DF-LEN-MAX
002195           COMPUTE DF-LEN-DIFF =
002196                   DF-RT-LEN (DF-I) - DF-RT-LEN (DF-J)
002197        ELSE
002198           MOVE DF-RT-LEN (DF-J) TO DF-LEN-MAX
002199           COMPUTE DF-LEN-DIFF =
002200                   DF-RT-LEN (DF-J) - DF-RT-LEN (DF-I)
002201        END-IF
002202        IF DF-LEN-MAX GREATER 0
002203           COMPUTE DF-LEN-WORK =
002204                   (DF-LEN-MAX - DF-LEN-DIFF) * 100
002205           DIVIDE DF-LEN-MAX INTO DF-LEN-WORK
002206               GIVING DF-SIM-CEIL ROUNDED
002207           IF DF-SIM-CEIL LESS DF-SIM-MIN
002208              GO TO 3050-CHECK-PAIR-EXIT
002209           END-IF
002210        END-IF
002211     END-IF
002212     IF DF-SIM-ON
002213        MOVE DF-RT-NAME (DF-I) TO GX-SIM-STRING-1
002214        MOVE DF-RT-NAME (DF-J) TO GX-SIM-STRING-2
002215        PERFORM GX-SIMILARITY
002216            THRU GX-SIMILARITY-EXIT
002217        IF DF-CODE-DIFFERS AND GX-SIM-SCORE LESS DF-SIM-MIN
002218           GO TO 3050-CHECK-PAIR-EXIT
002219        END-IF
002220     END-IF
002221     PERFORM 3100-SCORE-PAIR
002222         THRU 3100-SCORE-PAIR-EXIT.
002223 3050-CHECK-PAIR-EXIT.
002224     EXIT.
002250 3100-SCORE-PAIR.
002251     IF DF-SIM-ON
002252        PERFORM 3150-SCORE-WITH-SIM
002253            THRU 3150-SCORE-WITH-SIM-EXIT
002254        GO TO 3100-ADD-PAIR
002255     END-IF
002260     MOVE 50 TO DF-SCORE
002270     IF DUPCTL-SEC1-POS GREATER 0 AND
002280        DF-RT-SEC1 (DF-I) = DF-RT-SEC1 (DF-J)
002310     IF DUPCTL-SEC2-POS GREATER 0 AND
002320        DF-RT-SEC2 (DF-I) = DF-RT-SEC2 (DF-J)
002330        ADD 25 TO DF-SCORE
002340     END-IF.
002345 3100-ADD-PAIR.
002350     ADD 1 TO DF-PAIR-COUNT
002360     MOVE DF-RT-KEY (DF-I)      TO DF-PT-KEY1 (DF-PAIR-COUNT)
002370     MOVE DF-RT-KEY (DF-J)      TO DF-PT-KEY2 (DF-PAIR-COUNT)
002390     MOVE DF-RT-NAME (DF-I)     TO DF-PT-NAME1 (DF-PAIR-COUNT)
002400     MOVE DF-RT-NAME (DF-J)     TO DF-PT-NAME2 (DF-PAIR-COUNT).
002410 3100-SCORE-PAIR-EXIT.
002411     EXIT.
002412 3150-SCORE-WITH-SIM.
002413     MULTIPLY GX-SIM-SCORE BY 0.3 GIVING DF-SCORE ROUNDED
002414     IF DF-CODE-MATCH
002415        ADD 30 TO DF-SCORE
002416     END-IF
002419     IF DUPCTL-SEC1-POS GREATER 0 AND
002420        DF-RT-SEC1 (DF-I) = DF-RT-SEC1 (DF-J)
002421        ADD 20 TO DF-SCORE
002422     END-IF
002423     IF DUPCTL-SEC2-POS GREATER 0 AND
002424        DF-RT-SEC2 (DF-I) = DF-RT-SEC2 (DF-J)
002425        ADD 20 TO DF-SCORE
002426     END-IF.
002427 3150-SCORE-WITH-SIM-EXIT.
002428     EXIT.
002430*----------------------------------------------------------*
002440* 4000-RANK-AND-WRITE - DESCENDING BUBBLE SORT ON SCORE,    *
002450*                       THE LOCKRPT RANKING DISCIPLINE      *
003370     MOVE GX-PHON-DIGIT TO GX-PHON-PREV.
003380 GX-PHON-CODE-CHAR-EXIT.
003390     EXIT.
003391*----------------------------------------------------------*
003392* GX-SIMILARITY - 0-100 SCORE OF GX-SIM-STRING-1 AGAINST    *
003393*                 GX-SIM-STRING-2 AFTER THE SAME ACCENT AND *
003394*                 CASE FOLDING AS GX-PHONETIC; THE EDIT     *
003395*                 DISTANCE AS A SHARE OF THE LONGER STRING  *
003396*----------------------------------------------------------*
003397 GX-SIMILARITY.
003398     MOVE GX-SIM-STRING-1 TO GX-SIM-A
003399     MOVE GX-SIM-STRING-2 TO GX-SIM-B
003400     INSPECT GX-SIM-A
003401        CONVERTING GX-LIKE-ACC-FROM TO GX-LIKE-ACC-TO
003402     INSPECT GX-SIM-A
003403        CONVERTING GX-LIKE-LC-ALPHA TO GX-LIKE-UC-ALPHA
003404     INSPECT GX-SIM-B
003405        CONVERTING GX-LIKE-ACC-FROM TO GX-LIKE-ACC-TO
003406     INSPECT GX-SIM-B
003407        CONVERTING GX-LIKE-LC-ALPHA TO GX-LIKE-UC-ALPHA
003408     IF GX-SIM-TOKEN-MODE
003409        MOVE GX-SIM-A TO GX-SIM-TOK-IN
003410        PERFORM GX-SIM-SORT-WORDS
003411            THRU GX-SIM-SORT-WORDS-EXIT
003412        MOVE GX-SIM-TOK-OUT TO GX-SIM-A
003413        MOVE GX-SIM-B TO GX-SIM-TOK-IN
003414        PERFORM GX-SIM-SORT-WORDS
003415            THRU GX-SIM-SORT-WORDS-EXIT
003416        MOVE GX-SIM-TOK-OUT TO GX-SIM-B
003417     END-IF
003418     MOVE 80 TO GX-SIM-LEN-A
003419     PERFORM UNTIL GX-SIM-LEN-A = 0
003420                OR GX-SIM-A (GX-SIM-LEN-A:1) NOT = SPACE
003421        SUBTRACT 1 FROM GX-SIM-LEN-A
003422     END-PERFORM
003423     MOVE 80 TO GX-SIM-LEN-B
003424     PERFORM UNTIL GX-SIM-LEN-B = 0
003425                OR GX-SIM-B (GX-SIM-LEN-B:1) NOT = SPACE
003426        SUBTRACT 1 FROM GX-SIM-LEN-B
003427     END-PERFORM
003428     IF GX-SIM-LEN-A = 0 AND GX-SIM-LEN-B = 0
003429        MOVE 100 TO GX-SIM-SCORE
003430        GO TO GX-SIMILARITY-EXIT
003431     END-IF
003432     IF GX-SIM-LEN-A = 0 OR GX-SIM-LEN-B = 0
003433        MOVE 0 TO GX-SIM-SCORE
003434        GO TO GX-SIMILARITY-EXIT
003435     END-IF
003436     PERFORM GX-SIM-DISTANCE
003437         THRU GX-SIM-DISTANCE-EXIT
003438     IF GX-SIM-LEN-A GREATER GX-SIM-LEN-B
003439        MOVE GX-SIM-LEN-A TO GX-SIM-MAXLEN
003440     ELSE
003441        MOVE GX-SIM-LEN-B TO GX-SIM-MAXLEN
003442     END-IF
003443     COMPUTE GX-SIM-TRY = (GX-SIM-MAXLEN - GX-SIM-DIST) * 100
003444     DIVIDE GX-SIM-MAXLEN INTO GX-SIM-TRY
003445         GIVING GX-SIM-SCORE ROUNDED.
003446 GX-SIMILARITY-EXIT.
003447     EXIT.
003448*----------------------------------------------------------*
003449* GX-SIM-DISTANCE - EDITS (ADD, DROP, CHANGE, SWAP TWO      *
003450*                   NEIGHBOURS) THAT TURN GX-SIM-A INTO     *
003451*                   GX-SIM-B                                *
003452*----------------------------------------------------------*
003453 GX-SIM-DISTANCE.
003454     PERFORM VARYING GX-SIM-I FROM 0 BY 1
003455             UNTIL GX-SIM-I > GX-SIM-LEN-A
003456        MOVE GX-SIM-I TO GX-SIM-CELL (GX-SIM-I + 1, 1)
003457     END-PERFORM
003458     PERFORM VARYING GX-SIM-J FROM 0 BY 1
003459             UNTIL GX-SIM-J > GX-SIM-LEN-B
003460        MOVE GX-SIM-J TO GX-SIM-CELL (1, GX-SIM-J + 1)
003461     END-PERFORM
003462     PERFORM GX-SIM-CELL-STEP
003463         THRU GX-SIM-CELL-STEP-EXIT
003464         VARYING GX-SIM-I FROM 1 BY 1
003465           UNTIL GX-SIM-I > GX-SIM-LEN-A
003466           AFTER GX-SIM-J FROM 1 BY 1
003467           UNTIL GX-SIM-J > GX-SIM-LEN-B
003468     MOVE GX-SIM-CELL (GX-SIM-LEN-A + 1, GX-SIM-LEN-B + 1)
003469       TO GX-SIM-DIST.
003470 GX-SIM-DISTANCE-EXIT.
003471     EXIT.
003472 GX-SIM-CELL-STEP.
003473     IF GX-SIM-A (GX-SIM-I:1) = GX-SIM-B (GX-SIM-J:1)
003474        MOVE 0 TO GX-SIM-COST
003475     ELSE
003476        MOVE 1 TO GX-SIM-COST
003477     END-IF
003478     COMPUTE GX-SIM-BEST = GX-SIM-CELL (GX-SIM-I, GX-SIM-J)
003479                         + GX-SIM-COST
003480     COMPUTE GX-SIM-TRY = GX-SIM-CELL (GX-SIM-I, GX-SIM-J + 1) + 1
003481     IF GX-SIM-TRY LESS GX-SIM-BEST
003482        MOVE GX-SIM-TRY TO GX-SIM-BEST
003483     END-IF
003484     COMPUTE GX-SIM-TRY = GX-SIM-CELL (GX-SIM-I + 1, GX-SIM-J) + 1
003485     IF GX-SIM-TRY LESS GX-SIM-BEST
003486        MOVE GX-SIM-TRY TO GX-SIM-BEST
003487     END-IF
003488     IF GX-SIM-I GREATER 1 AND GX-SIM-J GREATER 1
003489        IF GX-SIM-A (GX-SIM-I:1) =
003490           GX-SIM-B (GX-SIM-J - 1:1) AND
003491           GX-SIM-A (GX-SIM-I - 1:1) =
003492           GX-SIM-B (GX-SIM-J:1)
003493           COMPUTE GX-SIM-TRY =
003494                   GX-SIM-CELL (GX-SIM-I - 1, GX-SIM-J - 1) + 1
003495           IF GX-SIM-TRY LESS GX-SIM-BEST
003496              MOVE GX-SIM-TRY TO GX-SIM-BEST
003497           END-IF
003498        END-IF
003499     END-IF
003500     MOVE GX-SIM-BEST TO GX-SIM-CELL (GX-SIM-I + 1, GX-SIM-J + 1).
003501 GX-SIM-CELL-STEP-EXIT.
003502     EXIT.
003503*----------------------------------------------------------*
003504* GX-SIM-SORT-WORDS - TOKEN MODE - THE WORDS OF             *
003505*                     GX-SIM-TOK-IN IN ORDER, ONE SPACE     *
003506*                     APART                                 *
003507*----------------------------------------------------------*
003508 GX-SIM-SORT-WORDS.
003509     INSPECT GX-SIM-TOK-IN
003510        CONVERTING GX-SIM-PUNCT TO GX-SIM-PUNCT-SPACES
003511     MOVE 0 TO GX-SIM-WORD-COUNT
003512     MOVE 1 TO GX-SIM-PTR
003513     PERFORM GX-SIM-NEXT-WORD
003514         THRU GX-SIM-NEXT-WORD-EXIT
003515         UNTIL GX-SIM-PTR > 80
003516            OR GX-SIM-WORD-COUNT NOT LESS 20
003517     PERFORM VARYING GX-SIM-I FROM 1 BY 1
003518             UNTIL GX-SIM-I NOT LESS GX-SIM-WORD-COUNT
003519        PERFORM VARYING GX-SIM-J FROM 1 BY 1
003520                UNTIL GX-SIM-J > GX-SIM-WORD-COUNT - GX-SIM-I
003521           IF GX-SIM-WORD (GX-SIM-J) GREATER
003522              GX-SIM-WORD (GX-SIM-J + 1)
003523              MOVE GX-SIM-WORD (GX-SIM-J)     TO GX-SIM-WORD-W
003524              MOVE GX-SIM-WORD (GX-SIM-J + 1)
003525                TO GX-SIM-WORD (GX-SIM-J)
003526              MOVE GX-SIM-WORD-W TO GX-SIM-WORD (GX-SIM-J + 1)
003527           END-IF
003528        END-PERFORM
003529     END-PERFORM
003530     MOVE SPACES TO GX-SIM-TOK-OUT
003531     MOVE 1      TO GX-SIM-PTR
003532     PERFORM VARYING GX-SIM-I FROM 1 BY 1
003533             UNTIL GX-SIM-I > GX-SIM-WORD-COUNT
003534        STRING GX-SIM-WORD (GX-SIM-I) DELIMITED BY SPACE
003535               ' '                    DELIMITED BY SIZE
003536               INTO GX-SIM-TOK-OUT
003537               WITH POINTER GX-SIM-PTR
003538        END-STRING
003539     END-PERFORM.
003540 GX-SIM-SORT-WORDS-EXIT.
003541     EXIT.
003542 GX-SIM-NEXT-WORD.
003543     MOVE SPACES TO GX-SIM-WORD-W
003544     UNSTRING GX-SIM-TOK-IN DELIMITED BY ALL SPACE
003545              INTO GX-SIM-WORD-W
003546              WITH POINTER GX-SIM-PTR
003547     END-UNSTRING
003548     IF GX-SIM-WORD-W NOT = SPACES
003549        ADD 1 TO GX-SIM-WORD-COUNT
003550        MOVE GX-SIM-WORD-W TO GX-SIM-WORD (GX-SIM-WORD-COUNT)
003551     END-IF.
003552 GX-SIM-NEXT-WORD-EXIT.
003553     EXIT.
003554 9000-TERMINATE.
003555     CLOSE DUPCTL
003556     CLOSE DUPIN
003557     CLOSE DUPCAND.
003558 9000-TERMINATE-EXIT.
003559     EXIT.
003560 9999-EXIT.
003561     STOP RUN.
