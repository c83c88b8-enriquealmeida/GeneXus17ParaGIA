01  GX-FIND-CANCEL-SW              PIC S9(001) COMP-3.
    88 GX-FIND-CANCELLED                           VALUE 1.
    88 GX-FIND-NOT-CANCELLED                        VALUE 0.
*> PATTERN FIND OR CLOSE-TO RANKING - THE GENERATED PROGRAM FLIPS
*> IT ON ITS FUNCTION KEY
01  GX-FIND-MODE                   PIC S9(001) COMP-3 VALUE 0.
    88 GX-FIND-PATTERN                             VALUE 0.
    88 GX-FIND-CLOSE-TO                            VALUE 1.
*> THE LOWEST GX-SIMILARITY SCORE A ROW MAY HAVE AND STILL RANK
01  GX-FIND-CLOSE-MIN              PIC  9(003) VALUE 60.
77  GX-FIND-RANK-MAX               PIC  9(004) COMP-4 VALUE 50.
77  GX-FIND-RANK-COUNT             PIC  9(004) COMP-4 VALUE 0.
77  GX-FIND-RANK-AT                PIC  9(004) COMP-4 VALUE 0.
01  GX-FIND-RANKS.
    05 GX-FIND-RANK OCCURS 50.
       10 GX-FIND-RANK-RRN         PIC  9(004) COMP-4.
       10 GX-FIND-RANK-SCORE       PIC  9(003).
77  GX-FIND-R                      PIC  9(004) COMP-4.
77  GX-FIND-W                      PIC  9(004) COMP-4.
77  GX-FIND-PTR                    PIC  9(004) COMP-4.
01  GX-FIND-ROW-SCORE              PIC  9(003).
01  GX-FIND-ARG-WORDS              PIC  9(004) COMP-4.
01  GX-FIND-ARG-TEXT               PIC  X(080).
01  GX-FIND-SPLIT-IN               PIC  X(080).
01  GX-FIND-SPLIT-OUT              PIC  X(080).
01  GX-FIND-SPLIT-COUNT            PIC  9(004) COMP-4.
01  GX-FIND-WORD-W                 PIC  X(020).
01  GX-FIND-WORDS.
    05 GX-FIND-WORD                PIC  X(020) OCCURS 40.
01  GX-FIND-MSG-AT                 PIC  Z9.
01  GX-FIND-MSG-OF                 PIC  Z9.
01  GX-FIND-MSG-SCORE              PIC  ZZ9.
