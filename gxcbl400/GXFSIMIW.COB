01  GX-SIM-STRING-1                PIC  X(080).
01  GX-SIM-STRING-2                PIC  X(080).
01  GX-SIM-SCORE                   PIC  9(003).
*> CHARACTER MODE FOR TYPOS, TOKEN MODE WHEN WORD ORDER MAY DIFFER
01  GX-SIM-MODE                    PIC  X(001) VALUE 'C'.
    88 GX-SIM-CHAR-MODE                            VALUE 'C'.
    88 GX-SIM-TOKEN-MODE                           VALUE 'T'.

01  GX-SIM-A                       PIC  X(080).
01  GX-SIM-B                       PIC  X(080).
77  GX-SIM-LEN-A                   PIC S9(004) COMP-3.
77  GX-SIM-LEN-B                   PIC S9(004) COMP-3.
77  GX-SIM-MAXLEN                  PIC S9(004) COMP-3.
77  GX-SIM-I                       PIC S9(004) COMP-3.
77  GX-SIM-J                       PIC S9(004) COMP-3.
77  GX-SIM-DIST                    PIC S9(004) COMP-3.
77  GX-SIM-COST                    PIC S9(004) COMP-3.
77  GX-SIM-BEST                    PIC S9(004) COMP-3.
77  GX-SIM-TRY                     PIC S9(004) COMP-3.
*> ONE ROW AND COLUMN MORE THAN THE LONGEST STRING, FOR THE EMPTY
*> PREFIX
01  GX-SIM-TABLE.
    05 GX-SIM-ROW OCCURS 81.
       10 GX-SIM-CELL              PIC S9(004) COMP-3 OCCURS 81.

01  GX-SIM-TOK-IN                  PIC  X(080).
01  GX-SIM-TOK-OUT                 PIC  X(080).
77  GX-SIM-PTR                     PIC S9(004) COMP-3.
77  GX-SIM-WORD-COUNT              PIC S9(004) COMP-3.
01  GX-SIM-WORD-W                  PIC  X(020).
01  GX-SIM-WORDS.
    05 GX-SIM-WORD                 PIC  X(020) OCCURS 20.
01  GX-SIM-PUNCT                   PIC  X(009) VALUE ',.;:-/&()'.
01  GX-SIM-PUNCT-SPACES            PIC  X(009) VALUE SPACES.
