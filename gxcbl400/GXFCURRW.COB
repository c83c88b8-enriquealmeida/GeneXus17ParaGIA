    05 CURRMST-MAXAGE              PIC  9(003).
*> A BLANK COMPANY ROW APPLIES TO EVERY COMPANY
    05 CURRMST-COMPANY             PIC  X(003).
*> MAJOR AND MINOR UNIT NAMES FOR AMOUNTS IN WORDS (DOLLARS, CENTS)
    05 CURRMST-MAJOR-WORD          PIC  X(015).
    05 CURRMST-MINOR-WORD          PIC  X(015).

01  EXCHRATE-RECORD.
    05 EXCHRATE-FROM               PIC  X(003).
       10 GX-CUR-T-SYM             PIC  X(003).
       10 GX-CUR-T-RND             PIC  X(001).
       10 GX-CUR-T-MAXAGE          PIC  9(003).
       10 GX-CUR-T-MAJOR           PIC  X(015).
       10 GX-CUR-T-MINOR           PIC  X(015).
77  GX-CUR-CNT                     PIC S9(003) COMP-3 VALUE 0.
01  GX-EXR-TABLE.
    05 GX-EXR-T-ENTRY OCCURS 100 TIMES.
