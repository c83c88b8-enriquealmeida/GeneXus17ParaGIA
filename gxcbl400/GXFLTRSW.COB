01  LTRREQ-RECORD.
    05 LTRREQ-ID                   PIC  X(026).
    05 LTRREQ-USER                 PIC  X(010).
    05 LTRREQ-TEMPLATE             PIC  X(010).
    05 LTRREQ-FILE                 PIC  X(010).
    05 LTRREQ-KEY-FIELD            PIC  X(010).
    05 LTRREQ-LANG-FIELD           PIC  X(010).
*> Q = THE ROWS A QRYRUN QUERY FLAGGED FOR LETTERS SELECTS,
*> S = THE ROWS PICKED ON A LIST SCREEN
    05 LTRREQ-SOURCE               PIC  X(001).
    05 LTRREQ-SET                  PIC  X(026).
*> BLANK = WAITING FOR LTRGEN, D = DONE, E = FAILED (SEE MSG)
    05 LTRREQ-STATUS               PIC  X(001).
    05 LTRREQ-LETTERS              PIC  9(005).
    05 LTRREQ-DONE-TS              PIC  X(026).
    05 LTRREQ-MSG                  PIC  X(040).

01  LTRSEL-RECORD.
    05 LTRSEL-KEY.
       10 LTRSEL-SET               PIC  X(026).
       10 LTRSEL-SEQ               PIC  9(005).
    05 LTRSEL-IMAGE                PIC  X(512).

*> THE LETTER TO SEND AND HOW TO READ THE RECORDS IT GOES TO:
*> THE FLDDICT FILE, THE FIELD WHOSE VALUE THE LETTER IS FILED
*> UNDER ON ATTLINK, AND OPTIONALLY THE FIELD HOLDING THE
*> ADDRESSEE'S LANGUAGE
01  GX-LTRS-TEMPLATE               PIC  X(010).
01  GX-LTRS-FILE                   PIC  X(010).
01  GX-LTRS-KEY-FIELD              PIC  X(010).
01  GX-LTRS-LANG-FIELD             PIC  X(010).
01  GX-LTRS-QUERY                  PIC  X(010).
01  GX-LTRS-RECORD                 PIC  X(512).
01  GX-LTRS-ID                     PIC  X(026).
01  GX-LTRS-ID-R REDEFINES GX-LTRS-ID.
    05 FILLER                      PIC  X(020).
    05 GX-LTRS-ID-MICRO            PIC  9(006).
01  GX-LTRS-COUNT                  PIC  9(005).
01  GX-LTRS-COUNT-E                PIC  ZZZZ9.
01  GX-LTRS-SW                     PIC S9(001) COMP-3.
    88 GX-LTRS-OPEN                                VALUE 1.
    88 GX-LTRS-CLOSED                               VALUE 0.
