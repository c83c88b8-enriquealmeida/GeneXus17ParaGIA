*> SAVED SUBFILE VIEWS - ONE ROW PER NAMED VIEW OF A DISPLAY FORMAT.
*> SCOPE U IS A USER'S OWN VIEW (OWNER = USER PROFILE), SCOPE G A
*> SHARED VIEW A SUPERVISOR PUBLISHED TO A USER GROUP (OWNER = THE
*> GROUP, MATCHED AGAINST GX-NOTICE-USRGRP).  FILTER HOLDS THE
*> FORMAT'S CONTROL-LINE FILTER VALUES IN SCREEN ORDER, SORT-COL AND
*> SORT-DIR THE GXFSORT COLUMN AND DIRECTION (COLUMN 0 = LOAD ORDER),
*> COLS ONE BYTE PER SUBFILE COLUMN - N HIDES IT, ANYTHING ELSE SHOWS
*> IT.  DEFAULT Y LOADS THE VIEW WHEN THE SCREEN OPENS: THE USER'S
*> OWN DEFAULT FIRST, THE GROUP'S SHARED DEFAULT WHEN THERE IS NONE
01  SUBVIEW-RECORD.
    05 SUBVIEW-KEY.
       10 SUBVIEW-SCOPE            PIC  X(001).
          88 SUBVIEW-USER-VIEW                     VALUE 'U'.
          88 SUBVIEW-SHARED-VIEW                    VALUE 'G'.
       10 SUBVIEW-OWNER            PIC  X(010).
       10 SUBVIEW-FORMAT           PIC  X(010).
       10 SUBVIEW-NAME             PIC  X(010).
    05 SUBVIEW-DEFAULT             PIC  X(001).
       88 SUBVIEW-IS-DEFAULT                       VALUE 'Y'.
    05 SUBVIEW-FILTERS.
       10 SUBVIEW-FILTER OCCURS 5  PIC  X(020).
    05 SUBVIEW-SORT-COL            PIC  9(002).
    05 SUBVIEW-SORT-DIR            PIC  X(001).
    05 SUBVIEW-COLS                PIC  X(020).
    05 SUBVIEW-SAVED-BY            PIC  X(010).
    05 SUBVIEW-SAVED-TS            PIC  X(026).

*> THE GENERATED PROGRAM SETS GX-VIEW-FORMAT TO ITS SUBFILE FORMAT
*> NAME ONCE AT ENTRY.  GX-VIEW-FILTERS AND GX-VIEW-COLS ARE THE
*> EXCHANGE AREA WITH ITS #1 (CAPTURE) AND #2 (APPLY) PARAGRAPHS
01  GX-VIEW-FORMAT                 PIC  X(010).
01  GX-VIEW-FILTERS.
    05 GX-VIEW-FILTER OCCURS 5     PIC  X(020).
01  GX-VIEW-COLS.
    05 GX-VIEW-COL-SHOWN OCCURS 20 PIC  X(001).
       88 GX-VIEW-COL-HIDDEN                       VALUE 'N'.
01  GX-VIEW-CURRENT                PIC  X(010) VALUE SPACES.
01  GX-VIEW-MSG                    PIC  X(060).
01  GX-VIEW-SEEK-SCOPE             PIC  X(001).
01  GX-VIEW-SEEK-OWNER             PIC  X(010).
01  GX-VIEW-SAVE-PGM               PIC  X(010).
01  GX-VIEW-SAVE-KEY               PIC  X(031).
01  GX-VIEW-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-VIEW-EOF                                 VALUE 1.
    88 GX-VIEW-NOT-EOF                              VALUE 0.
01  GX-VIEW-FOUND-SW               PIC S9(001) COMP-3.
    88 GX-VIEW-FOUND                               VALUE 1.
    88 GX-VIEW-NOT-FOUND                            VALUE 0.
01  GX-VIEW-CANCEL-SW              PIC S9(001) COMP-3.
    88 GX-VIEW-CANCELLED                           VALUE 1.
    88 GX-VIEW-NOT-CANCELLED                        VALUE 0.

*> GXVIEWPR PROMPT WINDOW - ACTION S SAVE THE CURRENT VIEW UNDER
*> THE NAME, L LOAD IT, D DELETE IT, F MAKE IT THE DEFAULT, P
*> PUBLISH IT AS A SHARED VIEW TO THE GROUP.  DFT Y ON A SAVE ALSO
*> MAKES THE SAVED VIEW THE DEFAULT
01  GX-VIEW-ACTION                 PIC  X(001).
01  GX-VIEW-NAME                   PIC  X(010).
01  GX-VIEW-DFT                    PIC  X(001).
01  GX-VIEW-GROUP                  PIC  X(010).
