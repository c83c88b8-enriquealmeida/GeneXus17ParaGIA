*> POSTING LIMITS.  ONE ROW PER USER (KIND U), USER GROUP (KIND G,
*> MATCHED AGAINST GX-NOTICE-USRGRP) OR EVERYONE (KIND *, BLANK
*> ID), FOR ONE PROGRAM AND ONE CURRENCY - A BLANK PROGRAM OR
*> CURRENCY COVERS THEM ALL.  ZERO IN A LIMIT MEANS NO LIMIT.
*> COUNT AND TOTAL ARE PER BUSINESS DAY, SINGLE IS ONE POSTING
01  POSTLIM-RECORD.
    05 POSTLIM-KEY.
       10 POSTLIM-KIND             PIC  X(001).
          88 POSTLIM-USER                          VALUE 'U'.
          88 POSTLIM-GROUP                          VALUE 'G'.
          88 POSTLIM-EVERYONE                       VALUE '*'.
       10 POSTLIM-ID               PIC  X(010).
       10 POSTLIM-PGM              PIC  X(010).
       10 POSTLIM-CUR              PIC  X(003).
    05 POSTLIM-MAX-COUNT           PIC S9(007) COMP-3.
    05 POSTLIM-MAX-TOTAL           PIC S9(013)V9(002) COMP-3.
    05 POSTLIM-MAX-SINGLE          PIC S9(013)V9(002) COMP-3.

*> WHAT A USER HAS POSTED ON A BUSINESS DAY UNDER ONE LIMIT - THE
*> PROGRAM AND CURRENCY ARE THOSE OF THE LIMIT ROW THAT APPLIED,
*> SO A ROW FOR ANY PROGRAM ADDS UP EVERY PROGRAM.  HITS COUNTS
*> THE POSTINGS THAT WENT TO THE FOUR-EYES QUEUE
01  POSTUSE-RECORD.
    05 POSTUSE-KEY.
       10 POSTUSE-DATE             PIC  9(008).
       10 POSTUSE-USER             PIC  X(010).
       10 POSTUSE-PGM              PIC  X(010).
       10 POSTUSE-CUR              PIC  X(003).
    05 POSTUSE-COUNT               PIC S9(007) COMP-3.
    05 POSTUSE-TOTAL               PIC S9(015)V9(002) COMP-3.
    05 POSTUSE-HITS                PIC S9(005) COMP-3.
    05 POSTUSE-LAST-TS             PIC  X(026).

*> THE GENERATED PROGRAM TURNS GX-PLIM-ACTIVE ON THE WAY IT DOES
*> GX-FEYE-ACTIVE AND, BEFORE THE CHAIN, MOVES THE POSTING'S
*> AMOUNT AND CURRENCY, THE AMOUNT BEFORE THE CHANGE (ZERO ON AN
*> ADD) AND THE BUSINESS KEY IT LOADS INTO GX-CHGH-KEY
01  GX-PLIM-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-PLIM-ACTIVE                              VALUE 1.
    88 GX-PLIM-INACTIVE                             VALUE 0.
01  GX-PLIM-AMOUNT                 PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-PRIOR                  PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-CUR                    PIC  X(003).
01  GX-PLIM-KEY                    PIC  X(030).
01  GX-PLIM-RESULT-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-PLIM-CLEAR                               VALUE 0.
    88 GX-PLIM-HELD                                 VALUE 1.
    88 GX-PLIM-RELEASED                             VALUE 2.
01  GX-PLIM-FOUND-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-PLIM-FOUND                               VALUE 1.
    88 GX-PLIM-NOT-FOUND                            VALUE 0.
01  GX-PLIM-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-PLIM-EOF                                 VALUE 1.
    88 GX-PLIM-NOT-EOF                              VALUE 0.
01  GX-PLIM-SEEK-KIND              PIC  X(001).
01  GX-PLIM-SEEK-ID                PIC  X(010).
01  GX-PLIM-USE-PGM                PIC  X(010).
01  GX-PLIM-USE-CUR                PIC  X(003).
01  GX-PLIM-MAX-COUNT              PIC S9(007) COMP-3.
01  GX-PLIM-MAX-TOTAL              PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-MAX-SINGLE             PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-SINGLE                 PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-INCREASE               PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-WAS                    PIC S9(013)V9(002) COMP-3.
01  GX-PLIM-DAY-COUNT              PIC S9(007) COMP-3.
01  GX-PLIM-DAY-TOTAL              PIC S9(015)V9(002) COMP-3.
01  GX-PLIM-BREACH                 PIC  X(006).
01  GX-PLIM-NBR                    PIC  9(007).
01  GX-PLIM-APPR-USER              PIC  X(010).
01  GX-PLIM-SAVE-JOB               PIC  X(010).
01  GX-PLIM-MSG                    PIC  X(040).
