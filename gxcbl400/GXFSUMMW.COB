*> PRE-AGGREGATED SUMMARY.  ONE ROW PER DETAIL FILE AND
*> CONTROL BREAK - COMPANY, PERIOD AND CONTROL-BREAK LINE, THE
*> SAME BREAK THE CC400-04/05 ACCUMULATIONS ROLL UP TO - HOLDING
*> THE AMOUNT AND ROW COUNT A HEAVY INQUIRY WOULD OTHERWISE TOTAL
*> FROM THE DETAIL.  SUMBUILD REBUILDS A FILE'S ROWS OVERNIGHT AND
*> THE INSERT/UPDATE CHAIN KEEPS THEM CURRENT THROUGH THE DAY
01  SUMMARY-RECORD.
    05 SUMMARY-KEY.
       10 SUMMARY-FILE             PIC  X(010).
       10 SUMMARY-COMPANY          PIC  X(003).
       10 SUMMARY-PERIOD           PIC  9(006).
       10 SUMMARY-LINE             PIC  X(010).
    05 SUMMARY-AMOUNT              PIC S9(013)V9(002) COMP-3.
    05 SUMMARY-COUNT               PIC S9(009) COMP-3.
*> WHEN THE NIGHTLY REBUILD LAST SET THE ROW, AND HOW MANY DETAIL
*> CHANGES THE DAY HAS APPLIED TO IT SINCE
    05 SUMMARY-BUILT-TS            PIC  X(026).
    05 SUMMARY-DAY-CHANGES         PIC S9(007) COMP-3.
    05 SUMMARY-CHANGED-TS          PIC  X(026).

*> THE REBUILD LEAVES ONE MARKER ROW PER FILE (BLANK COMPANY, ZERO
*> PERIOD, LINE *BUILT).  WITHOUT IT THE FILE HAS NEVER BEEN BUILT
*> AND NOTHING HERE MAY BE TRUSTED OR MAINTAINED
01  GX-SUMM-BUILT-LINE             PIC  X(010) VALUE '*BUILT'.

01  GX-SUMM-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-SUMM-ACTIVE                              VALUE 1.
    88 GX-SUMM-INACTIVE                             VALUE 0.
01  GX-SUMM-FILE                   PIC  X(010).

*> BEFORE AND AFTER IMAGES OF THE CHANGED DETAIL ROW'S BREAK AND
*> AMOUNT - THE GENERATED PROGRAM FILLS THE OLD SIDE WHEN IT READS
*> THE ROW FOR CHANGE OR DELETE AND THE NEW SIDE FROM THE SCREEN
01  GX-SUMM-OLD.
    05 GX-SUMM-OLD-COMPANY         PIC  X(003).
    05 GX-SUMM-OLD-PERIOD          PIC  9(006).
    05 GX-SUMM-OLD-LINE            PIC  X(010).
    05 GX-SUMM-OLD-AMOUNT          PIC S9(013)V9(002).
01  GX-SUMM-NEW.
    05 GX-SUMM-NEW-COMPANY         PIC  X(003).
    05 GX-SUMM-NEW-PERIOD          PIC  9(006).
    05 GX-SUMM-NEW-LINE            PIC  X(010).
    05 GX-SUMM-NEW-AMOUNT          PIC S9(013)V9(002).

*> ONE POSTING TO ONE SUMMARY ROW
01  GX-SUMM-POST-COMPANY           PIC  X(003).
01  GX-SUMM-POST-PERIOD            PIC  9(006).
01  GX-SUMM-POST-LINE              PIC  X(010).
01  GX-SUMM-POST-AMOUNT            PIC S9(013)V9(002).
01  GX-SUMM-POST-COUNT             PIC S9(001).

*> THE INQUIRY SIDE - THE BREAK ASKED FOR AND WHAT THE SUMMARY
*> ANSWERS
01  GX-SUMM-INQ-COMPANY            PIC  X(003).
01  GX-SUMM-INQ-PERIOD             PIC  9(006).
01  GX-SUMM-INQ-LINE               PIC  X(010).
01  GX-SUMM-TOTAL                  PIC S9(013)V9(002).
01  GX-SUMM-ROWS                   PIC S9(009).
01  GX-SUMM-FOUND-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-SUMM-FOUND                               VALUE 1.
    88 GX-SUMM-NOT-FOUND                            VALUE 0.
01  GX-SUMM-BUILT-SW               PIC S9(001) COMP-3 VALUE 0.
    88 GX-SUMM-BUILT                               VALUE 1.
    88 GX-SUMM-NOT-BUILT                            VALUE 0.
01  GX-SUMM-SAVE-FS                PIC  X(002).
