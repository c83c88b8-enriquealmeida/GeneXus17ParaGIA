*> BUSINESS DATE CONTROL.  ONE ROW PER COMPANY (A BLANK COMPANY IS
*> THE INSTALLATION-WIDE ROW).  ONLY THE BDROLL END-OF-DAY STEP IN
*> THE BATCHDRV STREAM MOVES IT FORWARD; THE MACHINE STAMP OF THE
*> LAST ROLL IS KEPT ON THE ROW FOR THE AUDIT TRAIL
01  BUSDATE-RECORD.
    05 BUSDATE-COMPANY             PIC  X(003).
    05 BUSDATE-CURRENT             PIC  9(008).
    05 BUSDATE-PREVIOUS            PIC  9(008).
*> HOLCAL LOCATION WHOSE HOLIDAYS THE ROLL SKIPS (BLANK TAKES
*> ONLY THE ALL-LOCATION HOLIDAYS)
    05 BUSDATE-LOC                 PIC  X(010).
    05 BUSDATE-ROLLED-BY           PIC  X(010).
    05 BUSDATE-ROLLED-TS           PIC  X(026).

*> RUN REGISTER - EVERY PROGRAM STAMPS THE BUSINESS DATE IT
*> STARTED UNDER NEXT TO ITS MACHINE START STAMP, SO A JOB STILL
*> ACTIVE UNDER YESTERDAY'S DATE AFTER THE ROLL CAN BE SEEN
01  BDRUN-RECORD.
    05 BDRUN-KEY.
       10 BDRUN-JOB                PIC  X(010).
       10 BDRUN-PGM                PIC  X(010).
    05 BDRUN-BUSDATE               PIC  9(008).
    05 BDRUN-USER                  PIC  X(010).
    05 BDRUN-START-TS              PIC  X(026).
*> A = ACTIVE, E = ENDED NORMALLY, X = ENDED THROUGH GX-ABORT
    05 BDRUN-STATUS                PIC  X(001).
       88 BDRUN-ACTIVE                             VALUE 'A'.
       88 BDRUN-ENDED                              VALUE 'E'.
       88 BDRUN-ABORTED                            VALUE 'X'.
    05 BDRUN-END-TS                PIC  X(026).

*> THE GENERATED PROGRAM MAY SET THE COMPANY WHOSE BUSINESS DATE
*> IT WORKS UNDER; LEFT BLANK IT TAKES THE INSTALLATION ROW
01  GX-BDAT-COMPANY                PIC  X(003) VALUE SPACES.
01  GX-BDAT-DATE                   PIC  9(008).
01  GX-BDAT-PREVIOUS               PIC  9(008).
01  GX-BDAT-SW                     PIC S9(001) COMP-3 VALUE 0.
    88 GX-BDAT-FOUND                                   VALUE 1.
    88 GX-BDAT-NOT-FOUND                                VALUE 0.
01  GX-BDAT-REG-SW                 PIC S9(001) COMP-3 VALUE 0.
    88 GX-BDAT-REGISTERED                              VALUE 1.
    88 GX-BDAT-NOT-REGISTERED                           VALUE 0.
01  GX-BDAT-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-BDAT-EOF                                     VALUE 1.
    88 GX-BDAT-NOT-EOF                                  VALUE 0.
01  GX-BDAT-MSG                    PIC  X(040).
*> E = NORMAL END-OF-JOB, X = GX-ABORT
01  GX-BDAT-END-STATUS             PIC  X(001).
77  GX-BDAT-STALE                  PIC S9(005) COMP-3.

01  GXBDATCR-O.
    05 BDCOM                       PIC  X(003).
    05 BDCUR                       PIC  9(008).
    05 BDPRV                       PIC  9(008).
    05 BDMCH                       PIC  9(008).
    05 BDROL                       PIC  X(026).
    05 BDSTL                       PIC ZZ,ZZ9.
    05 BDMSG                       PIC  X(040).
01  GXBDATCR-I.
    05 BDCOM                       PIC  X(003).

01  GXBDATSR-O.
    05 BDJOB                       PIC  X(010).
    05 BDPGM                       PIC  X(010).
    05 BDUSR                       PIC  X(010).
    05 BDBUS                       PIC  9(008).
    05 BDSTS                       PIC  X(026).
