01  GX-SPLARC-GENTAG               PIC  X(014).
01  GX-PRPDF-LASTPATH              PIC  X(256).
01  GX-SPLIDX-PATH                 PIC  X(128).
*> WHO THE ARCHIVED COPY BELONGS TO - SPLINDEX RECORDS ITS PAGE
*> COUNT AGAINST THESE FOR THE CHARGEBACK
01  GX-SPLIDX-OWNER.
    05 GX-SPLIDX-PGM               PIC  X(010).
    05 GX-SPLIDX-JOB               PIC  X(010).
    05 GX-SPLIDX-USER              PIC  X(010).
    05 GX-SPLIDX-REPORT            PIC  X(010).

*> SHARED COMMAND-EXECUTION INTERFACE (GXCMDX)
01  CX-CTL.
    05 CX-CMD                      PIC  X(512).
    05 CX-CMDLEN                   PIC S9(010)V9(005) COMP-3.
    05 CX-RESULT                   PIC  X(002).

*> SHARED REPORT-USAGE RECORDER (GXRUSE)
01  RU-CTL.
    05 RU-REPORT                   PIC  X(010).
    05 RU-EVENT                    PIC  X(001).
    05 RU-USER                     PIC  X(010).
    05 RU-PGM                      PIC  X(010).
    05 RU-REF                      PIC  X(128).

*> SHARED LEGAL-HOLD CHECK INTERFACE (GXLHOLD)
01  LH-CTL.
    05 LH-FUNC                     PIC  X(001).
    05 LH-FILE                     PIC  X(010).
    05 LH-STEP-FILE                PIC  X(010).
    05 LH-KEY                      PIC  X(030).
    05 LH-PGM                      PIC  X(010).
    05 LH-REPORT                   PIC  X(010).
    05 LH-DATE                     PIC  9(008).
    05 LH-IX                       PIC  9(003).
    05 LH-HELD                     PIC  X(001).
       88 LH-IS-HELD                               VALUE 'Y'.
       88 LH-NOT-HELD                              VALUE 'N'.
    05 LH-MATTER                   PIC  X(010).
    05 LH-HOLD-FROM                PIC  9(008).
    05 LH-HOLD-TO                  PIC  9(008).
    05 LH-HOLD-FILE                PIC  X(010).
    05 LH-HOLD-KEY                 PIC  X(030).
    05 LH-HOLD-PGM                 PIC  X(010).
    05 LH-HOLD-REPORT              PIC  X(010).
01  GX-SPLARC-SAVE-XFI             PIC  X(010).
01  GX-SPLARC-SAVE-OP              PIC  X(006).
01  GX-SPLARC-SAVE-FS              PIC  X(002).
