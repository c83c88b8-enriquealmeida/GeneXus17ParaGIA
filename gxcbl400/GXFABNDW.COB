    05 ABENDSIG-JOB                PIC  X(010).
    05 ABENDSIG-PGM                PIC  X(010).
    05 ABENDSIG-MSGID              PIC  X(007).
*> THE /GXDIAG FOLDER GXFDIAG WROTE FOR THIS ABORT
    05 ABENDSIG-BUNDLE             PIC  X(060).
