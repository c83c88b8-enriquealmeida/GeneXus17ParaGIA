*> OPERATOR RUN CHECKLIST - THE MANUAL STEPS OF THE NIGHTLY RUN
*> (BANK FILE SENT, BACKUP TAPE LABEL, CHEQUE COUNT).  CHKDEF HOLDS
*> THE RULES, EACH TIED TO A BATCHDRV STEP AND CARRYING THE SAME
*> CALENDAR VOCABULARY AS JOBDEP, PLUS FIRST-WORKDAY-ONLY.  BATCHDRV
*> GENERATES THE NIGHT'S ITEMS INTO CHKLIST, ONE ROW PER BUSINESS
*> DATE AND ITEM.  STATUS O = OPEN, S = SIGNED OFF
01  CHKLIST-RECORD.
    05 CHKLIST-KEY.
       10 CHKLIST-BUSDATE          PIC  9(008).
       10 CHKLIST-ITEM             PIC  X(010).
    05 CHKLIST-JOB                 PIC  X(010).
    05 CHKLIST-DESC                PIC  X(050).
    05 CHKLIST-STATUS              PIC  X(001).
       88 CHKLIST-OPEN                             VALUE 'O'.
       88 CHKLIST-SIGNED                           VALUE 'S'.
    05 CHKLIST-CREATED-TS          PIC  X(026).
    05 CHKLIST-SIGNED-BY           PIC  X(010).
    05 CHKLIST-SIGNED-TS           PIC  X(026).
    05 CHKLIST-COMMENT             PIC  X(060).

01  GX-RCKL-MSG                    PIC  X(060).
*> BUSINESS DATE SHOWN - THE INSTALLATION BUSINESS DATE UNLESS
*> ANOTHER IS KEYED.  Y IN THE SIGNED FLAG LISTS SIGNED ITEMS TOO
01  GX-RCKL-DATE                   PIC  9(008).
01  GX-RCKL-SIGNED                 PIC  X(001).
01  GX-RCKL-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-RCKL-EOF                                 VALUE 1.
    88 GX-RCKL-NOT-EOF                              VALUE 0.
01  GX-RCKL-HKEY.
    05 GX-RCKL-HK-DATE             PIC  9(008).
    05 FILLER                      PIC  X(001) VALUE SPACE.
    05 GX-RCKL-HK-ITEM             PIC  X(010).
    05 FILLER                      PIC  X(011) VALUE SPACES.

01  GXRCKLCR-O.
    05 QCDATE                      PIC  9(008).
    05 QCSGN                       PIC  X(001).
    05 QCMSG                       PIC  X(060).
01  GXRCKLCR-I.
    05 QCDATE                      PIC  9(008).
    05 QCSGN                       PIC  X(001).

01  GXRCKLSR-O.
    05 QSOPT                       PIC  X(001).
    05 QSDATE                      PIC  9(008).
    05 QSITEM                      PIC  X(010).
    05 QSJOB                       PIC  X(010).
    05 QSDESC                      PIC  X(050).
    05 QSST                        PIC  X(001).
    05 QSBY                        PIC  X(010).
    05 QSTS                        PIC  X(026).
    05 QSCMT                       PIC  X(060).
01  GXRCKLSR-I.
    05 QSOPT                       PIC  X(001).
    05 QSDATE                      PIC  9(008).
    05 QSITEM                      PIC  X(010).
    05 QSCMT                       PIC  X(060).
