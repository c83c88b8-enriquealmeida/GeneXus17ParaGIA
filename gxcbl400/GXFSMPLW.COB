*> AUDIT SAMPLE - THE ROWS AUDSAMP DRAWS FROM A CLOSED PERIOD'S
*> POSTSTG LINES, KEYED ON COMPANY, PERIOD AND SEQUENCE.  SEQUENCE
*> ZERO IS THE HEADER (SEED, PARAMETERS, POPULATION, STATE O = OPEN
*> FOR REVIEW, C = RESULTS CLOSED BY AUDSRES).  REASON K = AT OR OVER
*> THE THRESHOLD, M = MONETARY UNIT, R = RANDOM WITHIN STRATUM.
*> RESULT BLANK = NOT YET REVIEWED, P = PASS, E = EXCEPTION
01  AUDSMPL-RECORD.
    05 AUDSMPL-KEY.
       10 AUDSMPL-COMPANY          PIC  X(003).
       10 AUDSMPL-PERIOD           PIC  9(006).
       10 AUDSMPL-SEQ              PIC  9(005).
    05 AUDSMPL-ITEM.
       10 AUDSMPL-DOCNBR           PIC  X(013).
       10 AUDSMPL-LINE             PIC  9(003).
       10 AUDSMPL-DATE             PIC  9(008).
       10 AUDSMPL-ACCOUNT          PIC  X(010).
       10 AUDSMPL-DC               PIC  X(001).
       10 AUDSMPL-AMOUNT           PIC S9(013)V9(002) COMP-3.
       10 AUDSMPL-USER             PIC  X(010).
       10 AUDSMPL-SOURCE           PIC  X(010).
       10 AUDSMPL-BAND             PIC  9(001).
       10 AUDSMPL-REASON           PIC  X(001).
       10 AUDSMPL-RESULT           PIC  X(001).
          88 AUDSMPL-PENDING                       VALUE ' '.
          88 AUDSMPL-PASSED                        VALUE 'P'.
          88 AUDSMPL-EXCEPTION                     VALUE 'E'.
       10 AUDSMPL-COMMENT          PIC  X(060).
       10 AUDSMPL-REVIEW-BY        PIC  X(010).
       10 AUDSMPL-REVIEW-TS        PIC  X(026).
    05 AUDSMPL-HEADER REDEFINES AUDSMPL-ITEM.
       10 AUDSMPL-METHOD           PIC  X(001).
       10 AUDSMPL-SEED             PIC  9(010).
       10 AUDSMPL-PER-STRATUM      PIC  9(003).
       10 AUDSMPL-THRESHOLD        PIC S9(013)V9(002) COMP-3.
       10 AUDSMPL-BAND-LIMIT       PIC S9(013)V9(002) COMP-3
                                   OCCURS 3.
       10 AUDSMPL-POP-COUNT        PIC  9(007).
       10 AUDSMPL-POP-AMOUNT       PIC S9(015)V9(002) COMP-3.
       10 AUDSMPL-ITEMS            PIC  9(005).
       10 AUDSMPL-RUN-BY           PIC  X(010).
       10 AUDSMPL-RUN-TS           PIC  X(026).
       10 AUDSMPL-STATE            PIC  X(001).
          88 AUDSMPL-OPEN                          VALUE 'O'.
          88 AUDSMPL-CLOSED                        VALUE 'C'.
       10 AUDSMPL-CLOSED-TS        PIC  X(026).
       10 FILLER                   PIC  X(032).

01  GX-SMPL-MSG                    PIC  X(060).
01  GX-SMPL-COMPANY                PIC  X(003).
01  GX-SMPL-PERIOD                 PIC  9(006).
01  GX-SMPL-STATE                  PIC  X(001).
    88 GX-SMPL-READ-ONLY                           VALUE 'C' ' '.
01  GX-SMPL-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-SMPL-EOF                                 VALUE 1.
    88 GX-SMPL-NOT-EOF                              VALUE 0.
*> A TRAIL OR ATTACHMENT WINDOW ASKED FOR ON A ROW IS OPENED ONCE
*> THE SELECTIONS ARE DONE, NOT IN THE MIDDLE OF READING THEM
01  GX-SMPL-SHOW                   PIC  X(001).
    88 GX-SMPL-SHOW-TRAIL                          VALUE '5'.
    88 GX-SMPL-SHOW-ATTACH                         VALUE '8'.
    88 GX-SMPL-SHOW-NONE                           VALUE ' '.
01  GX-SMPL-NEW-RESULT             PIC  X(001).
*> CHGHIST KEY OF A SAMPLE ROW, AND THE POSTSTG KEY (DOCUMENT AND
*> LINE) THE POSTING'S OWN TRAIL AND ATTACHMENTS ARE FILED UNDER
01  GX-SMPL-HKEY.
    05 GX-SMPL-HK-COMPANY          PIC  X(003).
    05 GX-SMPL-HK-PERIOD           PIC  9(006).
    05 GX-SMPL-HK-SEQ              PIC  9(005).
    05 FILLER                      PIC  X(016) VALUE SPACES.
01  GX-SMPL-PKEY.
    05 GX-SMPL-PK-DOCNBR           PIC  X(013).
    05 GX-SMPL-PK-LINE             PIC  9(003).
    05 FILLER                      PIC  X(014) VALUE SPACES.

01  GXSMPLCR-O.
    05 SCCO                        PIC  X(003).
    05 SCPER                       PIC  9(006).
    05 SCMTH                       PIC  X(001).
    05 SCSEED                      PIC  9(010).
    05 SCPOP                       PIC  ZZZ,ZZ9.
    05 SCITM                       PIC  ZZ,ZZ9.
    05 SCST                        PIC  X(001).
    05 SCMSG                       PIC  X(060).
01  GXSMPLCR-I.
    05 SCCO                        PIC  X(003).
    05 SCPER                       PIC  9(006).

01  GXSMPLSR-O.
    05 SSOPT                       PIC  X(001).
    05 SSSEQ                       PIC  9(005).
    05 SSDOC                       PIC  X(013).
    05 SSLIN                       PIC  9(003).
    05 SSDAT                       PIC  9(008).
    05 SSACC                       PIC  X(010).
    05 SSDC                        PIC  X(001).
    05 SSAMT                       PIC  ZZ,ZZZ,ZZZ,ZZ9.99-.
    05 SSUSR                       PIC  X(010).
    05 SSSRC                       PIC  X(010).
    05 SSRSN                       PIC  X(001).
    05 SSRES                       PIC  X(001).
    05 SSBY                        PIC  X(010).
    05 SSCMT                       PIC  X(060).
01  GXSMPLSR-I.
    05 SSOPT                       PIC  X(001).
    05 SSSEQ                       PIC  9(005).
    05 SSCMT                       PIC  X(060).
