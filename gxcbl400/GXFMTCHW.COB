*> INBOUND MATCH REGISTER - ONE ROW PER PARTNER ITEM, KEYED BY THE
*> PARTNER FILE AND THE ITEM'S PLACE IN IT.  U = UNMATCHED (INBMATCH
*> TRIES IT AGAIN EVERY RUN), P = PROPOSED - AWAITING REVIEW, S =
*> SETTLED BY INBMATCH, C = CONFIRMED ON REVIEW.  A REJECTED PROPOSAL
*> GOES BACK TO U WITH ITS DOCUMENT KEPT IN REJ SO IT IS NOT PROPOSED
*> AGAIN
01  MATCHITM-RECORD.
    05 MATCHITM-KEY.
       10 MATCHITM-FILE            PIC  X(010).
       10 MATCHITM-SEQ             PIC  9(007).
    05 MATCHITM-PARTNER            PIC  X(010).
    05 MATCHITM-ITEM-ID            PIC  X(020).
    05 MATCHITM-OUR-REF            PIC  X(030).
    05 MATCHITM-PARTNER-REF        PIC  X(030).
    05 MATCHITM-ITEM-DATE          PIC  9(008).
    05 MATCHITM-AMOUNT             PIC S9(013)V9(002) COMP-3.
    05 MATCHITM-CURRENCY           PIC  X(003).
    05 MATCHITM-STATUS             PIC  X(001).
       88 MATCHITM-UNMATCHED                       VALUE 'U'.
       88 MATCHITM-PROPOSED                        VALUE 'P'.
       88 MATCHITM-AUTO-SETTLED                    VALUE 'S'.
       88 MATCHITM-CONFIRMED                       VALUE 'C'.
    05 MATCHITM-METHOD             PIC  X(008).
    05 MATCHITM-CAND-SERIES        PIC  X(010).
    05 MATCHITM-CAND-NBR           PIC  9(009).
    05 MATCHITM-CAND-DOCNBR        PIC  X(013).
    05 MATCHITM-CAND-AMOUNT        PIC S9(013)V9(002) COMP-3.
    05 MATCHITM-REJ-SERIES         PIC  X(010).
    05 MATCHITM-REJ-NBR            PIC  9(009).
    05 MATCHITM-LOADED             PIC  9(008).
    05 MATCHITM-RUNS               PIC  9(003).
    05 MATCHITM-DECIDED-BY         PIC  X(010).
    05 MATCHITM-DECIDED-TS         PIC  X(026).

*> POSTED DOCUMENTS, ONE ROW PER POSTED NUMBER, WITH THE SETTLEMENT
*> VIEW: OPEN-ST O = OPEN, S = SETTLED, SPACE = NOT SETTLEABLE.
*> SETTLED-BY IS THE MATCHITM KEY OF THE ITEM THAT SETTLED IT
01  DOCPOST-RECORD.
    05 DOCPOST-KEY.
       10 DOCPOST-SERIES           PIC  X(010).
       10 DOCPOST-NBR              PIC  9(009).
    05 DOCPOST-TS                  PIC  X(026).
    05 DOCPOST-DOCNBR              PIC  X(013).
    05 DOCPOST-PARTNER             PIC  X(010).
    05 DOCPOST-DOC-DATE            PIC  9(008).
    05 DOCPOST-AMOUNT              PIC S9(013)V9(002) COMP-3.
    05 DOCPOST-CURRENCY            PIC  X(003).
    05 DOCPOST-REFERENCE           PIC  X(030).
    05 DOCPOST-OPEN-ST             PIC  X(001).
       88 DOCPOST-OPEN                             VALUE 'O'.
       88 DOCPOST-SETTLED                          VALUE 'S'.
    05 DOCPOST-SETTLED-BY          PIC  X(017).
    05 DOCPOST-SETTLED-TS          PIC  X(026).

*> THE GENERATED PROGRAM TURNS GX-DOCP-ACTIVE ON FOR A RECORD TYPE
*> THAT CAN BE SETTLED (AN INVOICE, A PAYMENT REQUEST); AFTER THE
*> WRITE, GX400-57'S #8 MOVES THE POSTED DOCUMENT'S SERIES, NUMBER,
*> PARTNER, DATE, AMOUNT, CURRENCY AND REFERENCE HERE
01  GX-DOCP-ACTIVE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-DOCP-ACTIVE                              VALUE 1.
    88 GX-DOCP-INACTIVE                             VALUE 0.
01  GX-DOCP-SERIES                 PIC  X(010).
01  GX-DOCP-NBR                    PIC  9(009).
01  GX-DOCP-DOCNBR                 PIC  X(013).
01  GX-DOCP-PARTNER                PIC  X(010).
01  GX-DOCP-DOC-DATE               PIC  9(008).
01  GX-DOCP-AMOUNT                 PIC S9(013)V9(002) COMP-3.
01  GX-DOCP-CURRENCY               PIC  X(003).
01  GX-DOCP-REFERENCE              PIC  X(030).

01  GX-MTCH-MSG                    PIC  X(060).
01  GX-MTCH-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-MTCH-EOF                                 VALUE 1.
    88 GX-MTCH-NOT-EOF                              VALUE 0.
01  GX-MTCH-SETTLED-BY.
    05 GX-MTCH-SB-FILE             PIC  X(010).
    05 GX-MTCH-SB-SEQ              PIC  9(007).
01  GX-MTCH-OP                     PIC  X(006).
01  GX-MTCH-SAVE-XFI               PIC  X(010).
01  GX-MTCH-SAVE-OP                PIC  X(006).
01  GX-MTCH-SAVE-FS                PIC  X(002).

01  GXMTCHSR-O.
    05 MTOPT                       PIC  X(001).
    05 MTFIL                       PIC  X(010).
    05 MTSEQ                       PIC  9(007).
    05 MTPTN                       PIC  X(010).
    05 MTREF                       PIC  X(030).
    05 MTDTE                       PIC  9(008).
    05 MTAMT                       PIC  Z(012)9.99-.
    05 MTMTH                       PIC  X(008).
    05 MTDOC                       PIC  X(013).
    05 MTDAM                       PIC  Z(012)9.99-.
01  GXMTCHSR-I.
    05 MTOPT                       PIC  X(001).
    05 MTFIL                       PIC  X(010).
    05 MTSEQ                       PIC  9(007).
