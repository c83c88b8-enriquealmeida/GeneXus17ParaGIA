000150*                   ENTRY; THE UNEXPLAINED RESIDUE IS       *
000160*                   LISTED PER SERIES.  FROM NUMBERS ARE    *
000170*                   LOGGED TO EVERY NUMBER IS ACCOUNTED FOR *
000172*   2026-10-15  RH  DOCPOST LAYOUT CARRIES THE SETTLEMENT   *
000174*                   FIELDS INBMATCH WORKS FROM (PARTNER,    *
000176*                   AMOUNT, OPEN/SETTLED STATUS)            *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000530        10 DOCPOST-SERIES        PIC  X(010).
000540        10 DOCPOST-NBR           PIC  9(009).
000550     05 DOCPOST-TS               PIC  X(026).
000551*----------------------------------------------------------*
000552* SETTLEMENT VIEW - THE PRINTED DOCUMENT NUMBER, WHO IT IS  *
000553* WITH AND FOR HOW MUCH.  OPEN-ST O = OPEN, S = SETTLED,    *
000554* SPACE = NOT A SETTLEABLE DOCUMENT                         *
000555*----------------------------------------------------------*
000556     05 DOCPOST-DOCNBR           PIC  X(013).
000557     05 DOCPOST-PARTNER          PIC  X(010).
000558     05 DOCPOST-DOC-DATE         PIC  9(008).
000559     05 DOCPOST-AMOUNT           PIC S9(013)V9(002) COMP-3.
000560     05 DOCPOST-CURRENCY         PIC  X(003).
000561     05 DOCPOST-REFERENCE        PIC  X(030).
000562     05 DOCPOST-OPEN-ST          PIC  X(001).
000563        88 DOCPOST-OPEN                          VALUE 'O'.
000564        88 DOCPOST-SETTLED                        VALUE 'S'.
000565     05 DOCPOST-SETTLED-BY       PIC  X(017).
000566     05 DOCPOST-SETTLED-TS       PIC  X(026).
000567 FD  NBRVOID.
000570 01  NBRVOID-RECORD.
000580     05 NBRVOID-KEY.
000590        10 NBRVOID-SERIES        PIC  X(010).
