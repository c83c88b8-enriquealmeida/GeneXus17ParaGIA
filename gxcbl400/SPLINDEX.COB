000150*                   MORE CHARACTERS IS INDEXED ONCE PER     *
000160*                   DOCUMENT WITH THE LINE IT FIRST         *
000170*                   APPEARED ON AND A PREVIEW OF THAT LINE  *
000172*   2026-10-15  RH  THE ARCHIVER ALSO PASSES THE OWNING     *
000174*                   PROGRAM, JOB, USER AND REPORT; ONE      *
000176*                   SPLPAGES ROW PER ARCHIVED COPY CARRIES  *
000178*                   ITS LINE AND PAGE COUNT FOR CHGBACK     *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000290         ORGANIZATION IS SEQUENTIAL
000300         ACCESS MODE  IS SEQUENTIAL
000310         FILE STATUS  IS SX-FS-SPLKWIDX.
000312     SELECT SPLPAGES   ASSIGN TO DATABASE-SPLPAGES
000314         ORGANIZATION IS SEQUENTIAL
000316         FILE STATUS  IS SX-FS-SPLPAGES.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  SPLTEXT.
000400     05 SPLKWIDX-PATH            PIC  X(128).
000410     05 SPLKWIDX-LINENBR         PIC  9(005).
000420     05 SPLKWIDX-PREVIEW         PIC  X(060).
000421 FD  SPLPAGES.
000422 01  SPLPAGES-RECORD.
000423     05 SPLPAGES-DATE            PIC  9(008).
000424     05 SPLPAGES-REPORT          PIC  X(010).
000425     05 SPLPAGES-PGM             PIC  X(010).
000426     05 SPLPAGES-JOB             PIC  X(010).
000427     05 SPLPAGES-USER            PIC  X(010).
000428     05 SPLPAGES-LINES           PIC S9(007) COMP-3.
000429     05 SPLPAGES-PAGES           PIC S9(005) COMP-3.
000430     05 SPLPAGES-PATH            PIC  X(128).
000431 WORKING-STORAGE SECTION.
000440 77  SX-FS-SPLTEXT               PIC  X(002).
000450 77  SX-FS-SPLKWIDX              PIC  X(002).
000455 77  SX-FS-SPLPAGES              PIC  X(002).
000460 77  SX-EOF-SW                   PIC  X(001)     VALUE 'N'.
000470     88 SX-AT-EOF                                VALUE 'Y'.
000480 77  SX-I                        PIC S9(005) COMP-3.
000510 77  SX-KW-COUNT                 PIC S9(005) COMP-3 VALUE 0.
000520 77  SX-MAX-KW                   PIC S9(005) COMP-3 VALUE 500.
000530 77  SX-TOK-LEN                  PIC S9(003) COMP-3.
000531*----------------------------------------------------------*
000532* THE COPY CARRIES NO FORM FEEDS - PAGES ARE COUNTED AT THE *
000533* STANDARD PRINTER-FILE PAGE LENGTH                         *
000534*----------------------------------------------------------*
000535 77  SX-PAGE-LINES               PIC S9(003) COMP-3 VALUE 66.
000540 77  SX-FOUND-SW                 PIC  X(001).
000550     88 SX-FOUND                                 VALUE 'Y'.
000560     88 SX-NOT-FOUND                              VALUE 'N'.
000670        10 SX-KW-WORD            PIC  X(020).
000680 LINKAGE SECTION.
000690 01  SX-ARCHIVE-PATH             PIC  X(128).
000692 01  SX-ARCHIVE-OWNER.
000694     05 SX-OWNER-PGM             PIC  X(010).
000696     05 SX-OWNER-JOB             PIC  X(010).
000698     05 SX-OWNER-USER            PIC  X(010).
000700     05 SX-OWNER-REPORT          PIC  X(010).
000702 PROCEDURE DIVISION USING SX-ARCHIVE-PATH
000704                          SX-ARCHIVE-OWNER.
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE
000730         THRU 1000-INITIALIZE-EXIT
000740     PERFORM 2000-INDEX-DOCUMENT
000750         THRU 2000-INDEX-DOCUMENT-EXIT
000752     PERFORM 3000-WRITE-PAGES
000754         THRU 3000-WRITE-PAGES-EXIT
000760     PERFORM 9000-TERMINATE
000770         THRU 9000-TERMINATE-EXIT
000780     GOBACK.
000790 1000-INITIALIZE.
000800     OPEN INPUT  SPLTEXT
000810     OPEN EXTEND SPLKWIDX
000815     OPEN EXTEND SPLPAGES
000820     ACCEPT SX-TODAY-DATE FROM DATE YYYYMMDD.
000830 1000-INITIALIZE-EXIT.
000840     EXIT.
001560     MOVE 0      TO SX-TOK-LEN.
001570 2300-END-TOKEN-EXIT.
001580     EXIT.
001581*----------------------------------------------------------*
001582* 3000-WRITE-PAGES - ONE USAGE ROW PER ARCHIVED COPY SO THE *
001583*                    CHARGEBACK CAN PRICE SPOOL PAGES       *
001584*----------------------------------------------------------*
001585 3000-WRITE-PAGES.
001586     MOVE SX-TODAY-DATE    TO SPLPAGES-DATE
001587     MOVE SX-OWNER-REPORT  TO SPLPAGES-REPORT
001588     MOVE SX-OWNER-PGM     TO SPLPAGES-PGM
001589     MOVE SX-OWNER-JOB     TO SPLPAGES-JOB
001590     MOVE SX-OWNER-USER    TO SPLPAGES-USER
001591     MOVE SX-LINE-NBR      TO SPLPAGES-LINES
001592     COMPUTE SPLPAGES-PAGES =
001593             (SX-LINE-NBR + SX-PAGE-LINES - 1) / SX-PAGE-LINES
001594     MOVE SX-ARCHIVE-PATH  TO SPLPAGES-PATH
001595     WRITE SPLPAGES-RECORD.
001596 3000-WRITE-PAGES-EXIT.
001597     EXIT.
001598 9000-TERMINATE.
001600     CLOSE SPLTEXT
001605     CLOSE SPLKWIDX
001610     CLOSE SPLPAGES.
001620 9000-TERMINATE-EXIT.
001630     EXIT.
001640 9999-EXIT.
