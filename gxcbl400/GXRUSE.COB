000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GXRUSE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*   2026-10-15  RH  INITIAL VERSION - REPORT USAGE         *
000100*                   RECORDER. EVERY PLACE A REPORT IS      *
000110*                   LOOKED AT CALLS HERE WITH THE REPORT,  *
000120*                   THE EVENT AND THE USER: S ARCHIVE      *
000130*                   SEARCH HIT (GXFSRCH), R REPRINT        *
000140*                   (SPLREPRT), F PDF PRINT AND V DSPSPLF  *
000150*                   VIEW (GXFSPLA AND THE GX400-15 PRINT   *
000160*                   PATH), D DISTRIBUTION DELIVERY         *
000170*                   (RPTDIST).  ONE RPTUSE ROW PER EVENT;  *
000180*                   RPTUSAGE JOINS THEM TO THE SPLPAGES    *
000190*                   PRODUCTION ROWS EACH QUARTER.  A       *
000200*                   CALLER THAT ONLY KNOWS THE ARCHIVE     *
000210*                   PATH LEAVES THE REPORT BLANK AND IT IS *
000220*                   TAKEN FROM THE /GXSPOOL FOLDER NAME.   *
000230*                   A REGISTER THAT CANNOT BE OPENED NEVER *
000240*                   STOPS THE READER                       *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-ISERIES.
000290 OBJECT-COMPUTER.   IBM-ISERIES.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RPTUSE     ASSIGN TO DATABASE-RPTUSE
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS  IS RU-FS-RPTUSE.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RPTUSE.
000380 01  RPTUSE-RECORD.
000390     05 RPTUSE-DATE              PIC  9(008).
000400     05 RPTUSE-TIME              PIC  9(006).
000410     05 RPTUSE-REPORT            PIC  X(010).
000420     05 RPTUSE-EVENT             PIC  X(001).
000430        88 RPTUSE-SEARCH                         VALUE 'S'.
000440        88 RPTUSE-REPRINT                        VALUE 'R'.
000450        88 RPTUSE-PDF                            VALUE 'F'.
000460        88 RPTUSE-DELIVERY                       VALUE 'D'.
000470        88 RPTUSE-VIEW                           VALUE 'V'.
000480     05 RPTUSE-USER              PIC  X(010).
000490     05 RPTUSE-PGM               PIC  X(010).
000500     05 RPTUSE-REF               PIC  X(064).
000510 WORKING-STORAGE SECTION.
000520 77  RU-FS-RPTUSE                PIC  X(002).
000530 01  RU-TODAY-DATE               PIC  9(008).
000540 01  RU-NOW-TIME.
000550     05 RU-NOW-HHMMSS            PIC  9(006).
000560     05 RU-NOW-HS                PIC  9(002).
000570 01  RU-SEG-ROOT                 PIC  X(010).
000580 01  RU-SEG-TOP                  PIC  X(010).
000590 01  RU-SEG-REPORT               PIC  X(010).
000600 LINKAGE SECTION.
000610*----------------------------------------------------------*
000620* RU-CTL - THE REPORT (BLANK TAKES IT FROM THE PATH), THE  *
000630* EVENT, WHO, FROM WHICH PROGRAM, AND THE ARCHIVE PATH OR  *
000640* RECIPIENT THE EVENT CONCERNS                             *
000650*----------------------------------------------------------*
000660 01  RU-CTL.
000670     05 RU-REPORT                PIC  X(010).
000680     05 RU-EVENT                 PIC  X(001).
000690     05 RU-USER                  PIC  X(010).
000700     05 RU-PGM                   PIC  X(010).
000710     05 RU-REF                   PIC  X(128).
000720 PROCEDURE DIVISION USING RU-CTL.
000730 0000-MAINLINE.
000740     MOVE RU-REPORT TO RU-SEG-REPORT
000750     IF RU-SEG-REPORT = SPACES AND RU-REF (1:9) = '/GXSPOOL/'
000760        UNSTRING RU-REF DELIMITED BY '/'
000770            INTO RU-SEG-ROOT RU-SEG-TOP RU-SEG-REPORT
000780        END-UNSTRING
000790     END-IF
000800     IF RU-SEG-REPORT = SPACES
000810        GO TO 9999-EXIT
000820     END-IF
000830     OPEN EXTEND RPTUSE
000840     IF RU-FS-RPTUSE NOT = '00'
000850        GO TO 9999-EXIT
000860     END-IF
000870     ACCEPT RU-TODAY-DATE FROM DATE YYYYMMDD
000880     ACCEPT RU-NOW-TIME   FROM TIME
000890     MOVE RU-TODAY-DATE   TO RPTUSE-DATE
000900     MOVE RU-NOW-HHMMSS   TO RPTUSE-TIME
000910     MOVE RU-SEG-REPORT   TO RPTUSE-REPORT
000920     MOVE RU-EVENT        TO RPTUSE-EVENT
000930     MOVE RU-USER         TO RPTUSE-USER
000940     MOVE RU-PGM          TO RPTUSE-PGM
000950     MOVE RU-REF          TO RPTUSE-REF
000960     WRITE RPTUSE-RECORD
000970     CLOSE RPTUSE
000980     GO TO 9999-EXIT.
000990 9999-EXIT.
001000     GOBACK.
