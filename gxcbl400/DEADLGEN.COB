000155*                   (A RUNSUM RUN OR AN ACKNOWLEDGED        *
000156*                   /GXEXPORT EXTRACT) AND THE CALENDAR     *
000158*                   ROWS CARRY IT FOR THE DLMATCH LEDGER    *
000159*   2026-10-15  RH  THE HORIZON STARTS FROM THE COMPANY'S   *
000160*                   BUSDATE BUSINESS DATE (THE INSTALLATION *
000161*                   ROW WHEN THE COMPANY HAS NONE) SO A RUN *
000162*                   PAST MIDNIGHT STILL DATES FROM THE DAY  *
000163*                   BEING CLOSED                            *
000164*----------------------------------------------------------*
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.   IBM-ISERIES.
000290     SELECT DLCALEND   ASSIGN TO DATABASE-DLCALEND
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS  IS DL-FS-DLCALEND.
000311     SELECT BUSDATE    ASSIGN TO DATABASE-BUSDATE
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE  IS RANDOM
000314         RECORD KEY   IS BUSDATE-COMPANY
000315         FILE STATUS  IS DL-FS-BUSDATE.
000320 DATA DIVISION.
000330 FILE SECTION.
000336 FD  COMPCTL.
000642     05 DLCALEND-EVID-TYPE       PIC  X(001).
000644     05 DLCALEND-EVID-NAME       PIC  X(040).
000646     05 DLCALEND-COMPANY         PIC  X(003).
000647 FD  BUSDATE.
000648 01  BUSDATE-RECORD.
000649     05 BUSDATE-COMPANY          PIC  X(003).
000650     05 BUSDATE-CURRENT          PIC  9(008).
000651     05 BUSDATE-PREVIOUS         PIC  9(008).
000652     05 BUSDATE-LOC              PIC  X(010).
000653     05 BUSDATE-ROLLED-BY        PIC  X(010).
000654     05 BUSDATE-ROLLED-TS        PIC  X(026).
000655 WORKING-STORAGE SECTION.
000658 77  DL-FS-COMPCTL               PIC  X(002).
000660 77  DL-FS-DLRULES               PIC  X(002).
000662 01  DL-COMPANY                  PIC  X(003) VALUE SPACES.
000670 77  DL-FS-HOLCAL                PIC  X(002).
000680 77  DL-FS-DLCALEND              PIC  X(002).
000685 77  DL-FS-BUSDATE               PIC  X(002).
000690 77  DL-EOF-SW                   PIC  X(001)     VALUE 'N'.
000700     88 DL-AT-EOF                                VALUE 'Y'.
000710 77  DL-I                        PIC S9(004) COMP-3.
000960     05 DL-TODAY-YY              PIC  9(004).
000970     05 DL-TODAY-MM              PIC  9(002).
000980     05 DL-TODAY-DD              PIC  9(002).
000982 01  DL-TODAY-DATE-N REDEFINES DL-TODAY-DATE
000984                                 PIC  9(008).
000990 01  DL-DTON-DATE.
001000     05 DL-DTON-YY               PIC  9(004).
001010     05 DL-DTON-MM               PIC  9(002).
001570     OPEN INPUT  DLRULES
001580     OPEN INPUT  HOLCAL
001590     OPEN OUTPUT DLCALEND
001595     OPEN INPUT  BUSDATE
001600     ACCEPT DL-TODAY-DATE FROM DATE YYYYMMDD
001602     READ COMPCTL
001604         AT END
001606            CONTINUE
001608         NOT AT END
001610            MOVE COMPCTL-COMPANY TO DL-COMPANY
001612     END-READ
001613     IF DL-FS-BUSDATE NOT = '00'
001614        GO TO 1000-INITIALIZE-EXIT
001615     END-IF
001616     MOVE DL-COMPANY TO BUSDATE-COMPANY
001617     READ BUSDATE
001618         INVALID KEY
001619            MOVE SPACES TO BUSDATE-COMPANY
001620            READ BUSDATE
001621                INVALID KEY
001622                   MOVE 0 TO BUSDATE-CURRENT
001623            END-READ
001624     END-READ
001625     IF BUSDATE-CURRENT NOT = 0
001626        MOVE BUSDATE-CURRENT TO DL-TODAY-DATE-N
001627     END-IF.
001628 1000-INITIALIZE-EXIT.
001629     EXIT.
001630*----------------------------------------------------------*
001640* 2000-LOAD-HOLCAL - HOLIDAY DAY NUMBERS, GX-LOAD-HOLCAL    *
001650*                    STYLE                                  *
005418     CLOSE COMPCTL
005420     CLOSE DLRULES
005430     CLOSE HOLCAL
005440     CLOSE DLCALEND
005445     CLOSE BUSDATE.
005450 9000-TERMINATE-EXIT.
005460     EXIT.
005470 9999-EXIT.
