*> MENU DEFINITION.  ONE ROW PER OPTION, GROUPED BY BUSINESS AREA
*> AND ORDERED BY SEQUENCE WITHIN THE AREA
01  MENUDEF-RECORD.
    05 MENUDEF-KEY.
       10 MENUDEF-AREA             PIC  X(010).
       10 MENUDEF-SEQ              PIC  9(003).
    05 MENUDEF-PGM                 PIC  X(010).
    05 MENUDEF-TEXT                PIC  X(040).
*> M = MAINTENANCE, I = INQUIRY, R = REPORT OR REQUEST
    05 MENUDEF-TYPE                PIC  X(001).
       88 MENUDEF-MAINTENANCE                      VALUE 'M'.
       88 MENUDEF-INQUIRY                          VALUE 'I'.
       88 MENUDEF-REPORT                           VALUE 'R'.

01  GX-MENU-AREA                   PIC  X(010).
01  GX-MENU-PGM                    PIC  X(010).
01  GX-MENU-MSG                    PIC  X(040).
01  GX-MENU-STATUS                 PIC  X(012).
77  GX-MENU-SHOWN                  PIC S9(005) COMP-3.
77  GX-MENU-I                      PIC S9(003) COMP-3.
*> ANY OF THESE GRANTS ON THE PROGRAM SHOWS THE OPTION - DISPLAY
*> IS THE LEAST OF THEM
01  GX-MENU-ACTIONS                PIC  X(004) VALUE 'DACX'.
01  GX-MENU-GRANT-SW               PIC S9(001) COMP-3.
    88 GX-MENU-GRANTED                             VALUE 1.
    88 GX-MENU-NOT-GRANTED                          VALUE 0.
01  GX-MENU-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-MENU-EOF                                 VALUE 1.
    88 GX-MENU-NOT-EOF                              VALUE 0.

01  GXMENUCR-O.
    05 MNUSR                       PIC  X(010).
    05 MNARE                       PIC  X(010).
    05 MNMOD                       PIC  X(012).
    05 MNMSG                       PIC  X(040).
01  GXMENUCR-I.
    05 MNARE                       PIC  X(010).

01  GXMENUSR-O.
    05 MNOPT                       PIC  X(001).
    05 MNAREA                      PIC  X(010).
    05 MNPGM                       PIC  X(010).
    05 MNTXT                       PIC  X(040).
    05 MNSTS                       PIC  X(012).
01  GXMENUSR-I.
    05 MNOPT                       PIC  X(001).
    05 MNAREA                      PIC  X(010).
    05 MNPGM                       PIC  X(010).
