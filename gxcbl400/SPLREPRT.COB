000190*                   SPOOL FILE ON THE CHOSEN QUEUE AND THE  *
000200*                   REPRINT IS LOGGED TO AUDITLOG - THESE   *
000210*                   ARE OFTEN FINANCIAL DOCUMENTS           *
000212*   2026-10-15  RH  THE CALLER NOW PASSES ITS USER; EVERY   *
000214*                   REPRINT IS ALSO RECORDED IN THE RPTUSE  *
000216*                   REPORT USAGE REGISTER THROUGH GXRUSE    *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000830 01  SR-AUD-BYTE-NUM REDEFINES SR-AUD-BYTE-PAIR
000840                                 PIC S9(004) COMP-4.
000850 77  SR-AUD-I                    PIC S9(003) COMP-3.
000851*----------------------------------------------------------*
000852* SHARED REPORT-USAGE RECORDER (GXRUSE)                     *
000853*----------------------------------------------------------*
000854 01  RU-CTL.
000855     05 RU-REPORT                PIC  X(010).
000856     05 RU-EVENT                 PIC  X(001).
000857     05 RU-USER                  PIC  X(010).
000858     05 RU-PGM                   PIC  X(010).
000859     05 RU-REF                   PIC  X(128).
000860 LINKAGE SECTION.
000870 01  SR-ARCHIVE-PATH             PIC  X(128).
000880 01  SR-FROM-PAGE                PIC  9(005).
000890 01  SR-TO-PAGE                  PIC  9(005).
000900 01  SR-OUTQ                     PIC  X(010).
000905 01  SR-USER                     PIC  X(010).
000910 PROCEDURE DIVISION USING SR-ARCHIVE-PATH
000920                          SR-FROM-PAGE
000930                          SR-TO-PAGE
000935                          SR-OUTQ
000940                          SR-USER.
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE
000970         THRU 1000-INITIALIZE-EXIT
001700*                    ROW WITH THE *REPRINT MARKER.  THE     *
001710*                    ARCHIVE PATH ITSELF IS WIDER THAN THE  *
001720*                    ROW, SO THE GENERATION TAG AT ITS TAIL *
001725*                    GOES IN THE FILE COLUMN.  IT IS        *
001730*                    ALSO A READ OF THE REPORT FOR THE      *
001735*                    USAGE REGISTER                         *
001740*----------------------------------------------------------*
001750 5000-LOG-REPRINT.
001760     MOVE SR-NOW-TS        TO AUDITLOG-TIMESTAMP
001810     MOVE '00'             TO AUDITLOG-STATUS
001820     PERFORM 8600-SET-AUDIT-CHECK
001830         THRU 8600-SET-AUDIT-CHECK-EXIT
001832     WRITE AUDITLOG-RECORD
001834     MOVE SPACES           TO RU-REPORT
001836     MOVE 'R'              TO RU-EVENT
001838     MOVE SR-USER          TO RU-USER
001840     MOVE 'SPLREPRT'       TO RU-PGM
001842     MOVE SR-ARCHIVE-PATH  TO RU-REF
001844     CALL 'GXRUSE' USING RU-CTL.
001850 5000-LOG-REPRINT-EXIT.
001860     EXIT.
001870*----------------------------------------------------------*
