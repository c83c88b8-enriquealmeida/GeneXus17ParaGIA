*> CODE TABLE.  EVERY SHORT CODE LIST (REASON CODES, STATUS
*> VALUES AND THE LIKE) IN ONE FILE, ONE ROW PER LIST, CODE,
*> COMPANY, LANGUAGE AND EFFECTIVE-FROM DATE.  A BLANK COMPANY IS
*> A CODE EVERY COMPANY USES, A BLANK LANGUAGE THE DEFAULT
*> DESCRIPTION.  ZERO EFFECTIVE-TO IS OPEN-ENDED; A CODE PAST ITS
*> EFFECTIVE-TO DROPS OUT OF THE F4 PROMPT BUT ITS ROW STAYS, SO
*> AN OLD RECORD CARRYING IT STILL SHOWS ITS DESCRIPTION
01  CODETBL-RECORD.
    05 CODETBL-KEY.
       10 CODETBL-LIST             PIC  X(010).
       10 CODETBL-CODE             PIC  X(020).
       10 CODETBL-COMPANY          PIC  X(003).
       10 CODETBL-LANG             PIC  X(003).
       10 CODETBL-EFF-FROM         PIC  9(008).
    05 CODETBL-EFF-TO              PIC  9(008).
    05 CODETBL-DESC                PIC  X(040).
    05 CODETBL-CHG-USER            PIC  X(010).
    05 CODETBL-CHG-TS              PIC  X(026).

*> A KEYED MASTER FILE NAMED BY A *FILE DOMAIN IS READ THROUGH
*> AN OVRDBF ONTO THIS ONE, THE WAY INQPOLL READS ITS INQSRC
01  CODESRC-RECORD                 PIC  X(512).

*> THE GENERATED READ LOOP MOVES THE DISPLAY FORMAT NAME HERE
*> BEFORE PERFORMING GX-CODE-PROMPT, AS IT DOES GX-FHLP-FORMAT;
*> AFTER THE PROMPT ITS #1 MOVES GX-CODE-PICKED INTO THE SCREEN
*> FIELD WHEN GX-CODE-WAS-PICKED
01  GX-CODE-FORMAT                 PIC  X(010).
01  GX-CODE-PICKED                 PIC  X(020).
01  GX-CODE-PICK-SW                PIC S9(001) COMP-3 VALUE 0.
    88 GX-CODE-WAS-PICKED                          VALUE 1.
    88 GX-CODE-NOT-PICKED                           VALUE 0.

*> WHAT THE FLDDICT DOMAIN POINTS AT - *CODES <LIST> OR *FILE
*> <MASTER FILE>.  ON THE MASTER'S OWN FLDDICT ROWS THE CODE FIELD
*> CARRIES DOMAIN *KEY, ITS DESCRIPTION *DESC AND AN OPTIONAL
*> RETIREMENT DATE *EFFTO; THE COMPANY AND BRANCH FIELDS ARE FOUND
*> BY NAME AS QRYRUN FINDS THEM
01  GX-CODE-SOURCE-SW              PIC S9(001) COMP-3 VALUE 0.
    88 GX-CODE-NO-SOURCE                           VALUE 0.
    88 GX-CODE-FROM-TABLE                           VALUE 1.
    88 GX-CODE-FROM-FILE                            VALUE 2.
01  GX-CODE-DOMAIN                 PIC  X(020).
01  GX-CODE-DOM-KIND               PIC  X(010).
01  GX-CODE-DOM-NAME               PIC  X(010).
01  GX-CODE-FLD-DESC               PIC  X(030).
01  GX-CODE-KEY-POS                PIC  9(003).
01  GX-CODE-KEY-LEN                PIC  9(003).
01  GX-CODE-DESC-POS               PIC  9(003).
01  GX-CODE-DESC-LEN               PIC  9(003).
01  GX-CODE-EFFTO-POS              PIC  9(003).
01  GX-CODE-COMP-POS               PIC  9(003).
01  GX-CODE-COMP-LEN               PIC  9(003).
01  GX-CODE-BRCH-POS               PIC  9(003).
01  GX-CODE-BRCH-LEN               PIC  9(003).
01  GX-CODE-EFFTO                  PIC  9(008).

*> FILTER FIELDS FROM THE CONTROL FORMAT - POSITION-TO STARTS THE
*> LIST AT A CODE, SEARCH KEEPS THE CODES WHOSE CODE OR
*> DESCRIPTION HOLDS THE TEXT
01  GX-CODE-POSTO                  PIC  X(020).
01  GX-CODE-SEARCH                 PIC  X(040).
01  GX-CODE-TODAY                  PIC  9(008).

*> ONE CODE CAN HAVE ROWS FOR SEVERAL COMPANIES AND LANGUAGES -
*> THE BEST ROW SEEN SO FAR IS HELD UNTIL THE CODE CHANGES.
*> RANK 2 IS THE USER'S OWN LANGUAGE, 1 THE DEFAULT DESCRIPTION
01  GX-CODE-HOLD-CODE              PIC  X(020).
01  GX-CODE-HOLD-DESC              PIC  X(040).
01  GX-CODE-HOLD-RANK              PIC S9(001) COMP-3.
01  GX-CODE-RANK                   PIC S9(001) COMP-3.
01  GX-CODE-ROW-CODE               PIC  X(020).
01  GX-CODE-ROW-DESC               PIC  X(040).
01  GX-CODE-EOF-SW                 PIC S9(001) COMP-3.
    88 GX-CODE-EOF                                 VALUE 1.
    88 GX-CODE-NOT-EOF                              VALUE 0.
01  GX-CODE-MSG                    PIC  X(040).

01  GXCODSR-O.
    05 CDOPT                       PIC  X(001).
    05 CDCODE                      PIC  X(020).
    05 CDDESC                      PIC  X(040).
01  GXCODSR-I.
    05 CDOPT                       PIC  X(001).
    05 CDCODE                      PIC  X(020).
    05 CDDESC                      PIC  X(040).
01  GXCODCR-O.
    05 CCFLD                       PIC  X(030).
    05 CCMSG                       PIC  X(040).

*> GX-CODE-DESCRIBE - THE DESCRIPTION OF A CODE ON A RECORD,
*> EFFECTIVE DATES IGNORED
01  GX-CODE-DSC-LIST               PIC  X(010).
01  GX-CODE-DSC-CODE               PIC  X(020).
01  GX-CODE-DSC-DESC               PIC  X(040).

01  GX-CODM-MSG                    PIC  X(040).
01  GX-CODM-SW                     PIC S9(001) COMP-3.
    88 GX-CODM-VALID                                   VALUE 0.
    88 GX-CODM-INVALID                                  VALUE 1.
01  GX-CODM-LIST                   PIC  X(010).
01  GX-CODM-CODE                   PIC  X(020).
01  GX-CODM-COMPANY                PIC  X(003).
01  GX-CODM-LANG                   PIC  X(003).
01  GX-CODM-EFF-FROM               PIC  9(008).
01  GX-CODM-EFF-TO                 PIC  9(008).
01  GX-CODM-DESC                   PIC  X(040).
