*> DATA DICTIONARY MAINTENANCE.  FLDDICT IS THE ONE PLACE THE
*> RUNTIME'S POSITIONAL FACTS LIVE - FILE, FIELD, POSITION,
*> LENGTH, TYPE, DESCRIPTION, DOMAIN, MASKING STYLE, THE
*> PERSONAL-DATA FLAG, THE DATA OWNER AND THE RE-KEY FLAG.
*> PACKSCAN, RICHECK, TESTMASK, INTSWEEP, DOMSCAN AND SUBJSCAN ALL
*> READ IT INSTEAD OF PRIVATE PER-FILE CONTROL ROWS, SO A LAYOUT
*> CHANGE IS CORRECTED ONCE, HERE, AND EVERY SWEEP PICKS IT UP.
*> A DOMAIN OF *CODES <LIST> OR *FILE <FILE> GIVES THE FIELD AN
*> F4 VALUE LIST (GXFCODE).  SAME CONVERSE SHAPE AS THE
*> GXFHOLM/GXFDSTM MAINTENANCE SCREENS.
GX-DCTM-MAINTAIN.

    MOVE SPACES TO GX-DCTM-MSG
       GX-DCTM-MASK NOT = 'S' AND GX-DCTM-MASK NOT = 'D'
       SET  GX-DCTM-INVALID TO TRUE
       MOVE 'MASK STYLE MUST BE BLANK, S OR D' TO GX-DCTM-MSG
    END-IF

*> A PERSONAL-DATA FIELD NEEDS A MASK STYLE, OR A PSEUDONYMIZE
*> PASS WOULD HAVE NOTHING TO OVERWRITE IT WITH
    IF GX-DCTM-PERSONAL NOT = SPACE AND GX-DCTM-PERSONAL NOT = 'Y'
       SET  GX-DCTM-INVALID TO TRUE
       MOVE 'PERSONAL DATA FLAG MUST BE BLANK OR Y' TO GX-DCTM-MSG
    END-IF

    IF GX-DCTM-PERSONAL = 'Y' AND GX-DCTM-MASK = SPACE
       SET  GX-DCTM-INVALID TO TRUE
       MOVE 'PERSONAL DATA FIELD NEEDS A MASK STYLE' TO GX-DCTM-MSG
    END-IF

    IF GX-DCTM-REKEY NOT = SPACE AND GX-DCTM-REKEY NOT = 'Y'
       SET  GX-DCTM-INVALID TO TRUE
       MOVE 'RE-KEY FLAG MUST BE BLANK OR Y' TO GX-DCTM-MSG
    END-IF

*> AN F4 VALUE-LIST DOMAIN MUST NAME ITS LIST OR MASTER FILE
    IF (GX-DCTM-DOMAIN (1:7) = '*CODES ' AND
        GX-DCTM-DOMAIN (8:) = SPACES) OR
       (GX-DCTM-DOMAIN (1:6) = '*FILE ' AND
        GX-DCTM-DOMAIN (7:) = SPACES)
       SET  GX-DCTM-INVALID TO TRUE
       MOVE 'VALUE-LIST DOMAIN MUST NAME A LIST/FILE' TO GX-DCTM-MSG
    END-IF.

GX-DCTM-SAVE.
    MOVE GX-DCTM-DESC   TO FLDDICT-DESC
    MOVE GX-DCTM-DOMAIN TO FLDDICT-DOMAIN
    MOVE GX-DCTM-MASK   TO FLDDICT-MASK
    MOVE GX-DCTM-PERSONAL TO FLDDICT-PERSONAL
    MOVE GX-DCTM-OWNER  TO FLDDICT-OWNER
    MOVE GX-DCTM-REKEY  TO FLDDICT-REKEY

    IF DELRCD
       DELETE FLDDICT RECORD
