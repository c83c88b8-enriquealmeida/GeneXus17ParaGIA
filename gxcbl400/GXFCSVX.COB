*> GX-CSVX-PUT-NUM.  THE FIELD DELIMITER FOLLOWS THE VIEWER'S
*> FMTPROF DECIMAL SEPARATOR - A COMMA-DECIMAL USER GETS
*> SEMICOLON-DELIMITED FIELDS - SO THE FILE OPENS CLEANLY IN THAT
*> USER'S SPREADSHEET LOCALE.  ONLY ROWS INSIDE THE USER'S DATA
*> SCOPE REACH THE SUBFILE (GX400-60 / GXFSCOP), SO THE EXPORT
*> CARRIES NO OTHER COMPANY'S OR BRANCH'S DATA.
GX-CSVX-EXPORT.

    IF GX-VAL-DECSEP = ','
