          FORMAT IS 'GXSRCHSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE

*> A HIT SHOWN IS A LOOK AT THE REPORT - IT GOES TO THE USAGE
*> REGISTER, THE REPORT TAKEN FROM THE ARCHIVE PATH
    MOVE SPACES             TO RU-REPORT
    MOVE 'S'                TO RU-EVENT
    MOVE GX-MSGLOG-USER     TO RU-USER
    MOVE 'GXFSRCH'          TO RU-PGM
    MOVE SPLKWIDX-PATH      TO RU-REF
    CALL 'GXRUSE' USING RU-CTL.

GX-SRCH-ONE-ROW-EXIT.
    EXIT.
                          GX-SRCH-RPR-FROM
                          GX-SRCH-RPR-TO
                          GX-SRCH-RPR-OUTQ
                          GX-MSGLOG-USER

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'DLTOVR FILE(SPLTEXT)'
