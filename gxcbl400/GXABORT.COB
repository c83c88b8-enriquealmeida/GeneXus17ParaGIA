    #1
    PERFORM GX-ROLLBACK-TRN
    MOVE 'S'       TO GX-MSGTYPE
    PERFORM GX-DIAG-SNAPSHOT
        THRU GX-DIAG-SNAPSHOT-EXIT
    PERFORM GX-WRITE-ABENDSIG
    PERFORM GX-WRITE-EVTFILE
    MOVE 'X'       TO GX-BDAT-END-STATUS
    PERFORM GX-BDAT-DEREGISTER
        THRU GX-BDAT-DEREGISTER-EXIT
    MOVE 'A'       TO GX-SESS-END-REASON
    PERFORM GX-SESS-CLOSE
        THRU GX-SESS-CLOSE-EXIT
    CALL 'GXMSGS'  USING GX-MSGID
                         GX-MSGDTA
                         GX-MSGTYPE
