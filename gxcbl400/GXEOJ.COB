    PERFORM GX-FLUSH-IOSTATS
    PERFORM GX-FLUSH-BALCTL
    PERFORM GX-FLUSH-RESPSTAT
    MOVE 'E' TO GX-BDAT-END-STATUS
    PERFORM GX-BDAT-DEREGISTER
        THRU GX-BDAT-DEREGISTER-EXIT
    PERFORM GX-SESS-CLOSE
        THRU GX-SESS-CLOSE-EXIT
    STOP RUN.
