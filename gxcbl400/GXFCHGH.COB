       MOVE GX-CHGH-ACTION               TO CHGHIST-ACTION
       MOVE GX-MSGLOG-USER               TO CHGHIST-USER
       MOVE GX-AUDIT-TS                  TO CHGHIST-TIMESTAMP
       MOVE GX-AUDIT-PGM                 TO CHGHIST-PGM
       MOVE GX-EMRG-SESSION              TO CHGHIST-ESESS
       WRITE CHGHIST-RECORD
    END-PERFORM
    MOVE 0 TO GX-CHGH-QCNT.
