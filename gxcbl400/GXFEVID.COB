*> AUDITOR EVIDENCE PACK BROWSER.  LISTS EVERY PACK EVIDPACK HAS
*> REGISTERED ON EVIDREG, NEWEST PERIOD LAST, WITH THE PDF PATH UNDER
*> /GXSPOOL/EVIDPACK.  NOTHING HERE WRITES TO THE REGISTER OR THE
*> PACKS - THE SCREEN IS FOR THE AUDITORS AND IS READ-ONLY.  F5
*> RELOADS THE LIST.
GX-EVID-INQUIRY.

    PERFORM GX-EVID-LOAD-SFL
        THRU GX-EVID-LOAD-SFL-EXIT
    PERFORM GX-EVID-CONVERSE
        UNTIL WS-KEY-F3.

GX-EVID-CONVERSE.

    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    SET  DISPLAY-SFLCTL     TO TRUE
    SET  DISPLAY-SFL        TO TRUE
    SET  SFL-END            TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXEVIDCR'
          INDICATORS ARE GX-INDICATORS
    PERFORM READ-SCREEN
    IF WS-KEY-F5
       PERFORM GX-EVID-LOAD-SFL
           THRU GX-EVID-LOAD-SFL-EXIT
    END-IF.

GX-EVID-LOAD-SFL.

    SET  CLEAR-SFL          TO TRUE
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    WRITE GX-CRT-RECORD
          FORMAT IS 'GXEVIDCR'
          INDICATORS ARE GX-INDICATORS
    SET  NO-CLEAR-SFL       TO TRUE

    MOVE ZEROES TO GX-SFLRELRECNBR
    MOVE SPACES TO ECMSG OF GXEVIDCR-O
    MOVE LOW-VALUES TO EVIDREG-KEY
    START EVIDREG KEY NOT LESS EVIDREG-KEY
       INVALID KEY
          MOVE 'NO EVIDENCE PACKS ON FILE' TO ECMSG OF GXEVIDCR-O
          GO TO GX-EVID-LOAD-SFL-EXIT
    END-START
    SET GX-EVID-NOT-EOF TO TRUE
    PERFORM GX-EVID-LOAD-ROW
        THRU GX-EVID-LOAD-ROW-EXIT
        UNTIL GX-EVID-EOF.

GX-EVID-LOAD-SFL-EXIT.
    EXIT.

GX-EVID-LOAD-ROW.

    READ EVIDREG NEXT RECORD
       AT END
          SET GX-EVID-EOF TO TRUE
          GO TO GX-EVID-LOAD-ROW-EXIT
    END-READ

    ADD 1 TO GX-SFLRELRECNBR
    MOVE EVIDREG-COMPANY   TO ESCO  OF GXEVIDSR-O
    MOVE EVIDREG-PERIOD    TO ESPER OF GXEVIDSR-O
    MOVE EVIDREG-VERSION   TO ESVER OF GXEVIDSR-O
    MOVE EVIDREG-TS        TO GX-TZCV-TS
    PERFORM GX-TS-TO-USER
    MOVE GX-TZCV-TS        TO ESTS  OF GXEVIDSR-O
    MOVE EVIDREG-CLOSED-BY TO ESBY  OF GXEVIDSR-O
    MOVE EVIDREG-PDF-PATH  TO ESPTH OF GXEVIDSR-O
    MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
    MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
    WRITE SUBFILE GX-CRT-RECORD
          FORMAT IS 'GXEVIDSR'
          INDICATORS ARE GX-INDICATORS
          INVALID KEY CONTINUE
    END-WRITE.

GX-EVID-LOAD-ROW-EXIT.
    EXIT.

*> PROVE A PACK UNCHANGED.  THE OPERATOR PUTS THE CURSOR ON A ROW
*> AND PRESSES F10; THE GENERATED READ LOOP LOADS GX-EVID-SEL-* FROM
*> THE ROW AND PERFORMS THIS.  THE PACK'S TEXT TWIN IS PULLED INTO
*> QTEMP AND EVERY LINE RE-HASHED THE WAY EVIDPACK HASHED IT AS IT
*> PRINTED; THE LINE COUNT AND HASH MUST BOTH MATCH THE REGISTER.
*> QTEMP/EVIDCHK IS CREATED ONCE PER JOB - A CRTPF THAT FAILS
*> BECAUSE IT IS ALREADY THERE IS EXPECTED.
GX-EVID-VERIFY.

    SET GX-EVID-ALTERED TO TRUE
    MOVE GX-EVID-SEL-COMPANY TO EVIDREG-COMPANY
    MOVE GX-EVID-SEL-PERIOD  TO EVIDREG-PERIOD
    MOVE GX-EVID-SEL-VERSION TO EVIDREG-VERSION
    READ EVIDREG
       INVALID KEY
          MOVE 'PACK NOT ON THE REGISTER' TO ECMSG OF GXEVIDCR-O
          GO TO GX-EVID-VERIFY-EXIT
    END-READ

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'CRTPF FILE(QTEMP/EVIDCHK) RCDLEN(80)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND
    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'CPYFRMSTMF FROMSTMF('''   DELIMITED BY SIZE
           EVIDREG-TXT-PATH           DELIMITED BY SPACE
           ''') TOMBR(''/QSYS.LIB/QTEMP.LIB/EVIDCHK.FILE'
           '/EVIDCHK.MBR'') MBROPT(*REPLACE)'
                                      DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    OPEN INPUT EVIDCHK
    PERFORM GX-FILE-STATUS-ANALYSIS
    IF NOT GX-IO-OK
       MOVE 'PACK TEXT COPY MISSING FROM /GXSPOOL'
         TO ECMSG OF GXEVIDCR-O
       GO TO GX-EVID-VERIFY-EXIT
    END-IF
    MOVE 0 TO GX-EVID-LINES
    MOVE 0 TO GX-EVID-HASH
    SET GX-EVID-NOT-EOF TO TRUE
    PERFORM GX-EVID-HASH-LINE
        THRU GX-EVID-HASH-LINE-EXIT
        UNTIL GX-EVID-EOF
    CLOSE EVIDCHK

    IF GX-EVID-LINES = EVIDREG-DOC-LINES AND
       GX-EVID-HASH  = EVIDREG-DOC-HASH
       SET GX-EVID-INTACT TO TRUE
       MOVE 'PACK VERIFIED - MATCHES THE REGISTER'
         TO ECMSG OF GXEVIDCR-O
    ELSE
       MOVE 'PACK ALTERED - DOES NOT MATCH THE REGISTER'
         TO ECMSG OF GXEVIDCR-O
    END-IF.

GX-EVID-VERIFY-EXIT.
    EXIT.

GX-EVID-HASH-LINE.

    READ EVIDCHK
       AT END
          SET GX-EVID-EOF TO TRUE
          GO TO GX-EVID-HASH-LINE-EXIT
    END-READ
    ADD 1 TO GX-EVID-LINES
    MOVE 0 TO GX-EVID-LINE-HASH
    PERFORM VARYING GX-EVID-I FROM 1 BY 1
            UNTIL GX-EVID-I > 80
       MOVE LOW-VALUE TO GX-EVID-BYTE-PAIR
       MOVE EVIDCHK-RECORD (GX-EVID-I:1) TO GX-EVID-BYTE-CHAR
       ADD GX-EVID-BYTE-NUM TO GX-EVID-LINE-HASH
    END-PERFORM
    COMPUTE GX-EVID-HASH-WORK =
            (GX-EVID-HASH * 31) + GX-EVID-LINE-HASH
    DIVIDE GX-EVID-HASH-WORK BY 1000000000 GIVING GX-EVID-HASH-Q
           REMAINDER GX-EVID-HASH.

GX-EVID-HASH-LINE-EXIT.
    EXIT.

*> REPRINT A PACK.  F9 ON A ROW, WITH THE OUTPUT QUEUE KEYED ON THE
*> CONTROL FORMAT.  ONLY A COPY THAT PROVES AGAINST THE REGISTER IS
*> REPRINTED; THE PROVED QTEMP COPY IS HANDED TO SPLREPRT THE WAY
*> GX-SRCH-REPRINT HANDS IT AN ARCHIVE COPY, SO THE REPRINT IS
*> LOGGED TO AUDITLOG LIKE ANY OTHER.
GX-EVID-REPRINT.

    PERFORM GX-EVID-VERIFY
        THRU GX-EVID-VERIFY-EXIT
    IF GX-EVID-ALTERED
       GO TO GX-EVID-REPRINT-EXIT
    END-IF

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'OVRDBF FILE(SPLTEXT) TOFILE(QTEMP/EVIDCHK)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND

    MOVE EVIDREG-TXT-PATH TO GX-EVID-RPR-PATH
    CALL 'SPLREPRT' USING GX-EVID-RPR-PATH
                          GX-EVID-RPR-FROM
                          GX-EVID-RPR-TO
                          GX-EVID-RPR-OUTQ
                          GX-MSGLOG-USER

    MOVE 1 TO GX-QCMDEXC-PTR
    STRING 'DLTOVR FILE(SPLTEXT)'
           DELIMITED BY SIZE
           INTO GX-QCMDEXC-CMD
           POINTER GX-QCMDEXC-PTR
    COMPUTE GX-QCMDEXC-CMDLEN = GX-QCMDEXC-PTR - 1
    PERFORM GX-RUN-COMMAND
    MOVE 'PACK VERIFIED AND REPRINTED' TO ECMSG OF GXEVIDCR-O.

GX-EVID-REPRINT-EXIT.
    EXIT.
