    MOVE GX-RUN-DELETED              TO RUNSUM-DELETED
    MOVE GX-RUN-DISPLAYED            TO RUNSUM-DISPLAYED
    MOVE GX-RUN-PROCESSED            TO RUNSUM-PROCESSED
    PERFORM GX-TODAY
    MOVE GX-TDAY-BUSDATE             TO RUNSUM-BUSDATE
    WRITE RUNSUM-RECORD.
