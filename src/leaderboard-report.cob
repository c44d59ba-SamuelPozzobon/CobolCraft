    01 RANK-DISPLAY              PIC Z9.
    01 VALUE-WHOLE               BINARY-LONG-LONG.
    01 C-TOP-COUNT               BINARY-LONG UNSIGNED VALUE 10.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    PERFORM WRITE-RANKING

    CLOSE FD-REPORT
    MOVE SWEPT-COUNT TO BATCH-STEP-RECORDS
    GOBACK.

SWEEP-ONE-PLAYER.
