    01 HOUR-DISPLAY              PIC 9(2).
    01 UNMATCHED-DISPLAY         PIC Z(3)9.
    01 AVG-CONCURRENCY           BINARY-LONG UNSIGNED.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    CALL "Config-Load"
    CLOSE FD-SESSION-LOG

    PERFORM WRITE-REPORT
    MOVE REPORT-PLAYER-COUNT TO BATCH-STEP-RECORDS
    GOBACK.

PROCESS-SESSION-LINE.
