    *> a file this size predates the current layout rather than being
    *> corrupt
    COPY DD-PLAYER-FILE-V0.
    COPY DD-BATCH-STEP.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 PLAYER-FILE-NAME          PIC X(64).
    IF LOCK-BYTES > 0 AND ANY-IN-MEMORY = 0
        CALL "Log-Write" USING "ERROR"
            "player-file check refused: server appears up in another process"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

        INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT
    MOVE CHECKED-COUNT TO BATCH-STEP-RECORDS
    MOVE FAILED-COUNT TO BATCH-STEP-EXCEPTIONS
    GOBACK.

CHECK-ONE-PLAYER.
