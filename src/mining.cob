*> --- Mining-Classify ---
*> The mining kind of a block state (see DD-MINING-LOG), 0 for anything
*> the x-ray report doesn't count. Stone is matched on its one state ID
*> rather than by name, because Blocks-Get-StateName answers
*> minecraft:stone for every state it has no range for; the ores and
*> deepslate are seeded in BlockNames-Init, so their names are exact.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mining-Classify.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 STONE-ID                  BINARY-LONG.
    01 BLOCK-NAME                PIC X(64).
LINKAGE SECTION.
    01 LK-BLOCK-ID               BINARY-LONG.
    01 LK-KIND                   BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-BLOCK-ID LK-KIND.
    MOVE 0 TO LK-KIND
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:stone" STONE-ID
    IF LK-BLOCK-ID = STONE-ID
        MOVE 1 TO LK-KIND
        GOBACK
    END-IF
    CALL "Blocks-Get-StateName" USING LK-BLOCK-ID BLOCK-NAME
    EVALUATE BLOCK-NAME
        WHEN "minecraft:deepslate"
            MOVE 2 TO LK-KIND
        WHEN "minecraft:diamond_ore"
        WHEN "minecraft:deepslate_diamond_ore"
            MOVE 3 TO LK-KIND
        WHEN "minecraft:ancient_debris"
            MOVE 4 TO LK-KIND
        WHEN "minecraft:emerald_ore"
        WHEN "minecraft:deepslate_emerald_ore"
            MOVE 5 TO LK-KIND
        WHEN "minecraft:gold_ore"
        WHEN "minecraft:deepslate_gold_ore"
        WHEN "minecraft:nether_gold_ore"
            MOVE 6 TO LK-KIND
        WHEN "minecraft:iron_ore"
        WHEN "minecraft:deepslate_iron_ore"
            MOVE 7 TO LK-KIND
    END-EVALUATE
    GOBACK.

END PROGRAM Mining-Classify.

*> --- Mining-RecordBreak ---
*> Tallies one honored break by mining kind against the breaker's
*> session counts. Stone and deepslate only count - there are far too
*> many of them to log one by one - while every valuable ore also goes
*> to save/logs/mining.log at once as an ORE line with its position,
*> which is where the report's mining locations come from.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mining-RecordBreak.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-MINING-LOG
        ASSIGN TO "save/logs/mining.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-MINING-LOG.
    COPY DD-MINING-LOG.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 MINING-KIND               BINARY-CHAR UNSIGNED.
    01 COORD-DISPLAY             PIC -(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-BLOCK-ID               BINARY-LONG.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-BLOCK-ID LK-POSITION.
    CALL "Mining-Classify" USING LK-BLOCK-ID MINING-KIND
    IF MINING-KIND = 0
        GOBACK
    END-IF
    ADD 1 TO PLAYER-MINED-COUNT(LK-PLAYER-ID, MINING-KIND)
    IF MINING-KIND <= 2
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO MINING-LOG-LINE
    MOVE FUNCTION CURRENT-DATE(1:14) TO MINING-LOG-STAMP
    CALL "UUID-ToString" USING PLAYER-UUID(LK-PLAYER-ID) MINING-LOG-UUID
    MOVE PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        TO MINING-LOG-NAME
    MOVE "ORE" TO MINING-LOG-TYPE
    MOVE MINING-KIND TO MINING-LOG-KIND
    MOVE PLAYER-DIMENSION(LK-PLAYER-ID) TO MINING-LOG-DIMENSION
    MOVE LK-X TO COORD-DISPLAY
    MOVE FUNCTION TRIM(COORD-DISPLAY) TO MINING-LOG-X
    MOVE LK-Y TO COORD-DISPLAY
    MOVE FUNCTION TRIM(COORD-DISPLAY) TO MINING-LOG-Y
    MOVE LK-Z TO COORD-DISPLAY
    MOVE FUNCTION TRIM(COORD-DISPLAY) TO MINING-LOG-Z
    OPEN EXTEND FD-MINING-LOG
    WRITE MINING-LOG-LINE
    CLOSE FD-MINING-LOG
    GOBACK.

END PROGRAM Mining-RecordBreak.

*> --- Mining-FlushTally ---
*> Writes the session's counts as one TALLY line and zeroes them.
*> Called at disconnect; a session that broke nothing countable writes
*> nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mining-FlushTally.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-MINING-LOG
        ASSIGN TO "save/logs/mining.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-MINING-LOG.
    COPY DD-MINING-LOG.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 KIND-INDEX                BINARY-LONG UNSIGNED.
    01 BREAK-TOTAL               BINARY-LONG-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO BREAK-TOTAL
    PERFORM VARYING KIND-INDEX FROM 1 BY 1 UNTIL KIND-INDEX > 7
        ADD PLAYER-MINED-COUNT(LK-PLAYER-ID, KIND-INDEX) TO BREAK-TOTAL
    END-PERFORM
    IF BREAK-TOTAL = 0
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO MINING-LOG-LINE
    MOVE FUNCTION CURRENT-DATE(1:14) TO MINING-LOG-STAMP
    CALL "UUID-ToString" USING PLAYER-UUID(LK-PLAYER-ID) MINING-LOG-UUID
    MOVE PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        TO MINING-LOG-NAME
    MOVE "TALLY" TO MINING-LOG-TYPE
    PERFORM VARYING KIND-INDEX FROM 1 BY 1 UNTIL KIND-INDEX > 7
        MOVE PLAYER-MINED-COUNT(LK-PLAYER-ID, KIND-INDEX)
            TO MINING-LOG-COUNT(KIND-INDEX)
    END-PERFORM
    OPEN EXTEND FD-MINING-LOG
    WRITE MINING-LOG-LINE
    CLOSE FD-MINING-LOG
    INITIALIZE PLAYER-MINING-TALLY(LK-PLAYER-ID)
    GOBACK.

END PROGRAM Mining-FlushTally.
