*> --- ItemCensus-Run ---
*> The nightly item census: totals every item by registry name across
*> every place items live on disk - the inventory and enderchest slots
*> of every save/players/<uuid>.dat the usercache directory knows,
*> save/containers.dat, save/hoppers.dat, save/dispensers.dat,
*> save/furnaces.dat, save/brewing.dat, save/auctions.dat (escrowed listings and pending
*> deliveries) and save/ground-items.dat - and inside every shulker box
*> item found in any of those, its contents counted under the same
*> holder as the box itself. Yesterday's census is kept in
*> save/item-census.dat; an item whose server-wide count grew by more
*> than census-spike-percent (and by at least census-spike-min-count,
*> so a first stack of something rare isn't an alarm) is flagged as a
*> possible duplication, and a second pass over the same files lists
*> its census-top-holders biggest holders. Dupes show up as a sudden
*> flood long before anyone reports them. The dated report lands under
*> save/logs, a flagged spike also goes to server.log, and the new
*> census replaces the old through temp-then-rename. Like the other
*> offline batches it refuses to run while save/server.lock is held -
*> the files lag the live world by up to an autosave.
IDENTIFICATION DIVISION.
PROGRAM-ID. ItemCensus-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-FILE-IN
        ASSIGN TO PLAYER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-CONTAINER-FILE-IN
        ASSIGN TO "save/containers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-HOPPER-FILE-IN
        ASSIGN TO "save/hoppers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-DISPENSER-FILE-IN
        ASSIGN TO "save/dispensers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-FURNACE-FILE-IN
        ASSIGN TO "save/furnaces.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-BREWING-FILE-IN
        ASSIGN TO "save/brewing.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-AUCTION-FILE-IN
        ASSIGN TO "save/auctions.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-GROUND-ITEM-FILE-IN
        ASSIGN TO "save/ground-items.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-CENSUS-IN
        ASSIGN TO "save/item-census.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CENSUS-OUT
        ASSIGN TO "save/item-census.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-PLAYER-FILE-IN.
    COPY DD-PLAYER-FILE.
FD FD-CONTAINER-FILE-IN.
    COPY DD-CONTAINER-FILE.
FD FD-HOPPER-FILE-IN.
    COPY DD-HOPPER-FILE.
FD FD-DISPENSER-FILE-IN.
    COPY DD-DISPENSER-FILE.
FD FD-FURNACE-FILE-IN.
    COPY DD-FURNACE-FILE.
FD FD-BREWING-FILE-IN.
    COPY DD-BREWING-FILE.
FD FD-AUCTION-FILE-IN.
    COPY DD-AUCTION-FILE.
FD FD-GROUND-ITEM-FILE-IN.
    COPY DD-GROUND-ITEM-FILE.
FD FD-CENSUS-IN.
    01 CENSUS-IN-LINE            PIC X(64).
FD FD-CENSUS-OUT.
    01 CENSUS-OUT-LINE           PIC X(64).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    01 PLAYER-FILE-NAME          PIC X(64).
    01 REPORT-FILE-NAME          PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 SPIKE-PERCENT             BINARY-LONG-LONG.
    01 SPIKE-MIN-COUNT           BINARY-LONG-LONG.
    01 TOP-HOLDERS               BINARY-LONG-LONG.
    *> today's and yesterday's totals per registry name
    01 MAX-ITEMS                 BINARY-LONG UNSIGNED VALUE 512.
    01 CENSUS-TABLE.
        05 CENSUS-ENTRY OCCURS 512 TIMES.
            10 CENSUS-NAME       PIC X(32).
            10 CENSUS-TODAY      BINARY-LONG-LONG.
            10 CENSUS-YESTERDAY  BINARY-LONG-LONG.
            10 CENSUS-SPIKED     BINARY-CHAR UNSIGNED.
    01 CENSUS-COUNT              BINARY-LONG UNSIGNED.
    01 CENSUS-INDEX              BINARY-LONG UNSIGNED.
    01 FOUND-ITEM                BINARY-LONG UNSIGNED.
    01 HAVE-YESTERDAY            BINARY-CHAR UNSIGNED.
    *> second pass: per holder counts of the flagged items only
    01 MAX-HOLDINGS              BINARY-LONG UNSIGNED VALUE 2048.
    01 HOLDING-TABLE.
        05 HOLDING-ENTRY OCCURS 2048 TIMES.
            10 HOLDING-ITEM      BINARY-LONG UNSIGNED.
            10 HOLDING-LABEL     PIC X(64).
            10 HOLDING-COUNT     BINARY-LONG-LONG.
            10 HOLDING-LISTED    BINARY-CHAR UNSIGNED.
    01 HOLDING-COUNT-USED        BINARY-LONG UNSIGNED.
    01 HOLDING-INDEX             BINARY-LONG UNSIGNED.
    01 FOUND-HOLDING             BINARY-LONG UNSIGNED.
    01 BEST-HOLDING              BINARY-LONG UNSIGNED.
    01 RANK-INDEX                BINARY-LONG UNSIGNED.
    01 PASS-MODE                 BINARY-CHAR UNSIGNED.
        88 PASS-TOTALS           VALUE 1.
        88 PASS-HOLDERS          VALUE 2.
    *> the slot being counted and who holds it
    01 SLOT-NAME                 PIC X(32).
    01 SLOT-COUNT                BINARY-LONG-LONG.
    01 HOLDER-LABEL              PIC X(64).
    *> the slot's item NBT, where the file keeps one; a shulker box
    *> carries its contents there
    01 SLOT-NBT-LENGTH           BINARY-LONG UNSIGNED.
    01 SLOT-NBT-DATA             PIC X(2048).
    01 IS-SHULKER-BOX            BINARY-CHAR UNSIGNED.
    01 BOX-SLOT-INDEX            BINARY-LONG UNSIGNED.
    COPY DD-SHULKER-CONTENTS REPLACING LEADING ==LK-== BY ==BOX-==.
    01 HOLDER-KIND               PIC X(16).
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 RECORD-NUMBER             BINARY-LONG UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 LINE-COUNT-TOKEN          PIC X(20).
    01 MAX-SEEN-UUIDS            BINARY-LONG UNSIGNED VALUE 1024.
    01 SEEN-UUIDS.
        05 SEEN-UUID OCCURS 1024 TIMES PIC X(36).
    01 SEEN-COUNT                BINARY-LONG UNSIGNED.
    01 SEEN-INDEX                BINARY-LONG UNSIGNED.
    01 ALREADY-SEEN              BINARY-CHAR UNSIGNED.
    01 PLAYER-UUID-BIN           PIC X(16).
    01 X-DISPLAY                 PIC -(6)9.
    01 Y-DISPLAY                 PIC -(6)9.
    01 Z-DISPLAY                 PIC -(6)9.
    01 GROWTH-PERCENT            BINARY-LONG-LONG.
    01 SPIKE-COUNT               BINARY-LONG UNSIGNED.
    01 PLAYERS-SCANNED           BINARY-LONG UNSIGNED.
    01 PLAYERS-SKIPPED           BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(11)9.
    01 COUNT-DISPLAY-2           PIC Z(11)9.
    01 PERCENT-DISPLAY           PIC Z(8)9.
    01 RENAME-STATUS             BINARY-LONG.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "item census refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetNumber" USING "census-spike-percent" 50 SPIKE-PERCENT
    CALL "Config-GetNumber" USING "census-spike-min-count" 64
        SPIKE-MIN-COUNT
    CALL "Config-GetNumber" USING "census-top-holders" 5 TOP-HOLDERS

    MOVE 0 TO CENSUS-COUNT
    MOVE 0 TO HOLDING-COUNT-USED
    MOVE 0 TO SPIKE-COUNT
    PERFORM LOAD-YESTERDAY

    SET PASS-TOTALS TO TRUE
    PERFORM SCAN-EVERYTHING
    PERFORM FLAG-SPIKES
    IF SPIKE-COUNT > 0
        SET PASS-HOLDERS TO TRUE
        PERFORM SCAN-EVERYTHING
    END-IF

    PERFORM WRITE-REPORT
    PERFORM SAVE-TODAY
    GOBACK.

LOAD-YESTERDAY.
    *> "registry-name count" per line, as SAVE-TODAY writes it
    MOVE 0 TO HAVE-YESTERDAY
    OPEN INPUT FD-CENSUS-IN
    PERFORM UNTIL EXIT
        READ FD-CENSUS-IN
            AT END
                EXIT PERFORM
            NOT AT END
                IF CENSUS-IN-LINE NOT = SPACES
                    MOVE 1 TO HAVE-YESTERDAY
                    MOVE SPACES TO SLOT-NAME
                    MOVE SPACES TO LINE-COUNT-TOKEN
                    UNSTRING CENSUS-IN-LINE DELIMITED BY ALL " "
                        INTO SLOT-NAME LINE-COUNT-TOKEN
                    PERFORM FIND-OR-ADD-ITEM
                    IF FOUND-ITEM NOT = 0
                        COMPUTE CENSUS-YESTERDAY(FOUND-ITEM) =
                            FUNCTION NUMVAL(LINE-COUNT-TOKEN)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-CENSUS-IN.

SCAN-EVERYTHING.
    PERFORM SCAN-PLAYERS
    PERFORM SCAN-CONTAINERS
    PERFORM SCAN-HOPPERS
    PERFORM SCAN-DISPENSERS
    PERFORM SCAN-FURNACES
    PERFORM SCAN-BREWING
    PERFORM SCAN-AUCTIONS
    PERFORM SCAN-GROUND-ITEMS.

SCAN-PLAYERS.
    MOVE 0 TO SEEN-COUNT
    MOVE 0 TO PLAYERS-SCANNED
    MOVE 0 TO PLAYERS-SKIPPED
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                IF USERCACHE-LINE NOT = SPACES
                    PERFORM SCAN-ONE-PLAYER
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE.

SCAN-ONE-PLAYER.
    *> a UUID appears once per name it has had; count it once
    MOVE USERCACHE-LINE(1:36) TO LINE-UUID-STR
    MOVE USERCACHE-LINE(38:16) TO LINE-NAME
    MOVE 0 TO ALREADY-SEEN
    PERFORM VARYING SEEN-INDEX FROM 1 BY 1
            UNTIL SEEN-INDEX > SEEN-COUNT OR ALREADY-SEEN NOT = 0
        IF SEEN-UUID(SEEN-INDEX) = LINE-UUID-STR
            MOVE 1 TO ALREADY-SEEN
        END-IF
    END-PERFORM
    IF ALREADY-SEEN NOT = 0 OR SEEN-COUNT >= MAX-SEEN-UUIDS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SEEN-COUNT
    MOVE LINE-UUID-STR TO SEEN-UUID(SEEN-COUNT)

    CALL "UUID-FromString" USING LINE-UUID-STR PLAYER-UUID-BIN
    CALL "Players-PlayerFileName" USING PLAYER-UUID-BIN PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        *> a pre-layout save; the owner's next login migrates it
        ADD 1 TO PLAYERS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT FD-PLAYER-FILE-IN
    READ FD-PLAYER-FILE-IN
        AT END
            CLOSE FD-PLAYER-FILE-IN
            EXIT PARAGRAPH
    END-READ
    CLOSE FD-PLAYER-FILE-IN
    ADD 1 TO PLAYERS-SCANNED

    MOVE SPACES TO HOLDER-LABEL
    STRING "player " LINE-UUID-STR " " FUNCTION TRIM(LINE-NAME)
        DELIMITED BY SIZE INTO HOLDER-LABEL
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        MOVE FILE-PLAYER-INVENTORY-SLOT-ID(SLOT-INDEX) TO SLOT-NAME
        MOVE FILE-PLAYER-INVENTORY-SLOT-COUNT(SLOT-INDEX) TO SLOT-COUNT
        MOVE FILE-PLAYER-INVENTORY-SLOT-NBT-LENGTH(SLOT-INDEX)
            TO SLOT-NBT-LENGTH
        MOVE FILE-PLAYER-INVENTORY-SLOT-NBT-DATA(SLOT-INDEX) TO SLOT-NBT-DATA
        PERFORM COUNT-NBT-SLOT
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE FILE-PLAYER-ENDERCHEST-SLOT-ID(SLOT-INDEX) TO SLOT-NAME
        MOVE FILE-PLAYER-ENDERCHEST-SLOT-COUNT(SLOT-INDEX) TO SLOT-COUNT
        MOVE FILE-PLAYER-ENDERCHEST-SLOT-NBT-LENGTH(SLOT-INDEX)
            TO SLOT-NBT-LENGTH
        MOVE FILE-PLAYER-ENDERCHEST-SLOT-NBT-DATA(SLOT-INDEX) TO SLOT-NBT-DATA
        PERFORM COUNT-NBT-SLOT
    END-PERFORM.

SCAN-CONTAINERS.
    OPEN INPUT FD-CONTAINER-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-CONTAINER-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE FILE-CONTAINER-X TO X-DISPLAY
                MOVE FILE-CONTAINER-Y TO Y-DISPLAY
                MOVE FILE-CONTAINER-Z TO Z-DISPLAY
                MOVE "container" TO HOLDER-KIND
                PERFORM LABEL-POSITION
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                        UNTIL SLOT-INDEX > 27
                    MOVE FILE-CONTAINER-SLOT-ID(SLOT-INDEX) TO SLOT-NAME
                    MOVE FILE-CONTAINER-SLOT-COUNT(SLOT-INDEX)
                        TO SLOT-COUNT
                    MOVE FILE-CONTAINER-SLOT-NBT-LENGTH(SLOT-INDEX)
                        TO SLOT-NBT-LENGTH
                    MOVE FILE-CONTAINER-SLOT-NBT-DATA(SLOT-INDEX)
                        TO SLOT-NBT-DATA
                    PERFORM COUNT-NBT-SLOT
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE FD-CONTAINER-FILE-IN.

SCAN-HOPPERS.
    OPEN INPUT FD-HOPPER-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-HOPPER-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE FILE-HOPPER-X TO X-DISPLAY
                MOVE FILE-HOPPER-Y TO Y-DISPLAY
                MOVE FILE-HOPPER-Z TO Z-DISPLAY
                MOVE "hopper" TO HOLDER-KIND
                PERFORM LABEL-POSITION
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                        UNTIL SLOT-INDEX > 5
                    MOVE FILE-HOPPER-SLOT-ID(SLOT-INDEX) TO SLOT-NAME
                    MOVE FILE-HOPPER-SLOT-COUNT(SLOT-INDEX) TO SLOT-COUNT
                    MOVE FILE-HOPPER-SLOT-NBT-LENGTH(SLOT-INDEX)
                        TO SLOT-NBT-LENGTH
                    MOVE FILE-HOPPER-SLOT-NBT-DATA(SLOT-INDEX) TO SLOT-NBT-DATA
                    PERFORM COUNT-NBT-SLOT
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE FD-HOPPER-FILE-IN.

SCAN-DISPENSERS.
    OPEN INPUT FD-DISPENSER-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-DISPENSER-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE FILE-DISPENSER-X TO X-DISPLAY
                MOVE FILE-DISPENSER-Y TO Y-DISPLAY
                MOVE FILE-DISPENSER-Z TO Z-DISPLAY
                MOVE "dispenser" TO HOLDER-KIND
                PERFORM LABEL-POSITION
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                        UNTIL SLOT-INDEX > 9
                    MOVE FILE-DISPENSER-SLOT-ID(SLOT-INDEX) TO SLOT-NAME
                    MOVE FILE-DISPENSER-SLOT-COUNT(SLOT-INDEX) TO SLOT-COUNT
                    MOVE FILE-DISPENSER-SLOT-NBT-LENGTH(SLOT-INDEX)
                        TO SLOT-NBT-LENGTH
                    MOVE FILE-DISPENSER-SLOT-NBT-DATA(SLOT-INDEX)
                        TO SLOT-NBT-DATA
                    PERFORM COUNT-NBT-SLOT
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE FD-DISPENSER-FILE-IN.

SCAN-FURNACES.
    OPEN INPUT FD-FURNACE-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-FURNACE-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE FILE-FURNACE-X TO X-DISPLAY
                MOVE FILE-FURNACE-Y TO Y-DISPLAY
                MOVE FILE-FURNACE-Z TO Z-DISPLAY
                MOVE "furnace" TO HOLDER-KIND
                PERFORM LABEL-POSITION
                MOVE FILE-FURNACE-INPUT-ID TO SLOT-NAME
                MOVE FILE-FURNACE-INPUT-COUNT TO SLOT-COUNT
                PERFORM COUNT-SLOT
                MOVE FILE-FURNACE-FUEL-ID TO SLOT-NAME
                MOVE FILE-FURNACE-FUEL-COUNT TO SLOT-COUNT
                PERFORM COUNT-SLOT
                MOVE FILE-FURNACE-OUTPUT-ID TO SLOT-NAME
                MOVE FILE-FURNACE-OUTPUT-COUNT TO SLOT-COUNT
                PERFORM COUNT-SLOT
        END-READ
    END-PERFORM
    CLOSE FD-FURNACE-FILE-IN.

SCAN-BREWING.
    OPEN INPUT FD-BREWING-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-BREWING-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE FILE-BREWING-X TO X-DISPLAY
                MOVE FILE-BREWING-Y TO Y-DISPLAY
                MOVE FILE-BREWING-Z TO Z-DISPLAY
                MOVE "brewing stand" TO HOLDER-KIND
                PERFORM LABEL-POSITION
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                        UNTIL SLOT-INDEX > 3
                    MOVE FILE-BREWING-BOTTLE-ID(SLOT-INDEX) TO SLOT-NAME
                    MOVE FILE-BREWING-BOTTLE-COUNT(SLOT-INDEX)
                        TO SLOT-COUNT
                    PERFORM COUNT-SLOT
                END-PERFORM
                MOVE FILE-BREWING-INGREDIENT-ID TO SLOT-NAME
                MOVE FILE-BREWING-INGREDIENT-COUNT TO SLOT-COUNT
                PERFORM COUNT-SLOT
                *> the fuel slot only ever holds blaze powder, so the
                *> file keeps just its count
                MOVE "minecraft:blaze_powder" TO SLOT-NAME
                MOVE FILE-BREWING-FUEL-COUNT TO SLOT-COUNT
                PERFORM COUNT-SLOT
        END-READ
    END-PERFORM
    CLOSE FD-BREWING-FILE-IN.

SCAN-AUCTIONS.
    MOVE 0 TO RECORD-NUMBER
    OPEN INPUT FD-AUCTION-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-AUCTION-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO RECORD-NUMBER
                IF FILE-AUCTION-STATE NOT = 0
                    CALL "UUID-ToString" USING FILE-AUCTION-SELLER-UUID
                        LINE-UUID-STR
                    MOVE RECORD-NUMBER TO X-DISPLAY
                    MOVE SPACES TO HOLDER-LABEL
                    STRING "auction #" FUNCTION TRIM(X-DISPLAY)
                        " seller " LINE-UUID-STR
                        DELIMITED BY SIZE INTO HOLDER-LABEL
                    MOVE FILE-AUCTION-SLOT-ID TO SLOT-NAME
                    MOVE FILE-AUCTION-SLOT-COUNT TO SLOT-COUNT
                    MOVE FILE-AUCTION-SLOT-NBT-LENGTH TO SLOT-NBT-LENGTH
                    MOVE FILE-AUCTION-SLOT-NBT-DATA TO SLOT-NBT-DATA
                    PERFORM COUNT-NBT-SLOT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-AUCTION-FILE-IN.

SCAN-GROUND-ITEMS.
    OPEN INPUT FD-GROUND-ITEM-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-GROUND-ITEM-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE FILE-GROUND-ITEM-X TO X-DISPLAY
                MOVE FILE-GROUND-ITEM-Y TO Y-DISPLAY
                MOVE FILE-GROUND-ITEM-Z TO Z-DISPLAY
                MOVE "ground" TO HOLDER-KIND
                PERFORM LABEL-POSITION
                MOVE FILE-GROUND-ITEM-ID TO SLOT-NAME
                MOVE FILE-GROUND-ITEM-COUNT TO SLOT-COUNT
                MOVE FILE-GROUND-ITEM-NBT-LENGTH TO SLOT-NBT-LENGTH
                MOVE FILE-GROUND-ITEM-NBT-DATA TO SLOT-NBT-DATA
                PERFORM COUNT-NBT-SLOT
        END-READ
    END-PERFORM
    CLOSE FD-GROUND-ITEM-FILE-IN.

LABEL-POSITION.
    MOVE SPACES TO HOLDER-LABEL
    STRING FUNCTION TRIM(HOLDER-KIND) " " FUNCTION TRIM(X-DISPLAY)
        "," FUNCTION TRIM(Y-DISPLAY) "," FUNCTION TRIM(Z-DISPLAY)
        DELIMITED BY SIZE INTO HOLDER-LABEL.

COUNT-NBT-SLOT.
    *> the slot itself, then whatever a shulker box in it carries
    *> (boxes don't stack, so a slot holds one box's worth)
    PERFORM COUNT-SLOT
    IF SLOT-COUNT <= 0 OR SLOT-NBT-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    CALL "ShulkerBox-IsName" USING SLOT-NAME IS-SHULKER-BOX
    IF IS-SHULKER-BOX = 0
        EXIT PARAGRAPH
    END-IF
    CALL "ShulkerBox-Unpack" USING SLOT-NBT-DATA SLOT-NBT-LENGTH
        BOX-SHULKER-CONTENTS
    PERFORM VARYING BOX-SLOT-INDEX FROM 1 BY 1 UNTIL BOX-SLOT-INDEX > 27
        MOVE BOX-SHULKER-SLOT-NAME(BOX-SLOT-INDEX) TO SLOT-NAME
        MOVE BOX-SHULKER-SLOT-COUNT(BOX-SLOT-INDEX) TO SLOT-COUNT
        PERFORM COUNT-SLOT
    END-PERFORM.

COUNT-SLOT.
    IF SLOT-COUNT <= 0 OR SLOT-NAME = SPACES
            OR SLOT-NAME = "minecraft:air"
        EXIT PARAGRAPH
    END-IF
    IF PASS-TOTALS
        PERFORM FIND-OR-ADD-ITEM
        IF FOUND-ITEM NOT = 0
            ADD SLOT-COUNT TO CENSUS-TODAY(FOUND-ITEM)
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> holder pass: only the flagged items are tracked per holder
    PERFORM FIND-ITEM
    IF FOUND-ITEM = 0
        EXIT PARAGRAPH
    END-IF
    IF CENSUS-SPIKED(FOUND-ITEM) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO FOUND-HOLDING
    PERFORM VARYING HOLDING-INDEX FROM 1 BY 1
            UNTIL HOLDING-INDEX > HOLDING-COUNT-USED
            OR FOUND-HOLDING NOT = 0
        IF HOLDING-ITEM(HOLDING-INDEX) = FOUND-ITEM
                AND HOLDING-LABEL(HOLDING-INDEX) = HOLDER-LABEL
            MOVE HOLDING-INDEX TO FOUND-HOLDING
        END-IF
    END-PERFORM
    IF FOUND-HOLDING = 0
        IF HOLDING-COUNT-USED >= MAX-HOLDINGS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO HOLDING-COUNT-USED
        MOVE HOLDING-COUNT-USED TO FOUND-HOLDING
        MOVE FOUND-ITEM TO HOLDING-ITEM(FOUND-HOLDING)
        MOVE HOLDER-LABEL TO HOLDING-LABEL(FOUND-HOLDING)
        MOVE 0 TO HOLDING-COUNT(FOUND-HOLDING)
        MOVE 0 TO HOLDING-LISTED(FOUND-HOLDING)
    END-IF
    ADD SLOT-COUNT TO HOLDING-COUNT(FOUND-HOLDING).

FIND-ITEM.
    MOVE 0 TO FOUND-ITEM
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
            UNTIL CENSUS-INDEX > CENSUS-COUNT OR FOUND-ITEM NOT = 0
        IF CENSUS-NAME(CENSUS-INDEX) = SLOT-NAME
            MOVE CENSUS-INDEX TO FOUND-ITEM
        END-IF
    END-PERFORM.

FIND-OR-ADD-ITEM.
    PERFORM FIND-ITEM
    IF FOUND-ITEM NOT = 0 OR CENSUS-COUNT >= MAX-ITEMS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CENSUS-COUNT
    MOVE CENSUS-COUNT TO FOUND-ITEM
    MOVE SLOT-NAME TO CENSUS-NAME(FOUND-ITEM)
    MOVE 0 TO CENSUS-TODAY(FOUND-ITEM)
    MOVE 0 TO CENSUS-YESTERDAY(FOUND-ITEM)
    MOVE 0 TO CENSUS-SPIKED(FOUND-ITEM).

FLAG-SPIKES.
    *> nothing to compare against on the very first run
    IF HAVE-YESTERDAY = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
            UNTIL CENSUS-INDEX > CENSUS-COUNT
        IF CENSUS-TODAY(CENSUS-INDEX) - CENSUS-YESTERDAY(CENSUS-INDEX)
                >= SPIKE-MIN-COUNT
            IF CENSUS-YESTERDAY(CENSUS-INDEX) = 0
                MOVE 1 TO CENSUS-SPIKED(CENSUS-INDEX)
            ELSE
                COMPUTE GROWTH-PERCENT =
                    (CENSUS-TODAY(CENSUS-INDEX)
                        - CENSUS-YESTERDAY(CENSUS-INDEX)) * 100
                    / CENSUS-YESTERDAY(CENSUS-INDEX)
                IF GROWTH-PERCENT > SPIKE-PERCENT
                    MOVE 1 TO CENSUS-SPIKED(CENSUS-INDEX)
                END-IF
            END-IF
        END-IF
        IF CENSUS-SPIKED(CENSUS-INDEX) NOT = 0
            ADD 1 TO SPIKE-COUNT
        END-IF
    END-PERFORM.

WRITE-REPORT.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/item-census-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    OPEN OUTPUT FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "item census " FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE PLAYERS-SCANNED TO COUNT-DISPLAY
    MOVE PLAYERS-SKIPPED TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " player save(s) counted, "
        FUNCTION TRIM(COUNT-DISPLAY-2) " pre-layout save(s) skipped"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF HAVE-YESTERDAY = 0
        MOVE "no previous census - today's totals become the baseline"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    IF SPIKE-COUNT > 0
        MOVE SPIKE-COUNT TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(COUNT-DISPLAY)
            " item(s) spiked past the threshold" DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
                UNTIL CENSUS-INDEX > CENSUS-COUNT
            IF CENSUS-SPIKED(CENSUS-INDEX) NOT = 0
                PERFORM REPORT-ONE-SPIKE
            END-IF
        END-PERFORM
    END-IF

    MOVE "totals (today, yesterday)" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
            UNTIL CENSUS-INDEX > CENSUS-COUNT
        MOVE CENSUS-TODAY(CENSUS-INDEX) TO COUNT-DISPLAY
        MOVE CENSUS-YESTERDAY(CENSUS-INDEX) TO COUNT-DISPLAY-2
        MOVE SPACES TO REPORT-LINE
        STRING "  " CENSUS-NAME(CENSUS-INDEX) " " COUNT-DISPLAY " "
            COUNT-DISPLAY-2 DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    CLOSE FD-REPORT.

REPORT-ONE-SPIKE.
    MOVE CENSUS-TODAY(CENSUS-INDEX) TO COUNT-DISPLAY
    MOVE CENSUS-YESTERDAY(CENSUS-INDEX) TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "SPIKE " FUNCTION TRIM(CENSUS-NAME(CENSUS-INDEX))
        " now " FUNCTION TRIM(COUNT-DISPLAY)
        " was " FUNCTION TRIM(COUNT-DISPLAY-2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE REPORT-LINE TO LOG-MESSAGE
    CALL "Log-Write" USING "WARN" LOG-MESSAGE

    *> the biggest holders, by repeated selection of the largest
    *> not-yet-listed holding
    PERFORM VARYING RANK-INDEX FROM 1 BY 1 UNTIL RANK-INDEX > TOP-HOLDERS
        MOVE 0 TO BEST-HOLDING
        PERFORM VARYING HOLDING-INDEX FROM 1 BY 1
                UNTIL HOLDING-INDEX > HOLDING-COUNT-USED
            IF HOLDING-ITEM(HOLDING-INDEX) = CENSUS-INDEX
                    AND HOLDING-LISTED(HOLDING-INDEX) = 0
                IF BEST-HOLDING = 0
                    MOVE HOLDING-INDEX TO BEST-HOLDING
                ELSE
                    IF HOLDING-COUNT(HOLDING-INDEX)
                            > HOLDING-COUNT(BEST-HOLDING)
                        MOVE HOLDING-INDEX TO BEST-HOLDING
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF BEST-HOLDING = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO HOLDING-LISTED(BEST-HOLDING)
        MOVE HOLDING-COUNT(BEST-HOLDING) TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "    " COUNT-DISPLAY " "
            FUNCTION TRIM(HOLDING-LABEL(BEST-HOLDING))
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

SAVE-TODAY.
    OPEN OUTPUT FD-CENSUS-OUT
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
            UNTIL CENSUS-INDEX > CENSUS-COUNT
        IF CENSUS-TODAY(CENSUS-INDEX) > 0
            MOVE CENSUS-TODAY(CENSUS-INDEX) TO COUNT-DISPLAY
            MOVE SPACES TO CENSUS-OUT-LINE
            STRING FUNCTION TRIM(CENSUS-NAME(CENSUS-INDEX)) " "
                FUNCTION TRIM(COUNT-DISPLAY)
                DELIMITED BY SIZE INTO CENSUS-OUT-LINE
            WRITE CENSUS-OUT-LINE
        END-IF
    END-PERFORM
    CLOSE FD-CENSUS-OUT
    CALL "CBL_RENAME_FILE" USING "save/item-census.dat.tmp"
        "save/item-census.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "item census could not replace save/item-census.dat"
    END-IF.

END PROGRAM ItemCensus-Run.
