*> --- Maps-Init ---
*> Empties the held-map cache and reads the next map ID to issue from
*> save/maps/index.dat (a missing file starts at 1), along with how far
*> around its holder a map fills in (Maps-Configure). Called at
*> startup after Recipes-Init: when save/recipes.txt doesn't already
*> make an empty map, the 2x2 grid's version - three paper around a
*> compass - is added, so a server without a recipe file can still make
*> maps.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-MAP-INDEX
        ASSIGN TO "save/maps/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-MAP-INDEX.
    01 MAP-INDEX-LINE            PIC X(20).
WORKING-STORAGE SECTION.
    COPY DD-MAPS.
    COPY DD-RECIPES.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 RECIPE-INDEX              BINARY-LONG UNSIGNED.
    01 MAP-ITEM-ID               BINARY-LONG.
    01 PAPER-ITEM-ID             BINARY-LONG.
    01 COMPASS-ITEM-ID           BINARY-LONG.
    01 RECIPE-FOUND              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-MAP-SLOTS
        MOVE 0 TO MAP-SLOT-ID(SLOT-INDEX)
        MOVE 0 TO MAP-SLOT-DIRTY(SLOT-INDEX)
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 20
        MOVE 0 TO MAP-VIEWER-CLIENT(SLOT-INDEX)
        MOVE 0 TO MAP-VIEWER-MAP-ID(SLOT-INDEX)
        MOVE 0 TO MAP-VIEWER-STRIPE(SLOT-INDEX)
    END-PERFORM

    CALL "Maps-Configure"

    MOVE 1 TO MAPS-NEXT-ID
    OPEN INPUT FD-MAP-INDEX
    READ FD-MAP-INDEX
        AT END
            CONTINUE
        NOT AT END
            IF FUNCTION TEST-NUMVAL(MAP-INDEX-LINE) = 0
                COMPUTE MAPS-NEXT-ID = FUNCTION NUMVAL(MAP-INDEX-LINE)
            END-IF
    END-READ
    CLOSE FD-MAP-INDEX
    IF MAPS-NEXT-ID < 1
        MOVE 1 TO MAPS-NEXT-ID
    END-IF

    CALL "Items-Get-Id" USING "minecraft:map" MAP-ITEM-ID
    CALL "Items-Get-Id" USING "minecraft:paper" PAPER-ITEM-ID
    CALL "Items-Get-Id" USING "minecraft:compass" COMPASS-ITEM-ID
    MOVE 0 TO RECIPE-FOUND
    PERFORM VARYING RECIPE-INDEX FROM 1 BY 1
            UNTIL RECIPE-INDEX > RECIPE-COUNT
        IF RECIPE-RESULT-ID(RECIPE-INDEX) = MAP-ITEM-ID
            MOVE 1 TO RECIPE-FOUND
        END-IF
    END-PERFORM
    IF RECIPE-FOUND = 0 AND RECIPE-COUNT < MAX-RECIPES
        ADD 1 TO RECIPE-COUNT
        MOVE MAP-ITEM-ID TO RECIPE-RESULT-ID(RECIPE-COUNT)
        MOVE 1 TO RECIPE-RESULT-COUNT(RECIPE-COUNT)
        MOVE PAPER-ITEM-ID TO RECIPE-INGREDIENT(RECIPE-COUNT, 1)
        MOVE PAPER-ITEM-ID TO RECIPE-INGREDIENT(RECIPE-COUNT, 2)
        MOVE PAPER-ITEM-ID TO RECIPE-INGREDIENT(RECIPE-COUNT, 3)
        MOVE COMPASS-ITEM-ID TO RECIPE-INGREDIENT(RECIPE-COUNT, 4)
    END-IF
    GOBACK.

END PROGRAM Maps-Init.

*> --- Maps-Configure ---
*> How far around its holder a map fills in (map-explore-radius, 8 to
*> 64 blocks, default 32), read at startup and again by Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAPS.
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "map-explore-radius" 32
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 8 OR CONFIGURED-NUMBER > 64
        MOVE 32 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO MAPS-EXPLORE-RADIUS
    GOBACK.

END PROGRAM Maps-Configure.

*> --- Maps-Save ---
*> Writes every cached map with unsaved pixels to its own
*> save/maps/map_<id>.dat, then the next-ID counter to
*> save/maps/index.dat, each through the usual temp-then-rename. Called
*> when a map is made, with every autosave checkpoint, before a dirty
*> map leaves the cache and at shutdown.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-MAP-FILE-OUT
        ASSIGN TO MAP-TEMP-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-MAP-INDEX-OUT
        ASSIGN TO "save/maps/index.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-MAP-FILE-OUT.
    COPY DD-MAP-FILE.
FD FD-MAP-INDEX-OUT.
    01 MAP-INDEX-LINE            PIC X(20).
WORKING-STORAGE SECTION.
    COPY DD-MAPS.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 MAP-FILE-NAME             PIC X(64).
    01 MAP-TEMP-NAME             PIC X(64).
    01 ID-DISPLAY                PIC Z(9)9.
    01 RENAME-STATUS             BINARY-LONG.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/maps"

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-MAP-SLOTS
        IF MAP-SLOT-ID(SLOT-INDEX) NOT = 0
                AND MAP-SLOT-DIRTY(SLOT-INDEX) NOT = 0
            PERFORM WRITE-ONE-MAP
        END-IF
    END-PERFORM

    OPEN OUTPUT FD-MAP-INDEX-OUT
    MOVE MAPS-NEXT-ID TO ID-DISPLAY
    MOVE FUNCTION TRIM(ID-DISPLAY) TO MAP-INDEX-LINE
    WRITE MAP-INDEX-LINE
    CLOSE FD-MAP-INDEX-OUT
    CALL "CBL_RENAME_FILE" USING "save/maps/index.dat.tmp"
        "save/maps/index.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "maps: could not write save/maps/index.dat"
    END-IF
    GOBACK.

WRITE-ONE-MAP.
    MOVE MAP-SLOT-ID(SLOT-INDEX) TO ID-DISPLAY
    MOVE SPACES TO MAP-FILE-NAME
    STRING "save/maps/map_" FUNCTION TRIM(ID-DISPLAY) ".dat"
        DELIMITED BY SIZE INTO MAP-FILE-NAME
    MOVE SPACES TO MAP-TEMP-NAME
    STRING FUNCTION TRIM(MAP-FILE-NAME) ".tmp"
        DELIMITED BY SIZE INTO MAP-TEMP-NAME

    MOVE MAP-SLOT-ID(SLOT-INDEX) TO FILE-MAP-ID
    MOVE MAP-SLOT-DIMENSION(SLOT-INDEX) TO FILE-MAP-DIMENSION
    MOVE MAP-SLOT-CENTER-X(SLOT-INDEX) TO FILE-MAP-CENTER-X
    MOVE MAP-SLOT-CENTER-Z(SLOT-INDEX) TO FILE-MAP-CENTER-Z
    MOVE MAP-SLOT-SCALE(SLOT-INDEX) TO FILE-MAP-SCALE
    MOVE MAP-SLOT-PIXELS(SLOT-INDEX) TO FILE-MAP-PIXELS
    OPEN OUTPUT FD-MAP-FILE-OUT
    WRITE FILE-MAP
    CLOSE FD-MAP-FILE-OUT

    CALL "CBL_RENAME_FILE" USING MAP-TEMP-NAME MAP-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "maps: could not write " FUNCTION TRIM(MAP-FILE-NAME)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
    ELSE
        MOVE 0 TO MAP-SLOT-DIRTY(SLOT-INDEX)
    END-IF.

END PROGRAM Maps-Save.

*> --- Maps-Find ---
*> Returns the cache slot holding a map, reading save/maps/map_<id>.dat
*> into the least recently used slot when it isn't cached (saving first
*> if that slot has unsaved pixels). 0 when no such map exists.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-Find.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-MAP-FILE-IN
        ASSIGN TO MAP-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-MAP-FILE-IN.
    COPY DD-MAP-FILE.
WORKING-STORAGE SECTION.
    COPY DD-MAPS.
    COPY DD-WORLD.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 VICTIM-SLOT               BINARY-LONG UNSIGNED.
    01 MAP-FILE-NAME             PIC X(64).
    01 ID-DISPLAY                PIC Z(9)9.
    01 MAP-READ                  BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-MAP-ID                 BINARY-LONG.
    01 LK-SLOT-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-MAP-ID LK-SLOT-INDEX.
    MOVE 0 TO LK-SLOT-INDEX
    IF LK-MAP-ID < 1
        GOBACK
    END-IF
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-MAP-SLOTS
        IF MAP-SLOT-ID(SLOT-INDEX) = LK-MAP-ID
            MOVE SLOT-INDEX TO LK-SLOT-INDEX
            MOVE WORLD-CURRENT-TICK TO MAP-SLOT-LAST-USED(SLOT-INDEX)
            GOBACK
        END-IF
    END-PERFORM

    *> a free slot, or else the one untouched the longest
    MOVE 1 TO VICTIM-SLOT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-MAP-SLOTS
        IF MAP-SLOT-ID(SLOT-INDEX) = 0
            MOVE SLOT-INDEX TO VICTIM-SLOT
            EXIT PERFORM
        END-IF
        IF MAP-SLOT-LAST-USED(SLOT-INDEX)
                < MAP-SLOT-LAST-USED(VICTIM-SLOT)
            MOVE SLOT-INDEX TO VICTIM-SLOT
        END-IF
    END-PERFORM

    MOVE LK-MAP-ID TO ID-DISPLAY
    MOVE SPACES TO MAP-FILE-NAME
    STRING "save/maps/map_" FUNCTION TRIM(ID-DISPLAY) ".dat"
        DELIMITED BY SIZE INTO MAP-FILE-NAME
    MOVE 0 TO MAP-READ
    OPEN INPUT FD-MAP-FILE-IN
    READ FD-MAP-FILE-IN
        AT END
            CONTINUE
        NOT AT END
            IF FILE-MAP-ID = LK-MAP-ID
                MOVE 1 TO MAP-READ
            END-IF
    END-READ
    CLOSE FD-MAP-FILE-IN
    IF MAP-READ = 0
        GOBACK
    END-IF

    IF MAP-SLOT-ID(VICTIM-SLOT) NOT = 0
            AND MAP-SLOT-DIRTY(VICTIM-SLOT) NOT = 0
        CALL "Maps-Save"
    END-IF
    MOVE FILE-MAP-ID TO MAP-SLOT-ID(VICTIM-SLOT)
    MOVE FILE-MAP-DIMENSION TO MAP-SLOT-DIMENSION(VICTIM-SLOT)
    MOVE FILE-MAP-CENTER-X TO MAP-SLOT-CENTER-X(VICTIM-SLOT)
    MOVE FILE-MAP-CENTER-Z TO MAP-SLOT-CENTER-Z(VICTIM-SLOT)
    MOVE FILE-MAP-SCALE TO MAP-SLOT-SCALE(VICTIM-SLOT)
    MOVE FILE-MAP-PIXELS TO MAP-SLOT-PIXELS(VICTIM-SLOT)
    MOVE 0 TO MAP-SLOT-DIRTY(VICTIM-SLOT)
    MOVE WORLD-CURRENT-TICK TO MAP-SLOT-LAST-USED(VICTIM-SLOT)
    MOVE VICTIM-SLOT TO LK-SLOT-INDEX
    GOBACK.

END PROGRAM Maps-Find.

*> --- Maps-SlotMapId ---
*> The map ID a player's inventory slot carries: the map_id in the
*> NBT of a filled map, 0 for anything else.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-SlotMapId.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-NBT-DECODER.
    01 FILLED-MAP-ID             BINARY-LONG VALUE 0.
    01 NBT-TAG-TYPE              BINARY-CHAR UNSIGNED.
    01 NBT-NAME                  PIC X(64).
    01 NBT-NAME-LEN              BINARY-LONG UNSIGNED.
    01 NBT-VALUE-LONG            BINARY-LONG-LONG.
    01 NBT-VALUE-FLOAT           FLOAT-SHORT.
    01 NBT-VALUE-DOUBLE          FLOAT-LONG.
    01 NBT-VALUE-STR             PIC X(64).
    01 NBT-VALUE-STR-LEN         BINARY-LONG UNSIGNED.
    01 NBT-ARRAY-LEN             BINARY-LONG UNSIGNED.
    01 NBT-LIST-ELEMENT-TYPE     BINARY-CHAR UNSIGNED.
    01 NBT-FAILED                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-SLOT-INDEX             BINARY-LONG UNSIGNED.
    01 LK-MAP-ID                 BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-SLOT-INDEX LK-MAP-ID.
    MOVE 0 TO LK-MAP-ID
    IF FILLED-MAP-ID = 0
        CALL "Items-Get-Id" USING "minecraft:filled_map" FILLED-MAP-ID
    END-IF
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, LK-SLOT-INDEX) = 0
            OR PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, LK-SLOT-INDEX)
                NOT = FILLED-MAP-ID
            OR PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID,
                LK-SLOT-INDEX) < 3
        GOBACK
    END-IF

    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE
        PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, LK-SLOT-INDEX)
    PERFORM UNTIL NBT-DECODER-LEVEL = 0
            OR NBT-DECODER-OFFSET > PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                LK-PLAYER-ID, LK-SLOT-INDEX)
        CALL "NbtDecode-Next" USING NBT-DECODER-STATE
            PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, LK-SLOT-INDEX)
            NBT-TAG-TYPE NBT-NAME NBT-NAME-LEN
            NBT-VALUE-LONG NBT-VALUE-FLOAT NBT-VALUE-DOUBLE
            NBT-VALUE-STR NBT-VALUE-STR-LEN
            NBT-ARRAY-LEN NBT-LIST-ELEMENT-TYPE NBT-FAILED
        IF NBT-FAILED NOT = 0
            MOVE 0 TO LK-MAP-ID
            GOBACK
        END-IF
        IF NBT-TAG-TYPE = 3 AND NBT-NAME = "map_id"
            MOVE NBT-VALUE-LONG TO LK-MAP-ID
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Maps-SlotMapId.

*> --- Maps-Create ---
*> A right click with an empty map in hand - in the air through
*> RecvPacket-UseItem, against a block through the map item-use
*> callback. One empty map becomes a filled map with the next map ID,
*> centred on the block the player stands on and blank until Maps-Tick
*> fills it in around them. The new map and the advanced counter are
*> on disk before the item reaches the inventory. The filled map takes
*> the held slot when it was the last empty map, otherwise the first
*> free inventory slot; with no room, nothing is used up.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-Create.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAPS.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-NBT-ENCODER.
    01 MAP-ITEM-ID               BINARY-LONG.
    01 FILLED-MAP-ID             BINARY-LONG.
    01 HELD-SLOT                 BINARY-CHAR UNSIGNED.
    01 HELD-INVENTORY-INDEX      BINARY-LONG UNSIGNED.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 CACHE-SLOT                BINARY-LONG UNSIGNED.
    01 NEW-MAP-ID                BINARY-LONG.
    01 ID-DISPLAY                PIC Z(9)9.
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    CALL "Items-Get-Id" USING "minecraft:map" MAP-ITEM-ID
    CALL "Items-Get-Id" USING "minecraft:filled_map" FILLED-MAP-ID
    CALL "Players-HeldItemSlot" USING LK-PLAYER-ID HELD-SLOT
    MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-INVENTORY-INDEX) = 0
            OR PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, HELD-INVENTORY-INDEX)
                NOT = MAP-ITEM-ID
        GOBACK
    END-IF

    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-INVENTORY-INDEX) = 1
        MOVE HELD-INVENTORY-INDEX TO TARGET-SLOT
    ELSE
        MOVE 0 TO TARGET-SLOT
        PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 45
                OR TARGET-SLOT NOT = 0
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, SLOT-INDEX) = 0
                MOVE SLOT-INDEX TO TARGET-SLOT
            END-IF
        END-PERFORM
        IF TARGET-SLOT = 0
            CALL "Messages-GetPlayer" USING LK-PLAYER-ID "map-no-room"
                "You have no room for the map" " " CATALOG-MESSAGE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
                CATALOG-MESSAGE
            GOBACK
        END-IF
    END-IF

    *> the cache slot for the new map: a free one, or one whose pixels
    *> are safely on disk after a save
    MOVE 0 TO CACHE-SLOT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-MAP-SLOTS OR CACHE-SLOT NOT = 0
        IF MAP-SLOT-ID(SLOT-INDEX) = 0
            MOVE SLOT-INDEX TO CACHE-SLOT
        END-IF
    END-PERFORM
    IF CACHE-SLOT = 0
        CALL "Maps-Save"
        MOVE 1 TO CACHE-SLOT
        PERFORM VARYING SLOT-INDEX FROM 2 BY 1
                UNTIL SLOT-INDEX > MAX-MAP-SLOTS
            IF MAP-SLOT-LAST-USED(SLOT-INDEX)
                    < MAP-SLOT-LAST-USED(CACHE-SLOT)
                MOVE SLOT-INDEX TO CACHE-SLOT
            END-IF
        END-PERFORM
    END-IF

    MOVE MAPS-NEXT-ID TO NEW-MAP-ID
    ADD 1 TO MAPS-NEXT-ID
    MOVE NEW-MAP-ID TO MAP-SLOT-ID(CACHE-SLOT)
    MOVE PLAYER-DIMENSION(LK-PLAYER-ID) TO MAP-SLOT-DIMENSION(CACHE-SLOT)
    MOVE PLAYER-X(LK-PLAYER-ID) TO MAP-SLOT-CENTER-X(CACHE-SLOT)
    MOVE PLAYER-Z(LK-PLAYER-ID) TO MAP-SLOT-CENTER-Z(CACHE-SLOT)
    MOVE 0 TO MAP-SLOT-SCALE(CACHE-SLOT)
    MOVE LOW-VALUES TO MAP-SLOT-PIXELS(CACHE-SLOT)
    MOVE 1 TO MAP-SLOT-DIRTY(CACHE-SLOT)
    MOVE WORLD-CURRENT-TICK TO MAP-SLOT-LAST-USED(CACHE-SLOT)
    CALL "Maps-Save"

    SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID,
        HELD-INVENTORY-INDEX)
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-INVENTORY-INDEX) = 0
        MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID,
            HELD-INVENTORY-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID,
            HELD-INVENTORY-INDEX)
    END-IF
    IF TARGET-SLOT NOT = HELD-INVENTORY-INDEX
        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
            HELD-INVENTORY-INDEX
    END-IF

    MOVE FILLED-MAP-ID TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID,
        TARGET-SLOT)
    MOVE 1 TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, TARGET-SLOT)
    MOVE 1 TO NBT-ENCODER-OFFSET
    MOVE 0 TO NBT-ENCODER-LEVEL
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE
        PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, TARGET-SLOT)
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE
        PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, TARGET-SLOT)
        "map_id" 6 NEW-MAP-ID
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE
        PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, TARGET-SLOT)
    COMPUTE PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, TARGET-SLOT)
        = NBT-ENCODER-OFFSET - 1
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID TARGET-SLOT
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID

    MOVE NEW-MAP-ID TO ID-DISPLAY
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "map-created"
        "Map #{0} started - hold it to fill it in"
        FUNCTION TRIM(ID-DISPLAY) CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

END PROGRAM Maps-Create.

*> --- Maps-SendSlots ---
*> Re-sends each filled map in a player's inventory as a single slot
*> carrying its map ID, which the whole-window content packet has no
*> room for. Crafting-SendInventory calls this straight after the
*> window, so every inventory refresh leaves the maps recognisable.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-SendSlots.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 WINDOW-SLOT               BINARY-LONG UNSIGNED.
    01 SLOT-MAP-ID               BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-CLIENT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        CALL "Maps-SlotMapId" USING LK-PLAYER-ID SLOT-INDEX SLOT-MAP-ID
        IF SLOT-MAP-ID > 0
            COMPUTE WINDOW-SLOT = SLOT-INDEX - 1
            CALL "SendPacket-ContainerSlot" USING
                PLAYER-CLIENT(LK-PLAYER-ID) WINDOW-SLOT
                PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, SLOT-INDEX)
                PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, SLOT-INDEX)
                SLOT-MAP-ID
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Maps-SendSlots.

*> --- Maps-Tick ---
*> Keeps held maps drawn. For every player holding a filled map (main
*> hand first, then the off hand), the whole map goes out once when it
*> comes into hand; then, while the player is in the map's dimension,
*> a few columns of the map-explore-radius square around them are
*> re-rendered each tick, sweeping the square, and whatever changed is
*> pushed as one rectangle to everyone holding that map. Deferrable:
*> World-Tick thins this out with the rest of the cosmetic work while
*> load shedding.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maps-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAPS.
    COPY DD-PLAYERS.
    01 C-STRIPE-COLUMNS          BINARY-LONG VALUE 4.
    01 C-OFF-HAND-SLOT           BINARY-LONG UNSIGNED VALUE 46.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 VIEWER-INDEX              BINARY-CHAR.
    01 HELD-SLOT                 BINARY-CHAR UNSIGNED.
    01 HELD-INVENTORY-INDEX      BINARY-LONG UNSIGNED.
    01 HELD-MAP-ID               BINARY-LONG.
    01 CACHE-SLOT                BINARY-LONG UNSIGNED.
    01 WINDOW-SPAN               BINARY-LONG.
    01 PLAYER-COLUMN             BINARY-LONG.
    01 PLAYER-ROW                BINARY-LONG.
    01 STRIPE-STEP               BINARY-LONG.
    01 PIXEL-COLUMN              BINARY-LONG.
    01 PIXEL-ROW                 BINARY-LONG.
    01 FIRST-ROW                 BINARY-LONG.
    01 LAST-ROW                  BINARY-LONG.
    01 PIXEL-OFFSET              BINARY-LONG UNSIGNED.
    01 BLOCK-X                   BINARY-LONG.
    01 BLOCK-Z                   BINARY-LONG.
    01 COLOR-RED                 BINARY-LONG.
    01 COLOR-GREEN               BINARY-LONG.
    01 COLOR-BLUE                BINARY-LONG.
    01 MAP-COLOR                 BINARY-CHAR UNSIGNED.
    01 CHANGED                   BINARY-CHAR UNSIGNED.
    01 CHANGED-MIN-COLUMN        BINARY-LONG.
    01 CHANGED-MAX-COLUMN        BINARY-LONG.
    01 CHANGED-MIN-ROW           BINARY-LONG.
    01 CHANGED-MAX-ROW           BINARY-LONG.
    01 RECT-COLUMN               BINARY-LONG UNSIGNED.
    01 RECT-ROW                  BINARY-LONG UNSIGNED.
    01 RECT-WIDTH                BINARY-LONG UNSIGNED.
    01 RECT-HEIGHT               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        *> a slot handed to a new connection has been sent nothing yet
        IF MAP-VIEWER-CLIENT(PLAYER-INDEX) NOT = PLAYER-CLIENT(PLAYER-INDEX)
            MOVE PLAYER-CLIENT(PLAYER-INDEX) TO MAP-VIEWER-CLIENT(PLAYER-INDEX)
            MOVE 0 TO MAP-VIEWER-MAP-ID(PLAYER-INDEX)
            MOVE 0 TO MAP-VIEWER-STRIPE(PLAYER-INDEX)
        END-IF
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            PERFORM TICK-HOLDER
        END-IF
    END-PERFORM
    GOBACK.

TICK-HOLDER.
    CALL "Players-HeldItemSlot" USING PLAYER-INDEX HELD-SLOT
    MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
    CALL "Maps-SlotMapId" USING PLAYER-INDEX HELD-INVENTORY-INDEX
        HELD-MAP-ID
    IF HELD-MAP-ID = 0
        CALL "Maps-SlotMapId" USING PLAYER-INDEX C-OFF-HAND-SLOT
            HELD-MAP-ID
    END-IF
    MOVE 0 TO CACHE-SLOT
    IF HELD-MAP-ID > 0
        CALL "Maps-Find" USING HELD-MAP-ID CACHE-SLOT
    END-IF
    IF CACHE-SLOT = 0
        MOVE 0 TO MAP-VIEWER-MAP-ID(PLAYER-INDEX)
        EXIT PARAGRAPH
    END-IF

    IF MAP-VIEWER-MAP-ID(PLAYER-INDEX) NOT = HELD-MAP-ID
        MOVE HELD-MAP-ID TO MAP-VIEWER-MAP-ID(PLAYER-INDEX)
        MOVE 0 TO MAP-VIEWER-STRIPE(PLAYER-INDEX)
        MOVE 0 TO RECT-COLUMN
        MOVE 0 TO RECT-ROW
        MOVE 128 TO RECT-WIDTH
        MOVE 128 TO RECT-HEIGHT
        CALL "SendPacket-MapItemData" USING PLAYER-CLIENT(PLAYER-INDEX)
            HELD-MAP-ID MAP-SLOT-SCALE(CACHE-SLOT) RECT-COLUMN RECT-ROW
            RECT-WIDTH RECT-HEIGHT MAP-SLOT-PIXELS(CACHE-SLOT)
    END-IF

    IF PLAYER-DIMENSION(PLAYER-INDEX) NOT = MAP-SLOT-DIMENSION(CACHE-SLOT)
        EXIT PARAGRAPH
    END-IF
    COMPUTE PLAYER-COLUMN = PLAYER-X(PLAYER-INDEX)
        - MAP-SLOT-CENTER-X(CACHE-SLOT) + 64
    COMPUTE PLAYER-ROW = PLAYER-Z(PLAYER-INDEX)
        - MAP-SLOT-CENTER-Z(CACHE-SLOT) + 64
    IF PLAYER-COLUMN < 0 - MAPS-EXPLORE-RADIUS
            OR PLAYER-COLUMN > 127 + MAPS-EXPLORE-RADIUS
            OR PLAYER-ROW < 0 - MAPS-EXPLORE-RADIUS
            OR PLAYER-ROW > 127 + MAPS-EXPLORE-RADIUS
        EXIT PARAGRAPH
    END-IF

    COMPUTE FIRST-ROW = PLAYER-ROW - MAPS-EXPLORE-RADIUS
    IF FIRST-ROW < 0
        MOVE 0 TO FIRST-ROW
    END-IF
    COMPUTE LAST-ROW = PLAYER-ROW + MAPS-EXPLORE-RADIUS
    IF LAST-ROW > 127
        MOVE 127 TO LAST-ROW
    END-IF
    COMPUTE WINDOW-SPAN = MAPS-EXPLORE-RADIUS * 2 + 1
    IF MAP-VIEWER-STRIPE(PLAYER-INDEX) >= WINDOW-SPAN
        MOVE 0 TO MAP-VIEWER-STRIPE(PLAYER-INDEX)
    END-IF

    MOVE 0 TO CHANGED
    PERFORM VARYING STRIPE-STEP FROM 0 BY 1
            UNTIL STRIPE-STEP >= C-STRIPE-COLUMNS
        COMPUTE PIXEL-COLUMN = PLAYER-COLUMN - MAPS-EXPLORE-RADIUS
            + FUNCTION MOD(MAP-VIEWER-STRIPE(PLAYER-INDEX) + STRIPE-STEP,
                WINDOW-SPAN)
        IF PIXEL-COLUMN >= 0 AND PIXEL-COLUMN <= 127
            PERFORM VARYING PIXEL-ROW FROM FIRST-ROW BY 1
                    UNTIL PIXEL-ROW > LAST-ROW
                PERFORM RENDER-PIXEL
            END-PERFORM
        END-IF
    END-PERFORM
    COMPUTE MAP-VIEWER-STRIPE(PLAYER-INDEX) = FUNCTION MOD(
        MAP-VIEWER-STRIPE(PLAYER-INDEX) + C-STRIPE-COLUMNS, WINDOW-SPAN)

    IF CHANGED NOT = 0
        MOVE 1 TO MAP-SLOT-DIRTY(CACHE-SLOT)
        MOVE CHANGED-MIN-COLUMN TO RECT-COLUMN
        MOVE CHANGED-MIN-ROW TO RECT-ROW
        COMPUTE RECT-WIDTH = CHANGED-MAX-COLUMN - CHANGED-MIN-COLUMN + 1
        COMPUTE RECT-HEIGHT = CHANGED-MAX-ROW - CHANGED-MIN-ROW + 1
        PERFORM VARYING VIEWER-INDEX FROM 1 BY 1
                UNTIL VIEWER-INDEX > MAX-PLAYERS
            IF PLAYER-CLIENT(VIEWER-INDEX) > 0
                    AND MAP-VIEWER-MAP-ID(VIEWER-INDEX) = HELD-MAP-ID
                CALL "SendPacket-MapItemData" USING
                    PLAYER-CLIENT(VIEWER-INDEX) HELD-MAP-ID
                    MAP-SLOT-SCALE(CACHE-SLOT) RECT-COLUMN RECT-ROW
                    RECT-WIDTH RECT-HEIGHT MAP-SLOT-PIXELS(CACHE-SLOT)
            END-IF
        END-PERFORM
    END-IF.

RENDER-PIXEL.
    COMPUTE BLOCK-X = MAP-SLOT-CENTER-X(CACHE-SLOT) - 64 + PIXEL-COLUMN
    COMPUTE BLOCK-Z = MAP-SLOT-CENTER-Z(CACHE-SLOT) - 64 + PIXEL-ROW
    CALL "MapRender-ColumnColor" USING BLOCK-X BLOCK-Z
        COLOR-RED COLOR-GREEN COLOR-BLUE MAP-COLOR
    COMPUTE PIXEL-OFFSET = PIXEL-ROW * 128 + PIXEL-COLUMN + 1
    IF MAP-SLOT-PIXELS(CACHE-SLOT)(PIXEL-OFFSET:1)
            = FUNCTION CHAR(MAP-COLOR + 1)
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CHAR(MAP-COLOR + 1)
        TO MAP-SLOT-PIXELS(CACHE-SLOT)(PIXEL-OFFSET:1)
    IF CHANGED = 0
        MOVE 1 TO CHANGED
        MOVE PIXEL-COLUMN TO CHANGED-MIN-COLUMN
        MOVE PIXEL-COLUMN TO CHANGED-MAX-COLUMN
        MOVE PIXEL-ROW TO CHANGED-MIN-ROW
        MOVE PIXEL-ROW TO CHANGED-MAX-ROW
    ELSE
        IF PIXEL-COLUMN < CHANGED-MIN-COLUMN
            MOVE PIXEL-COLUMN TO CHANGED-MIN-COLUMN
        END-IF
        IF PIXEL-COLUMN > CHANGED-MAX-COLUMN
            MOVE PIXEL-COLUMN TO CHANGED-MAX-COLUMN
        END-IF
        IF PIXEL-ROW < CHANGED-MIN-ROW
            MOVE PIXEL-ROW TO CHANGED-MIN-ROW
        END-IF
        IF PIXEL-ROW > CHANGED-MAX-ROW
            MOVE PIXEL-ROW TO CHANGED-MAX-ROW
        END-IF
    END-IF.

END PROGRAM Maps-Tick.
