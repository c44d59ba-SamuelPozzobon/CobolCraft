*> --- Dispensers-Init ---
*> Clears the dispenser table and reloads persisted contents from
*> save/dispensers.dat, the same load-at-startup flow Hoppers-Init has.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-DISPENSER-FILE-IN
        ASSIGN TO "save/dispensers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-DISPENSER-FILE-IN.
    COPY DD-DISPENSER-FILE.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 DISPENSER-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 FILE-EXHAUSTED            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING DISPENSER-INDEX FROM 1 BY 1
            UNTIL DISPENSER-INDEX > MAX-DISPENSERS
        MOVE 0 TO DISPENSER-USED(DISPENSER-INDEX)
    END-PERFORM

    MOVE 0 TO DISPENSER-INDEX
    MOVE 0 TO FILE-EXHAUSTED
    OPEN INPUT FD-DISPENSER-FILE-IN
    PERFORM UNTIL FILE-EXHAUSTED NOT = 0
            OR DISPENSER-INDEX >= MAX-DISPENSERS
        READ FD-DISPENSER-FILE-IN
            AT END
                MOVE 1 TO FILE-EXHAUSTED
            NOT AT END
                ADD 1 TO DISPENSER-INDEX
                MOVE 1 TO DISPENSER-USED(DISPENSER-INDEX)
                MOVE FILE-DISPENSER-POSITION
                    TO DISPENSER-POSITION(DISPENSER-INDEX)
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                        UNTIL SLOT-INDEX > 9
                    MOVE 0 TO DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                    MOVE 0 TO
                        DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX)
                    MOVE 0 TO
                        DISPENSER-SLOT-NBT-LENGTH(DISPENSER-INDEX, SLOT-INDEX)
                    IF FILE-DISPENSER-SLOT-COUNT(SLOT-INDEX) > 0
                        CALL "Registries-Get-EntryId" USING
                            C-MINECRAFT-ITEM
                            FILE-DISPENSER-SLOT-ID(SLOT-INDEX)
                            DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                        CALL "Players-ValidateItemId" USING
                            DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                            ITEM-ID-VALID
                        IF ITEM-ID-VALID NOT = 0
                            MOVE FILE-DISPENSER-SLOT-COUNT(SLOT-INDEX)
                                TO DISPENSER-SLOT-COUNT(
                                    DISPENSER-INDEX, SLOT-INDEX)
                            MOVE FILE-DISPENSER-SLOT-NBT-LENGTH(SLOT-INDEX)
                                TO DISPENSER-SLOT-NBT-LENGTH(
                                    DISPENSER-INDEX, SLOT-INDEX)
                            MOVE FILE-DISPENSER-SLOT-NBT-DATA(SLOT-INDEX)
                                TO DISPENSER-SLOT-NBT-DATA(
                                    DISPENSER-INDEX, SLOT-INDEX)
                        ELSE
                            MOVE 0 TO DISPENSER-SLOT-ID(
                                DISPENSER-INDEX, SLOT-INDEX)
                        END-IF
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE FD-DISPENSER-FILE-IN
    GOBACK.

END PROGRAM Dispensers-Init.

*> --- Dispensers-Save ---
*> Writes every in-use dispenser and dropper to save/dispensers.dat
*> through the usual temp-then-rename, from the same checkpoint and
*> shutdown sites the other block stores use.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-DISPENSER-FILE-OUT
        ASSIGN TO "save/dispensers.dat.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-DISPENSER-FILE-OUT.
    COPY DD-DISPENSER-FILE.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    COPY DD-SLOT-JOURNAL.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 DISPENSER-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-DISPENSER-FILE-OUT
    PERFORM VARYING DISPENSER-INDEX FROM 1 BY 1
            UNTIL DISPENSER-INDEX > MAX-DISPENSERS
        IF DISPENSER-USED(DISPENSER-INDEX) NOT = 0
            MOVE DISPENSER-POSITION(DISPENSER-INDEX)
                TO FILE-DISPENSER-POSITION
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 9
                IF DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX) > 0
                    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
                        DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                        FILE-DISPENSER-SLOT-ID(SLOT-INDEX)
                ELSE
                    MOVE C-MINECRAFT-AIR
                        TO FILE-DISPENSER-SLOT-ID(SLOT-INDEX)
                END-IF
                MOVE DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX)
                    TO FILE-DISPENSER-SLOT-COUNT(SLOT-INDEX)
                MOVE DISPENSER-SLOT-NBT-LENGTH(DISPENSER-INDEX, SLOT-INDEX)
                    TO FILE-DISPENSER-SLOT-NBT-LENGTH(SLOT-INDEX)
                MOVE DISPENSER-SLOT-NBT-DATA(DISPENSER-INDEX, SLOT-INDEX)
                    TO FILE-DISPENSER-SLOT-NBT-DATA(SLOT-INDEX)
            END-PERFORM
            WRITE FILE-DISPENSER
        END-IF
    END-PERFORM
    CLOSE FD-DISPENSER-FILE-OUT

    CALL "CBL_RENAME_FILE" USING "save/dispensers.dat.tmp"
        "save/dispensers.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "dispenser save failed, could not replace save/dispensers.dat"
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    END-IF
    GOBACK.

END PROGRAM Dispensers-Save.

*> --- Dispensers-Open ---
*> Opens the dispenser or dropper at a block position for one player,
*> creating its record on first use, the find-or-create flow every
*> block store has. Window slot order: 0-8 the 3x3 grid, then the
*> player inventory.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-Open.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    COPY DD-PLAYERS.
    01 DISPENSER-INDEX           BINARY-LONG UNSIGNED.
    01 DROPPER-BASE-ID           BINARY-LONG.
    01 BLOCK-ID                  BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION.
    CALL "Dispensers-FindOrCreate" USING LK-POSITION DISPENSER-INDEX
    IF DISPENSER-INDEX = 0
        GOBACK
    END-IF

    ADD 1 TO PLAYER-WINDOW-ID(LK-PLAYER-ID)
    IF PLAYER-WINDOW-ID(LK-PLAYER-ID) > 100
        MOVE 1 TO PLAYER-WINDOW-ID(LK-PLAYER-ID)
    END-IF
    MOVE DISPENSER-INDEX TO PLAYER-OPEN-DISPENSER(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-CONTAINER(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-FURNACE(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-TRADES(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-BREWING(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-ENCHANT(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-HOPPER(LK-PLAYER-ID)

    *> both blocks share the 3x3 menu; only the title tells them apart
    CALL "Blocks-Get-BaseStateId" USING "minecraft:dropper"
        DROPPER-BASE-ID
    CALL "World-GetBlock" USING LK-POSITION BLOCK-ID
    IF BLOCK-ID >= DROPPER-BASE-ID AND BLOCK-ID < DROPPER-BASE-ID + 12
        CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
            PLAYER-WINDOW-ID(LK-PLAYER-ID) "minecraft:generic_3x3"
            "Dropper"
    ELSE
        CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
            PLAYER-WINDOW-ID(LK-PLAYER-ID) "minecraft:generic_3x3"
            "Dispenser"
    END-IF
    CALL "Dispensers-SendContents" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Dispensers-Open.

*> --- Dispensers-FindOrCreate ---
*> Resolves a position to its dispenser record, creating one in the
*> first free slot. Returns 0 when the table is full, in which case the
*> block stays decorative the way an overflowing hopper table does.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-FindOrCreate.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-DISPENSER-INDEX        BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-DISPENSER-INDEX.
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING LK-DISPENSER-INDEX FROM 1 BY 1
            UNTIL LK-DISPENSER-INDEX > MAX-DISPENSERS
        IF DISPENSER-USED(LK-DISPENSER-INDEX) NOT = 0
            IF DISPENSER-POSITION(LK-DISPENSER-INDEX) = LK-POSITION
                GOBACK
            END-IF
        ELSE
            IF FREE-INDEX = 0
                MOVE LK-DISPENSER-INDEX TO FREE-INDEX
            END-IF
        END-IF
    END-PERFORM
    IF FREE-INDEX = 0
        CALL "Log-Write" USING "WARN" "dispenser table full"
        MOVE 0 TO LK-DISPENSER-INDEX
        GOBACK
    END-IF
    MOVE FREE-INDEX TO LK-DISPENSER-INDEX
    MOVE 1 TO DISPENSER-USED(LK-DISPENSER-INDEX)
    MOVE LK-POSITION TO DISPENSER-POSITION(LK-DISPENSER-INDEX)
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 9
        MOVE 0 TO DISPENSER-SLOT-ID(LK-DISPENSER-INDEX, SLOT-INDEX)
        MOVE 0 TO DISPENSER-SLOT-COUNT(LK-DISPENSER-INDEX, SLOT-INDEX)
        MOVE 0 TO DISPENSER-SLOT-NBT-LENGTH(LK-DISPENSER-INDEX, SLOT-INDEX)
    END-PERFORM
    GOBACK.

END PROGRAM Dispensers-FindOrCreate.

*> --- Dispensers-SendContents ---
*> Pushes the 3x3 window (the nine slots plus the player inventory
*> section) to one viewer.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-SendContents.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    COPY DD-PLAYERS.
    01 WINDOW-SLOTS.
        05 WINDOW-SLOT OCCURS 63 TIMES.
            10 WINDOW-SLOT-ID            BINARY-LONG.
            10 WINDOW-SLOT-COUNT         BINARY-LONG UNSIGNED.
    01 WINDOW-SLOT-TOTAL         BINARY-LONG UNSIGNED VALUE 45.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 DISPENSER-INDEX           BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE PLAYER-OPEN-DISPENSER(LK-PLAYER-ID) TO DISPENSER-INDEX
    IF DISPENSER-INDEX = 0
        GOBACK
    END-IF
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 9
        MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
            TO WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX)
            TO WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 36
        COMPUTE INVENTORY-INDEX = SLOT-INDEX - 10 + 10
        MOVE PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
            TO WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 37 BY 1 UNTIL SLOT-INDEX > 45
        COMPUTE INVENTORY-INDEX = SLOT-INDEX - 37 + 37
        MOVE PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
            TO WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    CALL "SendPacket-ContainerContent" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) WINDOW-SLOT-TOTAL WINDOW-SLOTS
    GOBACK.

END PROGRAM Dispensers-SendContents.

*> --- Dispensers-HandleClick ---
*> The 3x3 window's move-stack clicks: a grid slot empties toward the
*> inventory, an inventory stack fills the first free grid slot.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-HandleClick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    COPY DD-PLAYERS.
    01 DISPENSER-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 MOVED                     BINARY-CHAR UNSIGNED.
    01 VIEWER-INDEX              BINARY-CHAR.
    01 JOURNAL-SLOT              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-WINDOW-ID              BINARY-CHAR UNSIGNED.
    01 LK-CLICKED-SLOT           BINARY-SHORT.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-WINDOW-ID LK-CLICKED-SLOT.
    MOVE PLAYER-OPEN-DISPENSER(LK-PLAYER-ID) TO DISPENSER-INDEX
    IF DISPENSER-INDEX = 0
            OR LK-WINDOW-ID NOT = PLAYER-WINDOW-ID(LK-PLAYER-ID)
        GOBACK
    END-IF

    MOVE 0 TO MOVED
    EVALUATE TRUE
        WHEN LK-CLICKED-SLOT >= 0 AND LK-CLICKED-SLOT <= 8
            COMPUTE SLOT-INDEX = LK-CLICKED-SLOT + 1
            IF DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX) > 0
                MOVE 0 TO TARGET-SLOT
                PERFORM VARYING INVENTORY-INDEX FROM 10 BY 1
                        UNTIL INVENTORY-INDEX > 45 OR TARGET-SLOT NOT = 0
                    IF PLAYER-INVENTORY-SLOT-COUNT(
                            LK-PLAYER-ID, INVENTORY-INDEX) = 0
                        MOVE INVENTORY-INDEX TO TARGET-SLOT
                    END-IF
                END-PERFORM
                IF TARGET-SLOT NOT = 0
                    MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                        TO PLAYER-INVENTORY-SLOT-ID(
                            LK-PLAYER-ID, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX)
                        TO PLAYER-INVENTORY-SLOT-COUNT(
                            LK-PLAYER-ID, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-LENGTH(
                        DISPENSER-INDEX, SLOT-INDEX)
                        TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                            LK-PLAYER-ID, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-DATA(
                        DISPENSER-INDEX, SLOT-INDEX)
                        TO PLAYER-INVENTORY-SLOT-NBT-DATA(
                            LK-PLAYER-ID, TARGET-SLOT)
                    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(
                        LK-PLAYER-ID, TARGET-SLOT)
                    MOVE 0 TO DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                    MOVE 0 TO
                        DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX)
                    MOVE 0 TO DISPENSER-SLOT-NBT-LENGTH(
                        DISPENSER-INDEX, SLOT-INDEX)
                    MOVE 1 TO MOVED
                    *> the emptied side is journaled first, so a crash
                    *> between the records can lose the stack, not double it
                    MOVE SLOT-INDEX TO JOURNAL-SLOT
                    CALL "SlotJournal-Dispenser" USING DISPENSER-INDEX
                        JOURNAL-SLOT
                    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                        TARGET-SLOT
                END-IF
            END-IF
        WHEN LK-CLICKED-SLOT >= 9 AND LK-CLICKED-SLOT <= 44
            IF LK-CLICKED-SLOT <= 35
                COMPUTE INVENTORY-INDEX = LK-CLICKED-SLOT - 9 + 10
            ELSE
                COMPUTE INVENTORY-INDEX = LK-CLICKED-SLOT - 36 + 37
            END-IF
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
                    > 0
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                        UNTIL SLOT-INDEX > 9 OR MOVED NOT = 0
                    IF DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX) = 0
                        MOVE PLAYER-INVENTORY-SLOT-ID(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                            TO DISPENSER-SLOT-ID(DISPENSER-INDEX, SLOT-INDEX)
                        MOVE PLAYER-INVENTORY-SLOT-COUNT(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                            TO DISPENSER-SLOT-COUNT(
                                DISPENSER-INDEX, SLOT-INDEX)
                        MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                            TO DISPENSER-SLOT-NBT-LENGTH(
                                DISPENSER-INDEX, SLOT-INDEX)
                        MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                            TO DISPENSER-SLOT-NBT-DATA(
                                DISPENSER-INDEX, SLOT-INDEX)
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-COUNT(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 1 TO MOVED
                        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                            INVENTORY-INDEX
                        MOVE SLOT-INDEX TO JOURNAL-SLOT
                        CALL "SlotJournal-Dispenser" USING DISPENSER-INDEX
                            JOURNAL-SLOT
                    END-IF
                END-PERFORM
            END-IF
    END-EVALUATE

    PERFORM VARYING VIEWER-INDEX FROM 1 BY 1 UNTIL VIEWER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(VIEWER-INDEX) > 0
                AND PLAYER-OPEN-DISPENSER(VIEWER-INDEX) = DISPENSER-INDEX
            CALL "Dispensers-SendContents" USING VIEWER-INDEX
        END-IF
    END-PERFORM
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Dispensers-HandleClick.

*> --- Dispensers-Close ---
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-Close.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO PLAYER-OPEN-DISPENSER(LK-PLAYER-ID)
    GOBACK.

END PROGRAM Dispensers-Close.

*> --- Dispensers-OnPowerChange ---
*> Snaps one dispenser or dropper's "triggered" flag to the power beside
*> it, called from Redstone-OnSourceChange's device pass. Only the
*> rising edge fires - a held lever fires once, a clock once per pulse
*> - and each firing takes one item from a random loaded slot, the
*> vanilla pick, out through the block's facing:
*>   dropper    into the chest, barrel, shulker box, furnace, hopper or
*>              dispenser it faces (the Hoppers-Tick rules, shulker
*>              boxes refusing shulker boxes), else onto the ground in
*>              front of it as a ground item
*>   dispenser  an arrow flies (Projectiles-Launch); a water or lava
*>              bucket pours a source into an air cell (Fluids-QueueSpread)
*>              and leaves an empty bucket in its slot; bonemeal grows the
*>              crop in front two or three stages; TNT is set in an air
*>              cell and lit (Explosions-Prime); anything else drops
*>              the way a dropper's would
*> A dispenser never places, grows or lights anything in a claim other
*> than its own - a claim owned by somebody else, seen from wilderness
*> or from another owner's land, keeps the item in its slot, so nobody
*> can flood or blast their way into protected land from outside the
*> border. A use that can't happen (no air to pour into, no crop to
*> grow) likewise leaves the item where it is. Every slot a firing
*> touches goes to the slot journal, the giving side first, and anyone
*> with the window open sees the change.
IDENTIFICATION DIVISION.
PROGRAM-ID. Dispensers-OnPowerChange.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    COPY DD-CONTAINERS.
    COPY DD-FURNACES.
    COPY DD-HOPPERS.
    COPY DD-CLAIMS.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 DISPENSER-BASE-ID         BINARY-LONG.
    01 DROPPER-BASE-ID           BINARY-LONG.
    01 BLOCK-ID                  BINARY-LONG.
    01 BASE-ID                   BINARY-LONG.
    01 IS-DROPPER                BINARY-CHAR UNSIGNED.
    01 RELATIVE-STATE            BINARY-LONG.
    01 FACING-INDEX              BINARY-LONG.
    01 FEED-POWER                BINARY-LONG.
    01 POWER-BIT                 BINARY-CHAR UNSIGNED.
    01 BIT-CHANGED               BINARY-CHAR UNSIGNED.
    *> facing/triggered: triggered is stride 1, its true half the even
    *> parity, facing (north/east/south/west/up/down) stride 2
    01 C-TRIGGERED-STRIDE        BINARY-LONG VALUE 1.
    01 DISPENSER-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 SOURCE-SLOT               BINARY-CHAR UNSIGNED.
    01 LOADED-COUNT              BINARY-LONG UNSIGNED.
    01 PICK-NUMBER               BINARY-LONG UNSIGNED.
    01 RANDOM-ROLL               FLOAT-LONG.
    01 OUTPUT-POSITION.
        05 OUTPUT-X              BINARY-LONG.
        05 OUTPUT-Y              BINARY-LONG.
        05 OUTPUT-Z              BINARY-LONG.
    01 ITEM-NAME                 PIC X(64).
    01 OUTPUT-BLOCK-ID           BINARY-LONG.
    01 AIR-ID                    BINARY-LONG.
    01 NEW-BLOCK-ID              BINARY-LONG.
    01 WHEAT-BASE-ID             BINARY-LONG.
    01 CROP-AGE                  BINARY-LONG.
    01 GROWTH-STAGES             BINARY-LONG.
    01 EMPTY-BUCKET-ID           BINARY-LONG.
    01 OWN-CLAIM                 BINARY-LONG UNSIGNED.
    01 OUTPUT-CLAIM              BINARY-LONG UNSIGNED.
    01 PLACE-ALLOWED             BINARY-CHAR UNSIGNED.
    01 REGION-ALLOWED            BINARY-CHAR UNSIGNED.
    *> what the firing did with the item: 0 nothing (it stays), 1 one
    *> taken from the stack, 2 the stack replaced by an empty bucket
    01 FIRE-OUTCOME              BINARY-CHAR UNSIGNED.
    01 MOVED                     BINARY-CHAR UNSIGNED.
    01 STORE-FOUND               BINARY-CHAR UNSIGNED.
    01 TARGET-INDEX              BINARY-LONG UNSIGNED.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 FUEL-INDEX                BINARY-LONG UNSIGNED.
    01 IS-FUEL                   BINARY-CHAR UNSIGNED.
    01 TARGET-IS-SHULKER         BINARY-CHAR UNSIGNED.
    01 ITEM-IS-SHULKER           BINARY-CHAR UNSIGNED.
    01 PUSHED-KIND               PIC X(01).
    01 PUSHED-INDEX              BINARY-LONG UNSIGNED.
    01 PUSHED-SLOT               BINARY-LONG UNSIGNED.
    01 JOURNAL-SLOT              BINARY-LONG UNSIGNED.
    01 VIEWER-INDEX              BINARY-CHAR.
    01 DROP-COUNT                BINARY-LONG UNSIGNED VALUE 1.
    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    01 NO-SHOOTER                BINARY-CHAR VALUE 0.
    *> fluid-spread queue parameters (see DD-FLUIDS)
    01 C-FLUID-KIND-WATER        BINARY-CHAR UNSIGNED VALUE 1.
    01 C-FLUID-KIND-LAVA         BINARY-CHAR UNSIGNED VALUE 2.
    01 C-FLUID-SOURCE-LEVEL      BINARY-CHAR UNSIGNED VALUE 8.
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION.
    CALL "World-GetBlock" USING LK-POSITION BLOCK-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:dispenser"
        DISPENSER-BASE-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:dropper"
        DROPPER-BASE-ID
    EVALUATE TRUE
        WHEN BLOCK-ID >= DISPENSER-BASE-ID
                AND BLOCK-ID < DISPENSER-BASE-ID + 12
            MOVE DISPENSER-BASE-ID TO BASE-ID
            MOVE 0 TO IS-DROPPER
        WHEN BLOCK-ID >= DROPPER-BASE-ID
                AND BLOCK-ID < DROPPER-BASE-ID + 12
            MOVE DROPPER-BASE-ID TO BASE-ID
            MOVE 1 TO IS-DROPPER
        WHEN OTHER
            GOBACK
    END-EVALUATE
    COMPUTE RELATIVE-STATE = BLOCK-ID - BASE-ID
    COMPUTE FACING-INDEX = FUNCTION INTEGER-PART(RELATIVE-STATE / 2)

    CALL "Redstone-PowerAround" USING LK-POSITION FEED-POWER
    IF FEED-POWER > 0
        MOVE 1 TO POWER-BIT
    ELSE
        MOVE 0 TO POWER-BIT
    END-IF
    CALL "Redstone-SetStateBit" USING LK-POSITION BASE-ID
        C-TRIGGERED-STRIDE POWER-BIT BIT-CHANGED
    IF POWER-BIT = 0 OR BIT-CHANGED = 0
        GOBACK
    END-IF

    *> a block nobody ever loaded has no record, and nothing to fire
    PERFORM VARYING DISPENSER-INDEX FROM 1 BY 1
            UNTIL DISPENSER-INDEX > MAX-DISPENSERS
        IF DISPENSER-USED(DISPENSER-INDEX) NOT = 0
                AND DISPENSER-POSITION(DISPENSER-INDEX) = LK-POSITION
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF DISPENSER-INDEX > MAX-DISPENSERS
        GOBACK
    END-IF

    MOVE 0 TO LOADED-COUNT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 9
        IF DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX) > 0
            ADD 1 TO LOADED-COUNT
        END-IF
    END-PERFORM
    IF LOADED-COUNT = 0
        GOBACK
    END-IF
    COMPUTE RANDOM-ROLL = FUNCTION RANDOM
    COMPUTE PICK-NUMBER = RANDOM-ROLL * LOADED-COUNT + 1
    IF PICK-NUMBER > LOADED-COUNT
        MOVE LOADED-COUNT TO PICK-NUMBER
    END-IF
    MOVE 0 TO SOURCE-SLOT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > 9 OR SOURCE-SLOT NOT = 0
        IF DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SLOT-INDEX) > 0
            SUBTRACT 1 FROM PICK-NUMBER
            IF PICK-NUMBER = 0
                MOVE SLOT-INDEX TO SOURCE-SLOT
            END-IF
        END-IF
    END-PERFORM

    MOVE LK-POSITION TO OUTPUT-POSITION
    EVALUATE FACING-INDEX
        WHEN 0
            SUBTRACT 1 FROM OUTPUT-Z
        WHEN 1
            ADD 1 TO OUTPUT-X
        WHEN 2
            ADD 1 TO OUTPUT-Z
        WHEN 3
            SUBTRACT 1 FROM OUTPUT-X
        WHEN 4
            ADD 1 TO OUTPUT-Y
        WHEN 5
            SUBTRACT 1 FROM OUTPUT-Y
    END-EVALUATE

    MOVE 0 TO FIRE-OUTCOME
    MOVE SPACE TO PUSHED-KIND
    IF IS-DROPPER NOT = 0
        PERFORM FIRE-DROPPER
    ELSE
        PERFORM FIRE-DISPENSER
    END-IF

    EVALUATE FIRE-OUTCOME
        WHEN 1
            SUBTRACT 1 FROM
                DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SOURCE-SLOT)
            IF DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SOURCE-SLOT) = 0
                MOVE 0 TO DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                MOVE 0 TO
                    DISPENSER-SLOT-NBT-LENGTH(DISPENSER-INDEX, SOURCE-SLOT)
            END-IF
        WHEN 2
            MOVE EMPTY-BUCKET-ID
                TO DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
            MOVE 1 TO DISPENSER-SLOT-COUNT(DISPENSER-INDEX, SOURCE-SLOT)
            MOVE 0 TO
                DISPENSER-SLOT-NBT-LENGTH(DISPENSER-INDEX, SOURCE-SLOT)
        WHEN OTHER
            GOBACK
    END-EVALUATE

    *> the dispenser gave the item up first, then the block took it
    MOVE SOURCE-SLOT TO JOURNAL-SLOT
    CALL "SlotJournal-Dispenser" USING DISPENSER-INDEX JOURNAL-SLOT
    EVALUATE PUSHED-KIND
        WHEN "C"
            CALL "SlotJournal-Container" USING PUSHED-INDEX PUSHED-SLOT
        WHEN "F"
            CALL "SlotJournal-Furnace" USING PUSHED-INDEX
        WHEN "H"
            CALL "SlotJournal-Hopper" USING PUSHED-INDEX PUSHED-SLOT
        WHEN "D"
            CALL "SlotJournal-Dispenser" USING PUSHED-INDEX PUSHED-SLOT
    END-EVALUATE

    PERFORM VARYING VIEWER-INDEX FROM 1 BY 1 UNTIL VIEWER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(VIEWER-INDEX) > 0
                AND (PLAYER-OPEN-DISPENSER(VIEWER-INDEX) = DISPENSER-INDEX
                OR (PUSHED-KIND = "D"
                AND PLAYER-OPEN-DISPENSER(VIEWER-INDEX) = PUSHED-INDEX))
            CALL "Dispensers-SendContents" USING VIEWER-INDEX
        END-IF
    END-PERFORM
    GOBACK.

FIRE-DROPPER.
    MOVE 0 TO MOVED
    MOVE 0 TO STORE-FOUND
    PERFORM TRY-PUSH-CONTAINER
    IF MOVED = 0
        PERFORM TRY-PUSH-FURNACE
    END-IF
    IF MOVED = 0
        PERFORM TRY-PUSH-HOPPER
    END-IF
    IF MOVED = 0
        PERFORM TRY-PUSH-DISPENSER
    END-IF
    *> a block store that is there but full keeps the item back, the
    *> way a full chest stops a hopper; with none there it drops
    IF MOVED = 0
        IF STORE-FOUND = 0
            PERFORM DROP-ONE-ITEM
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO FIRE-OUTCOME.

FIRE-DISPENSER.
    MOVE SPACES TO ITEM-NAME
    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
        DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT) ITEM-NAME
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:air" AIR-ID
    CALL "World-GetBlock" USING OUTPUT-POSITION OUTPUT-BLOCK-ID
    EVALUATE ITEM-NAME
        WHEN "minecraft:arrow"
            CALL "Projectiles-Launch" USING NO-SHOOTER LK-POSITION
                FACING-INDEX
            MOVE 1 TO FIRE-OUTCOME
        WHEN "minecraft:water_bucket"
        WHEN "minecraft:lava_bucket"
            PERFORM CHECK-OUTPUT-CLAIM
            IF PLACE-ALLOWED = 0 OR OUTPUT-BLOCK-ID NOT = AIR-ID
                EXIT PARAGRAPH
            END-IF
            IF ITEM-NAME = "minecraft:water_bucket"
                CALL "Blocks-Get-DefaultStateId" USING "minecraft:water"
                    NEW-BLOCK-ID
                PERFORM SET-OUTPUT-BLOCK
                CALL "Fluids-QueueSpread" USING OUTPUT-POSITION
                    C-FLUID-KIND-WATER C-FLUID-SOURCE-LEVEL
            ELSE
                CALL "Blocks-Get-DefaultStateId" USING "minecraft:lava"
                    NEW-BLOCK-ID
                PERFORM SET-OUTPUT-BLOCK
                CALL "Fluids-QueueSpread" USING OUTPUT-POSITION
                    C-FLUID-KIND-LAVA C-FLUID-SOURCE-LEVEL
            END-IF
            CALL "Items-Get-Id" USING "minecraft:bucket" EMPTY-BUCKET-ID
            MOVE 2 TO FIRE-OUTCOME
        WHEN "minecraft:bone_meal"
            PERFORM CHECK-OUTPUT-CLAIM
            IF PLACE-ALLOWED = 0
                EXIT PARAGRAPH
            END-IF
            *> the same two-or-three stage boost the hand gives
            CALL "Blocks-Get-BaseStateId" USING "minecraft:wheat"
                WHEAT-BASE-ID
            IF OUTPUT-BLOCK-ID < WHEAT-BASE-ID
                    OR OUTPUT-BLOCK-ID >= WHEAT-BASE-ID + 7
                EXIT PARAGRAPH
            END-IF
            COMPUTE CROP-AGE = OUTPUT-BLOCK-ID - WHEAT-BASE-ID
            COMPUTE RANDOM-ROLL = FUNCTION RANDOM
            COMPUTE GROWTH-STAGES = 2 + RANDOM-ROLL * 2
            COMPUTE CROP-AGE = CROP-AGE + GROWTH-STAGES
            IF CROP-AGE > 7
                MOVE 7 TO CROP-AGE
            END-IF
            COMPUTE NEW-BLOCK-ID = WHEAT-BASE-ID + CROP-AGE
            PERFORM SET-OUTPUT-BLOCK
            MOVE 1 TO FIRE-OUTCOME
        WHEN "minecraft:tnt"
            PERFORM CHECK-OUTPUT-CLAIM
            IF PLACE-ALLOWED = 0 OR OUTPUT-BLOCK-ID NOT = AIR-ID
                EXIT PARAGRAPH
            END-IF
            *> Explosions-Prime lights a TNT block, so one goes in first
            CALL "Blocks-Get-DefaultStateId" USING "minecraft:tnt"
                NEW-BLOCK-ID
            PERFORM SET-OUTPUT-BLOCK
            CALL "Explosions-Prime" USING OUTPUT-POSITION
            MOVE 1 TO FIRE-OUTCOME
        WHEN OTHER
            PERFORM DROP-ONE-ITEM
    END-EVALUATE.

DROP-ONE-ITEM.
    *> a region denying ITEM-DROP keeps the item in the block
    CALL "Regions-CheckFlag" USING "ITEM-DROP" OUTPUT-POSITION
        REGION-ALLOWED
    IF REGION-ALLOWED = 0
        EXIT PARAGRAPH
    END-IF
    CALL "GroundItems-Spawn" USING OUTPUT-POSITION
        DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
        DROP-COUNT DROP-DAMAGE
        DISPENSER-SLOT-NBT-LENGTH(DISPENSER-INDEX, SOURCE-SLOT)
        DISPENSER-SLOT-NBT-DATA(DISPENSER-INDEX, SOURCE-SLOT)
    MOVE 1 TO FIRE-OUTCOME.

SET-OUTPUT-BLOCK.
    CALL "World-SetBlock" USING NO-PLAYER-CLIENT OUTPUT-POSITION
        NEW-BLOCK-ID
    CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
        OUTPUT-POSITION NEW-BLOCK-ID.

CHECK-OUTPUT-CLAIM.
    *> wilderness and the dispenser's own claim are open; so is another
    *> claim with the same owner
    MOVE 1 TO PLACE-ALLOWED
    *> an admin region closed to building is closed to a dispenser
    *> outside it too
    CALL "Regions-CheckFlag" USING "BUILD" OUTPUT-POSITION REGION-ALLOWED
    IF REGION-ALLOWED = 0
        CALL "Regions-CheckFlag" USING "BUILD" LK-POSITION REGION-ALLOWED
        IF REGION-ALLOWED NOT = 0
            MOVE 0 TO PLACE-ALLOWED
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Claims-FindAt" USING OUTPUT-POSITION OUTPUT-CLAIM
    IF OUTPUT-CLAIM = 0
        EXIT PARAGRAPH
    END-IF
    CALL "Claims-FindAt" USING LK-POSITION OWN-CLAIM
    IF OWN-CLAIM = OUTPUT-CLAIM
        EXIT PARAGRAPH
    END-IF
    IF OWN-CLAIM NOT = 0
        IF CLAIM-OWNER-UUID(OWN-CLAIM) = CLAIM-OWNER-UUID(OUTPUT-CLAIM)
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE 0 TO PLACE-ALLOWED.

TRY-PUSH-CONTAINER.
    PERFORM VARYING TARGET-INDEX FROM 1 BY 1
            UNTIL TARGET-INDEX > MAX-CONTAINERS OR MOVED NOT = 0
        IF CONTAINER-USED(TARGET-INDEX) NOT = 0
                AND CONTAINER-POSITION(TARGET-INDEX) = OUTPUT-POSITION
            MOVE 1 TO STORE-FOUND
            *> a shulker box takes anything but another shulker box
            CALL "ShulkerBox-IsAt" USING OUTPUT-POSITION TARGET-IS-SHULKER
            IF TARGET-IS-SHULKER NOT = 0
                CALL "ShulkerBox-IsItem" USING
                    DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                    ITEM-IS-SHULKER
                IF ITEM-IS-SHULKER NOT = 0
                    EXIT PARAGRAPH
                END-IF
            END-IF
            *> stack onto a matching plain stack first, then free slot
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                    UNTIL TARGET-SLOT > 27 OR MOVED NOT = 0
                IF CONTAINER-SLOT-ID(TARGET-INDEX, TARGET-SLOT)
                        = DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                        AND CONTAINER-SLOT-COUNT(
                            TARGET-INDEX, TARGET-SLOT) > 0
                        AND CONTAINER-SLOT-COUNT(
                            TARGET-INDEX, TARGET-SLOT) < 64
                        AND DISPENSER-SLOT-NBT-LENGTH(
                            DISPENSER-INDEX, SOURCE-SLOT) = 0
                        AND CONTAINER-SLOT-NBT-LENGTH(
                            TARGET-INDEX, TARGET-SLOT) = 0
                    ADD 1 TO
                        CONTAINER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    PERFORM NOTE-PUSHED-CONTAINER
                END-IF
            END-PERFORM
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                    UNTIL TARGET-SLOT > 27 OR MOVED NOT = 0
                IF CONTAINER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT) = 0
                    MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                        TO CONTAINER-SLOT-ID(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO
                        CONTAINER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-LENGTH(
                        DISPENSER-INDEX, SOURCE-SLOT)
                        TO CONTAINER-SLOT-NBT-LENGTH(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-DATA(
                        DISPENSER-INDEX, SOURCE-SLOT)
                        TO CONTAINER-SLOT-NBT-DATA(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    PERFORM NOTE-PUSHED-CONTAINER
                END-IF
            END-PERFORM
            *> the container is there: full or not, the search is over
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

NOTE-PUSHED-CONTAINER.
    MOVE "C" TO PUSHED-KIND
    MOVE TARGET-INDEX TO PUSHED-INDEX
    MOVE TARGET-SLOT TO PUSHED-SLOT.

TRY-PUSH-FURNACE.
    PERFORM VARYING TARGET-INDEX FROM 1 BY 1
            UNTIL TARGET-INDEX > MAX-FURNACES OR MOVED NOT = 0
        IF FURNACE-USED(TARGET-INDEX) NOT = 0
                AND FURNACE-POSITION(TARGET-INDEX) = OUTPUT-POSITION
            MOVE 1 TO STORE-FOUND
            MOVE 0 TO IS-FUEL
            PERFORM VARYING FUEL-INDEX FROM 1 BY 1
                    UNTIL FUEL-INDEX > FUEL-KIND-COUNT
                IF FUEL-ITEM-ID(FUEL-INDEX) =
                        DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                    MOVE 1 TO IS-FUEL
                END-IF
            END-PERFORM
            IF IS-FUEL NOT = 0
                IF FURNACE-FUEL-COUNT(TARGET-INDEX) = 0
                        OR FURNACE-FUEL-ID(TARGET-INDEX)
                            = DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                    MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                        TO FURNACE-FUEL-ID(TARGET-INDEX)
                    ADD 1 TO FURNACE-FUEL-COUNT(TARGET-INDEX)
                    MOVE 1 TO MOVED
                    MOVE "F" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                END-IF
            ELSE
                IF FURNACE-INPUT-COUNT(TARGET-INDEX) = 0
                        OR FURNACE-INPUT-ID(TARGET-INDEX)
                            = DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                    MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                        TO FURNACE-INPUT-ID(TARGET-INDEX)
                    ADD 1 TO FURNACE-INPUT-COUNT(TARGET-INDEX)
                    MOVE 1 TO MOVED
                    MOVE "F" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                END-IF
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

TRY-PUSH-HOPPER.
    PERFORM VARYING TARGET-INDEX FROM 1 BY 1
            UNTIL TARGET-INDEX > MAX-HOPPERS OR MOVED NOT = 0
        IF HOPPER-USED(TARGET-INDEX) NOT = 0
                AND HOPPER-POSITION(TARGET-INDEX) = OUTPUT-POSITION
            MOVE 1 TO STORE-FOUND
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                    UNTIL TARGET-SLOT > 5 OR MOVED NOT = 0
                IF HOPPER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT) = 0
                    MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                        TO HOPPER-SLOT-ID(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO
                        HOPPER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-LENGTH(
                        DISPENSER-INDEX, SOURCE-SLOT)
                        TO HOPPER-SLOT-NBT-LENGTH(TARGET-INDEX, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-DATA(
                        DISPENSER-INDEX, SOURCE-SLOT)
                        TO HOPPER-SLOT-NBT-DATA(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    MOVE "H" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                    MOVE TARGET-SLOT TO PUSHED-SLOT
                END-IF
            END-PERFORM
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

TRY-PUSH-DISPENSER.
    PERFORM VARYING TARGET-INDEX FROM 1 BY 1
            UNTIL TARGET-INDEX > MAX-DISPENSERS OR MOVED NOT = 0
        IF DISPENSER-USED(TARGET-INDEX) NOT = 0
                AND TARGET-INDEX NOT = DISPENSER-INDEX
                AND DISPENSER-POSITION(TARGET-INDEX) = OUTPUT-POSITION
            MOVE 1 TO STORE-FOUND
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                    UNTIL TARGET-SLOT > 9 OR MOVED NOT = 0
                IF DISPENSER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT) = 0
                    MOVE DISPENSER-SLOT-ID(DISPENSER-INDEX, SOURCE-SLOT)
                        TO DISPENSER-SLOT-ID(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO
                        DISPENSER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-LENGTH(
                        DISPENSER-INDEX, SOURCE-SLOT)
                        TO DISPENSER-SLOT-NBT-LENGTH(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE DISPENSER-SLOT-NBT-DATA(
                        DISPENSER-INDEX, SOURCE-SLOT)
                        TO DISPENSER-SLOT-NBT-DATA(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    MOVE "D" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                    MOVE TARGET-SLOT TO PUSHED-SLOT
                END-IF
            END-PERFORM
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

END PROGRAM Dispensers-OnPowerChange.
