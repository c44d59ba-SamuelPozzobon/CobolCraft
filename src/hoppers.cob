    COPY DD-HOPPER-FILE.
WORKING-STORAGE SECTION.
    COPY DD-HOPPERS.
    COPY DD-SLOT-JOURNAL.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 HOPPER-INDEX              BINARY-LONG UNSIGNED.
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "hopper save failed, could not replace save/hoppers.dat"
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    END-IF
    GOBACK.

WORKING-STORAGE SECTION.
    COPY DD-HOPPERS.
    COPY DD-PLAYERS.
    COPY DD-DENSITY.
    01 HOPPER-INDEX              BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION.
    CALL "Hoppers-FindOrCreate" USING LK-POSITION HOPPER-INDEX
    IF HOPPER-INDEX = 0
        IF DENSITY-OUTCOME-REFUSED
            CALL "Density-NotifyPlayer" USING LK-PLAYER-ID
                "density-hopper-cap"
                "This chunk already has its limit of {0} working hoppers"
                DENSITY-HOPPER-CAP
        END-IF
        GOBACK
    END-IF

*> --- Hoppers-FindOrCreate ---
*> Resolves a position to its hopper record, creating one in the first
*> free slot. Returns 0 when the table is full, in which case the
*> hopper stays decorative the way an overflowing chest table does,
*> and likewise when its chunk is already at chunk-hopper-cap (the
*> outcome is left in DENSITY-LAST-OUTCOME for the caller).
IDENTIFICATION DIVISION.
PROGRAM-ID. Hoppers-FindOrCreate.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-HOPPERS.
    COPY DD-DENSITY.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 CREATE-ALLOWED            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
    01 LK-HOPPER-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-HOPPER-INDEX.
    MOVE 0 TO DENSITY-LAST-OUTCOME
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING LK-HOPPER-INDEX FROM 1 BY 1
            UNTIL LK-HOPPER-INDEX > MAX-HOPPERS
        MOVE 0 TO LK-HOPPER-INDEX
        GOBACK
    END-IF
    CALL "Density-CheckHopper" USING LK-POSITION CREATE-ALLOWED
    IF CREATE-ALLOWED = 0
        MOVE 0 TO LK-HOPPER-INDEX
        GOBACK
    END-IF
    MOVE FREE-INDEX TO LK-HOPPER-INDEX
    MOVE 1 TO HOPPER-USED(LK-HOPPER-INDEX)
    MOVE LK-POSITION TO HOPPER-POSITION(LK-HOPPER-INDEX)
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 MOVED                     BINARY-CHAR UNSIGNED.
    01 VIEWER-INDEX              BINARY-CHAR.
    01 JOURNAL-SLOT              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-WINDOW-ID              BINARY-CHAR UNSIGNED.
                    MOVE 0 TO HOPPER-SLOT-NBT-LENGTH(
                        HOPPER-INDEX, SLOT-INDEX)
                    MOVE 1 TO MOVED
                    *> the emptied side is journaled first, so a crash
                    *> between the records can lose the stack, not double it
                    MOVE SLOT-INDEX TO JOURNAL-SLOT
                    CALL "SlotJournal-Hopper" USING HOPPER-INDEX
                        JOURNAL-SLOT
                    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                        TARGET-SLOT
                END-IF
            END-IF
        WHEN LK-CLICKED-SLOT >= 5 AND LK-CLICKED-SLOT <= 40
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                            LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 1 TO MOVED
                        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                            INVENTORY-INDEX
                        MOVE SLOT-INDEX TO JOURNAL-SLOT
                        CALL "SlotJournal-Hopper" USING HOPPER-INDEX
                            JOURNAL-SLOT
                    END-IF
                END-PERFORM
            END-IF
*> --- Hoppers-Tick ---
*> The automation pass, called once per tick from World-Tick: every
*> eight ticks per hopper (vanilla's cadence), one item moves out
*> through the block's facing - into a chest, barrel or shulker box's
*> slots (never a shulker box into a shulker box), into a furnace
*> (fuel items to the fuel slot, everything else to the input), into
*> the next hopper of a chain or into a dispenser or dropper's grid -
*> and any ground-item stack resting
*> on top is vacuumed into the hopper's own slots. The table
*> itself is the tick budget, the Furnaces-Tick stance. Every slot a
*> transfer touches goes to the slot journal, the giving side first.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hoppers-Tick.

    COPY DD-HOPPERS.
    COPY DD-CONTAINERS.
    COPY DD-FURNACES.
    COPY DD-DISPENSERS.
    COPY DD-GROUND-ITEMS.
    01 HOPPER-INDEX              BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 DELTA-X                   BINARY-LONG.
    01 DELTA-Y                   BINARY-LONG.
    01 DELTA-Z                   BINARY-LONG.
    01 JOURNAL-SLOT              BINARY-LONG UNSIGNED.
    01 PUSHED-KIND               PIC X(01).
    01 PUSHED-INDEX              BINARY-LONG UNSIGNED.
    01 PUSHED-SLOT               BINARY-LONG UNSIGNED.
    01 TARGET-IS-SHULKER         BINARY-CHAR UNSIGNED.
    01 ITEM-IS-SHULKER           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    CALL "Blocks-Get-BaseStateId" USING "minecraft:hopper" HOPPER-BASE-ID
                                HOPPER-INDEX, SLOT-INDEX)
                        MOVE 1 TO MOVED
                        CALL "GroundItems-Remove" USING ITEM-INDEX
                        MOVE SLOT-INDEX TO JOURNAL-SLOT
                        CALL "SlotJournal-Hopper" USING HOPPER-INDEX
                            JOURNAL-SLOT
                    END-IF
                END-PERFORM
            END-IF
    END-EVALUATE

    MOVE 0 TO MOVED
    MOVE SPACE TO PUSHED-KIND
    PERFORM TRY-PUSH-CONTAINER
    IF MOVED = 0
        PERFORM TRY-PUSH-FURNACE
    IF MOVED = 0
        PERFORM TRY-PUSH-HOPPER
    END-IF
    IF MOVED = 0
        PERFORM TRY-PUSH-DISPENSER
    END-IF
    IF MOVED NOT = 0
        SUBTRACT 1 FROM HOPPER-SLOT-COUNT(HOPPER-INDEX, SOURCE-SLOT)
        IF HOPPER-SLOT-COUNT(HOPPER-INDEX, SOURCE-SLOT) = 0
            MOVE 0 TO HOPPER-SLOT-ID(HOPPER-INDEX, SOURCE-SLOT)
            MOVE 0 TO HOPPER-SLOT-NBT-LENGTH(HOPPER-INDEX, SOURCE-SLOT)
        END-IF
        *> the hopper gave the item up first, then the block took it
        MOVE SOURCE-SLOT TO JOURNAL-SLOT
        CALL "SlotJournal-Hopper" USING HOPPER-INDEX JOURNAL-SLOT
        EVALUATE PUSHED-KIND
            WHEN "C"
                CALL "SlotJournal-Container" USING PUSHED-INDEX
                    PUSHED-SLOT
            WHEN "F"
                CALL "SlotJournal-Furnace" USING PUSHED-INDEX
            WHEN "H"
                CALL "SlotJournal-Hopper" USING PUSHED-INDEX PUSHED-SLOT
            WHEN "D"
                CALL "SlotJournal-Dispenser" USING PUSHED-INDEX
                    PUSHED-SLOT
        END-EVALUATE
    END-IF.

TRY-PUSH-CONTAINER.
            UNTIL TARGET-INDEX > MAX-CONTAINERS OR MOVED NOT = 0
        IF CONTAINER-USED(TARGET-INDEX) NOT = 0
                AND CONTAINER-POSITION(TARGET-INDEX) = OUTPUT-POSITION
            *> a shulker box takes anything but another shulker box
            CALL "ShulkerBox-IsAt" USING OUTPUT-POSITION TARGET-IS-SHULKER
            IF TARGET-IS-SHULKER NOT = 0
                CALL "ShulkerBox-IsItem" USING
                    HOPPER-SLOT-ID(HOPPER-INDEX, SOURCE-SLOT)
                    ITEM-IS-SHULKER
                IF ITEM-IS-SHULKER NOT = 0
                    EXIT PARAGRAPH
                END-IF
            END-IF
            *> stack onto a matching plain stack first, then free slot
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                    UNTIL TARGET-SLOT > 27 OR MOVED NOT = 0
                    ADD 1 TO
                        CONTAINER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    PERFORM NOTE-PUSHED-CONTAINER
                END-IF
            END-PERFORM
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                        TO CONTAINER-SLOT-NBT-DATA(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    PERFORM NOTE-PUSHED-CONTAINER
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

NOTE-PUSHED-CONTAINER.
    MOVE "C" TO PUSHED-KIND
    MOVE TARGET-INDEX TO PUSHED-INDEX
    MOVE TARGET-SLOT TO PUSHED-SLOT.

TRY-PUSH-FURNACE.
    PERFORM VARYING TARGET-INDEX FROM 1 BY 1
            UNTIL TARGET-INDEX > MAX-FURNACES OR MOVED NOT = 0
                        TO FURNACE-FUEL-ID(TARGET-INDEX)
                    ADD 1 TO FURNACE-FUEL-COUNT(TARGET-INDEX)
                    MOVE 1 TO MOVED
                    MOVE "F" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                END-IF
            ELSE
                IF FURNACE-INPUT-COUNT(TARGET-INDEX) = 0
                        TO FURNACE-INPUT-ID(TARGET-INDEX)
                    ADD 1 TO FURNACE-INPUT-COUNT(TARGET-INDEX)
                    MOVE 1 TO MOVED
                    MOVE "F" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                END-IF
            END-IF
        END-IF
                    MOVE HOPPER-SLOT-NBT-DATA(HOPPER-INDEX, SOURCE-SLOT)
                        TO HOPPER-SLOT-NBT-DATA(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    MOVE "H" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                    MOVE TARGET-SLOT TO PUSHED-SLOT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

TRY-PUSH-DISPENSER.
    PERFORM VARYING TARGET-INDEX FROM 1 BY 1
            UNTIL TARGET-INDEX > MAX-DISPENSERS OR MOVED NOT = 0
        IF DISPENSER-USED(TARGET-INDEX) NOT = 0
                AND DISPENSER-POSITION(TARGET-INDEX) = OUTPUT-POSITION
            PERFORM VARYING TARGET-SLOT FROM 1 BY 1
                    UNTIL TARGET-SLOT > 9 OR MOVED NOT = 0
                IF DISPENSER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT) = 0
                    MOVE HOPPER-SLOT-ID(HOPPER-INDEX, SOURCE-SLOT)
                        TO DISPENSER-SLOT-ID(TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO
                        DISPENSER-SLOT-COUNT(TARGET-INDEX, TARGET-SLOT)
                    MOVE HOPPER-SLOT-NBT-LENGTH(HOPPER-INDEX, SOURCE-SLOT)
                        TO DISPENSER-SLOT-NBT-LENGTH(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE HOPPER-SLOT-NBT-DATA(HOPPER-INDEX, SOURCE-SLOT)
                        TO DISPENSER-SLOT-NBT-DATA(
                            TARGET-INDEX, TARGET-SLOT)
                    MOVE 1 TO MOVED
                    MOVE "D" TO PUSHED-KIND
                    MOVE TARGET-INDEX TO PUSHED-INDEX
                    MOVE TARGET-SLOT TO PUSHED-SLOT
                END-IF
            END-PERFORM
        END-IF
