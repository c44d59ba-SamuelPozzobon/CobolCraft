    COPY DD-FURNACE-FILE.
WORKING-STORAGE SECTION.
    COPY DD-FURNACES.
    COPY DD-SLOT-JOURNAL.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 FURNACE-INDEX             BINARY-LONG UNSIGNED.
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "furnace save failed, could not replace save/furnaces.dat"
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    END-IF
    GOBACK.

    01 VIEWER-INDEX              BINARY-CHAR.
    01 ADVANCEMENT-TRIGGER-CODE  BINARY-CHAR UNSIGNED.
    01 ADVANCEMENT-VALUE         BINARY-LONG-LONG.
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 4.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-WINDOW-ID              BINARY-CHAR UNSIGNED.
            END-IF
    END-EVALUATE

    *> an inventory stack that went in: the emptied inventory slot is
    *> journaled ahead of the furnace, the order a crash favours
    IF MOVED NOT = 0
        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID INVENTORY-INDEX
        CALL "SlotJournal-Furnace" USING FURNACE-INDEX
    END-IF

    *> resync every player with this furnace open, clicker included
    PERFORM VARYING VIEWER-INDEX FROM 1 BY 1 UNTIL VIEWER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(VIEWER-INDEX) > 0
                TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
            MOVE 0 TO FURNACE-INPUT-ID(FURNACE-INDEX)
            MOVE 0 TO FURNACE-INPUT-COUNT(FURNACE-INDEX)
            PERFORM JOURNAL-TAKEN-STACK
        END-IF
    END-IF.

                TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
            MOVE 0 TO FURNACE-FUEL-ID(FURNACE-INDEX)
            MOVE 0 TO FURNACE-FUEL-COUNT(FURNACE-INDEX)
            PERFORM JOURNAL-TAKEN-STACK
        END-IF
    END-IF.

            MOVE 1 TO ADVANCEMENT-VALUE
            CALL "Advancements-OnEvent" USING LK-PLAYER-ID
                ADVANCEMENT-TRIGGER-CODE ADVANCEMENT-VALUE
            *> and every item collected counts towards a smelting quest
            CALL "Quests-OnItemEvent" USING LK-PLAYER-ID
                QUEST-EVENT-TYPE FURNACE-OUTPUT-ID(FURNACE-INDEX)
                FURNACE-OUTPUT-COUNT(FURNACE-INDEX)
            MOVE 0 TO FURNACE-OUTPUT-ID(FURNACE-INDEX)
            MOVE 0 TO FURNACE-OUTPUT-COUNT(FURNACE-INDEX)
            PERFORM JOURNAL-TAKEN-STACK
        END-IF
    END-IF.

JOURNAL-TAKEN-STACK.
    *> a stack taken out: the furnace first, then the inventory slot
    CALL "SlotJournal-Furnace" USING FURNACE-INDEX
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID TARGET-SLOT.

FIND-FREE-INVENTORY-SLOT.
    MOVE 0 TO TARGET-SLOT
    PERFORM VARYING INVENTORY-INDEX FROM 10 BY 1
*> furnace advances its input toward the 200-tick smelt mark; a furnace
*> with work and no flame consumes one fuel item for its burn value.
*> Progress is pushed to open viewers once a second rather than every
*> tick - the client animates between updates. A fuel item consumed or
*> a smelt landing changes slots, so either goes to the slot journal.
IDENTIFICATION DIVISION.
PROGRAM-ID. Furnaces-Tick.

            IF FURNACE-FUEL-COUNT(FURNACE-INDEX) = 0
                MOVE 0 TO FURNACE-FUEL-ID(FURNACE-INDEX)
            END-IF
            CALL "SlotJournal-Furnace" USING FURNACE-INDEX
        END-IF
    END-IF

                IF FURNACE-INPUT-COUNT(FURNACE-INDEX) = 0
                    MOVE 0 TO FURNACE-INPUT-ID(FURNACE-INDEX)
                END-IF
                CALL "SlotJournal-Furnace" USING FURNACE-INDEX
            END-IF
        END-IF
    ELSE
