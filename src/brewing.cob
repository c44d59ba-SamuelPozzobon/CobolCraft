    COPY DD-BREWING-FILE.
WORKING-STORAGE SECTION.
    COPY DD-BREWING.
    COPY DD-SLOT-JOURNAL.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 STAND-INDEX               BINARY-LONG UNSIGNED.
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "brewing save failed, could not replace save/brewing.dat"
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    END-IF
    GOBACK.

            MOVE 0 TO BREWING-BOTTLE-ID(STAND-INDEX, BOTTLE-INDEX)
            MOVE 0 TO BREWING-BOTTLE-COUNT(STAND-INDEX, BOTTLE-INDEX)
            MOVE 0 TO BREWING-BOTTLE-NBT-LENGTH(STAND-INDEX, BOTTLE-INDEX)
            PERFORM JOURNAL-TAKEN-STACK
        END-IF
    END-IF.

                TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
            MOVE 0 TO BREWING-INGREDIENT-ID(STAND-INDEX)
            MOVE 0 TO BREWING-INGREDIENT-COUNT(STAND-INDEX)
            PERFORM JOURNAL-TAKEN-STACK
        END-IF
    END-IF.

            MOVE BREWING-FUEL-COUNT(STAND-INDEX)
                TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
            MOVE 0 TO BREWING-FUEL-COUNT(STAND-INDEX)
            PERFORM JOURNAL-TAKEN-STACK
        END-IF
    END-IF.

JOURNAL-TAKEN-STACK.
    *> a stack taken out: the stand first, then the inventory slot, so
    *> a crash between the two records can lose it but never double it
    CALL "SlotJournal-Brewing" USING STAND-INDEX
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID TARGET-SLOT.

ROUTE-INVENTORY-STACK.
    EVALUATE TRUE
        WHEN PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX)
                    TO BREWING-INGREDIENT-COUNT(STAND-INDEX)
                PERFORM CLEAR-INVENTORY-SLOT
            END-IF
    END-EVALUATE
    *> whichever way the stack went, the inventory slot it left and then
    *> the stand go to the slot journal
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID INVENTORY-INDEX
    CALL "SlotJournal-Brewing" USING STAND-INDEX.

FIND-FREE-INVENTORY-SLOT.
    MOVE 0 TO TARGET-SLOT
*> bottle advances toward the 400-tick mark, and at it every bottle
*> becomes a potion carrying the ingredient's effect in its NBT. One
*> blaze powder pays for one brew cycle - coarser than vanilla's
*> twenty, and easier to audit. A landed brew goes to the slot journal.
IDENTIFICATION DIVISION.
PROGRAM-ID. Brewing-Tick.

        MOVE 0 TO BREWING-INGREDIENT-ID(STAND-INDEX)
    END-IF
    SUBTRACT 1 FROM BREWING-FUEL-COUNT(STAND-INDEX)
    CALL "SlotJournal-Brewing" USING STAND-INDEX
    PERFORM SYNC-ALL-VIEWERS.

SYNC-VIEWERS-ONCE-A-SECOND.
