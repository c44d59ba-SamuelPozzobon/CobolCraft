    COPY DD-CONTAINER-FILE.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINERS.
    COPY DD-SLOT-JOURNAL.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 CONTAINER-INDEX           BINARY-LONG UNSIGNED.
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "container save failed, could not replace save/containers.dat"
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    END-IF
    GOBACK.

    01 CONTAINER-INDEX           BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 IS-SHULKER-BOX            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
    MOVE 0 TO PLAYER-OPEN-TRADES(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-BREWING(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-ENCHANT(LK-PLAYER-ID)
    *> a shulker box is the same 27 slots under its own title
    CALL "ShulkerBox-IsAt" USING LK-POSITION IS-SHULKER-BOX
    IF IS-SHULKER-BOX NOT = 0
        CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
            PLAYER-WINDOW-ID(LK-PLAYER-ID) "minecraft:generic_9x3"
            "Shulker Box"
    ELSE
        CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
            PLAYER-WINDOW-ID(LK-PLAYER-ID) "minecraft:generic_9x3" "Chest"
    END-IF
    CALL "Containers-SendContents" USING LK-PLAYER-ID
    GOBACK.

*> behaviour, applied to every click, which keeps the server
*> authoritative without modelling the client's floating cursor stack.
*> The full window is then re-sent to everyone who has this container
*> open, so two players working the same town chest stay in sync. A
*> shulker box refuses another shulker box.
*> Both slots a move touches go to the slot journal, so a crash before
*> the next checkpoint replays the move instead of losing or doubling it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Containers-HandleClick.

    01 MOVED                     BINARY-CHAR UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 VIEWER-INDEX              BINARY-CHAR.
    01 JOURNAL-SLOT              BINARY-LONG UNSIGNED.
    01 CONTAINER-IS-SHULKER      BINARY-CHAR UNSIGNED.
    01 ITEM-IS-SHULKER           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-WINDOW-ID              BINARY-CHAR UNSIGNED.
                        MOVE 0 TO CONTAINER-SLOT-COUNT(CONTAINER-INDEX, SOURCE-SLOT)
                        MOVE 0 TO CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, SOURCE-SLOT)
                        MOVE 1 TO MOVED
                        *> both halves of the move are journaled, the
                        *> emptied side first: a crash between the two
                        *> records can lose the stack, never double it
                        MOVE SOURCE-SLOT TO JOURNAL-SLOT
                        CALL "SlotJournal-Container" USING CONTAINER-INDEX
                            JOURNAL-SLOT
                        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                            INVENTORY-INDEX
                    END-IF
                END-PERFORM
            END-IF
            ELSE
                COMPUTE INVENTORY-INDEX = LK-CLICKED-SLOT - 54 + 37
            END-IF
            *> a shulker box never goes inside another one, as in vanilla
            MOVE 0 TO ITEM-IS-SHULKER
            CALL "ShulkerBox-IsAt" USING CONTAINER-POSITION(CONTAINER-INDEX)
                CONTAINER-IS-SHULKER
            IF CONTAINER-IS-SHULKER NOT = 0
                CALL "ShulkerBox-IsItem" USING
                    PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX)
                    ITEM-IS-SHULKER
            END-IF
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX) > 0
                    AND ITEM-IS-SHULKER = 0
                PERFORM VARYING TARGET-INDEX FROM 1 BY 1
                        UNTIL TARGET-INDEX > 27 OR MOVED NOT = 0
                    IF CONTAINER-SLOT-COUNT(CONTAINER-INDEX, TARGET-INDEX) = 0
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, INVENTORY-INDEX)
                        MOVE 1 TO MOVED
                        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                            INVENTORY-INDEX
                        CALL "SlotJournal-Container" USING CONTAINER-INDEX
                            TARGET-INDEX
                    END-IF
                END-PERFORM
            END-IF
*> --- Containers-Close ---
*> Forgets what a player had open. Contents live in the shared table, so
*> there is nothing else to flush here - persistence rides the autosave
*> checkpoint, and the slot journal covers the time in between.
IDENTIFICATION DIVISION.
PROGRAM-ID. Containers-Close.

