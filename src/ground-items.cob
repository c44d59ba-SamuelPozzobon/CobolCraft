*> item that was dropped. A full table drops the stack outright - the
*> same pressure valve a vanilla server's entity cap amounts to - which
*> is still strictly better than the old behaviour of every drop
*> vanishing. A chunk already holding chunk-item-cap stacks takes the
*> new one into a matching plain stack lying there if it fits (the
*> clients keep showing the old count until they pick it up), and
*> otherwise loses its oldest stack to make room; DENSITY-LAST-OUTCOME
*> says which happened.
IDENTIFICATION DIVISION.
PROGRAM-ID. GroundItems-Spawn.

    COPY DD-ENTITIES.
    COPY DD-WORLD.
    COPY DD-NEARBY-PLAYERS.
    COPY DD-DENSITY.
    01 C-ENTITY-TYPE-REGISTRY    PIC X(32) VALUE "minecraft:entity_type".
    01 ITEM-ENTITY-TYPE          BINARY-LONG VALUE 0.
    01 ITEM-INDEX                BINARY-LONG UNSIGNED.
    01 SPAWN-ALLOWED             BINARY-CHAR UNSIGNED.
    01 OLDEST-INDEX              BINARY-LONG UNSIGNED.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    01 OTHER-CHUNK-X             BINARY-LONG.
    01 OTHER-CHUNK-Z             BINARY-LONG.
    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 ITEM-UUID                 PIC X(16).
            "minecraft:item" ITEM-ENTITY-TYPE
    END-IF

    CALL "Density-CheckItem" USING LK-POSITION SPAWN-ALLOWED OLDEST-INDEX
    IF SPAWN-ALLOWED = 0
        PERFORM MERGE-INTO-CHUNK
        IF DENSITY-OUTCOME-MERGED
            GOBACK
        END-IF
        IF OLDEST-INDEX NOT = 0
            CALL "GroundItems-Remove" USING OLDEST-INDEX
        END-IF
        MOVE 3 TO DENSITY-LAST-OUTCOME
    END-IF

    PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > MAX-GROUND-ITEMS
        IF GROUND-ITEM-USED(ITEM-INDEX) = 0
            EXIT PERFORM
    END-PERFORM
    GOBACK.

MERGE-INTO-CHUNK.
    *> only plain stacks merge - a component blob could make two
    *> stacks of the same item different things
    IF LK-NBT-LENGTH NOT = 0
        EXIT PARAGRAPH
    END-IF
    CALL "Density-ChunkOf" USING LK-POSITION CHUNK-X CHUNK-Z
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > MAX-GROUND-ITEMS
        IF GROUND-ITEM-USED(ITEM-INDEX) NOT = 0
                AND GROUND-ITEM-ITEM-ID(ITEM-INDEX) = LK-ITEM-ID
                AND GROUND-ITEM-DAMAGE(ITEM-INDEX) = LK-DAMAGE
                AND GROUND-ITEM-NBT-LENGTH(ITEM-INDEX) = 0
                AND GROUND-ITEM-COUNT(ITEM-INDEX) + LK-COUNT <= 64
            CALL "Density-ChunkOf" USING GROUND-ITEM-POSITION(ITEM-INDEX)
                OTHER-CHUNK-X OTHER-CHUNK-Z
            IF OTHER-CHUNK-X = CHUNK-X AND OTHER-CHUNK-Z = CHUNK-Z
                ADD LK-COUNT TO GROUND-ITEM-COUNT(ITEM-INDEX)
                MOVE 2 TO DENSITY-LAST-OUTCOME
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-PERFORM.

END PROGRAM GroundItems-Spawn.

*> --- GroundItems-Remove ---
*> --- Players-DropHeldItem ---
*> Drops items from the player's held stack onto the ground at their
*> feet: the whole stack or a single item, matching the two drop actions
*> the player-action packet carries. Where an admin region denies
*> ITEM-DROP the stack stays in hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-DropHeldItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-DENSITY.
    01 HELD-SLOT                 BINARY-CHAR UNSIGNED.
    01 DROP-COUNT                BINARY-LONG UNSIGNED.
    01 DROP-ALLOWED              BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    *> 0 = drop one item, 1 = drop the whole stack
    01 LK-WHOLE-STACK            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-WHOLE-STACK.
    MOVE 0 TO DENSITY-LAST-OUTCOME
    CALL "Players-HeldItemSlot" USING LK-PLAYER-ID HELD-SLOT
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-SLOT) = 0
        GOBACK
    END-IF
    CALL "Regions-CheckFlag" USING "ITEM-DROP" PLAYER-POSITION(LK-PLAYER-ID)
        DROP-ALLOWED
    IF DROP-ALLOWED = 0
        CALL "Regions-Notify" USING LK-PLAYER-ID "region-no-drop"
            "Items can't be dropped here"
        *> the client already shows the stack gone; put it back
        CALL "Crafting-SendInventory" USING LK-PLAYER-ID
        GOBACK
    END-IF

    IF LK-WHOLE-STACK NOT = 0
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-SLOT)
        PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, HELD-SLOT)
        PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, HELD-SLOT)
        PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, HELD-SLOT)
    *> the drop itself always lands; what it cost the chunk is news
    IF DENSITY-OUTCOME-CULLED
        CALL "Density-NotifyPlayer" USING LK-PLAYER-ID "density-item-cap"
            "This chunk is at its limit of {0} dropped stacks; the oldest one was cleared"
            DENSITY-ITEM-CAP
    END-IF

    SUBTRACT DROP-COUNT FROM
        PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-SLOT)
