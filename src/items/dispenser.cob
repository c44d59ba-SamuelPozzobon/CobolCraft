*> --- RegisterItem-Dispensers ---
*> Registers the dispenser and dropper items: using one against a block
*> places it facing away from the clicked face (the shulker box's
*> table), untriggered, so a dispenser set on a wall points into the
*> room. The held item is consumed outside creative and the placement
*> goes to the audit trail; the block's record is created the first
*> time it is opened.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterItem-Dispensers.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-ItemUse" USING "minecraft:dispenser" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:dropper" USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        01 BLOCK-POSITION.
            02 BLOCK-X              BINARY-LONG.
            02 BLOCK-Y              BINARY-LONG.
            02 BLOCK-Z              BINARY-LONG.
        01 BLOCK-ID                 BINARY-LONG.
        01 CHECK-RESULT             BINARY-CHAR UNSIGNED.
        01 HELD-SLOT                BINARY-CHAR UNSIGNED.
        01 HELD-INVENTORY-INDEX     BINARY-LONG UNSIGNED.
        *> the facing for each clicked face, 0 (bottom) to 5 (east);
        *> facings run north/east/south/west/up/down, two states apiece
        *> with the untriggered one second
        01 C-FACING-BY-FACE         PIC X(6) VALUE "540231".
        01 FACING-OFFSET            BINARY-LONG UNSIGNED.
        *> vanilla gamemode ids: 0 survival, 1 creative
        01 C-GAMEMODE-CREATIVE      BINARY-CHAR UNSIGNED VALUE 1.
    LINKAGE SECTION.
        COPY DD-CALLBACK-ITEM-USE.

    PROCEDURE DIVISION USING LK-PLAYER LK-ITEM-NAME LK-POSITION LK-FACE LK-CURSOR.
        MOVE LK-POSITION TO BLOCK-POSITION
        CALL "ItemUtil-GetReplaceablePosition" USING BLOCK-POSITION LK-FACE CHECK-RESULT
        IF CHECK-RESULT = 0
            GOBACK
        END-IF

        *> claimed land only changes for its owner and trust list
        CALL "Claims-CheckAllowed" USING LK-PLAYER BLOCK-POSITION
            CHECK-RESULT
        IF CHECK-RESULT = 0
            GOBACK
        END-IF

        IF LK-FACE < 0 OR LK-FACE > 5
            MOVE 2 TO FACING-OFFSET
        ELSE
            COMPUTE FACING-OFFSET = LK-FACE + 1
        END-IF
        MOVE C-FACING-BY-FACE(FACING-OFFSET:1) TO FACING-OFFSET
        CALL "Blocks-Get-BaseStateId" USING LK-ITEM-NAME BLOCK-ID
        COMPUTE BLOCK-ID = BLOCK-ID + FACING-OFFSET * 2 + 1
        CALL "World-SetBlock" USING PLAYER-CLIENT(LK-PLAYER) BLOCK-POSITION BLOCK-ID
        CALL "World-BroadcastBlockChange" USING LK-PLAYER BLOCK-POSITION BLOCK-ID
        CALL "Players-LogItemUse" USING LK-PLAYER LK-ITEM-NAME BLOCK-POSITION

        IF PLAYER-GAMEMODE(LK-PLAYER) NOT = C-GAMEMODE-CREATIVE
            CALL "Players-HeldItemSlot" USING LK-PLAYER HELD-SLOT
            MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
            SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER, HELD-INVENTORY-INDEX)
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER, HELD-INVENTORY-INDEX) = 0
                MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER, HELD-INVENTORY-INDEX)
                MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER, HELD-INVENTORY-INDEX)
            END-IF
            CALL "SlotJournal-PlayerSlot" USING LK-PLAYER HELD-INVENTORY-INDEX
            CALL "Crafting-SendInventory" USING LK-PLAYER
        END-IF
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterItem-Dispensers.
