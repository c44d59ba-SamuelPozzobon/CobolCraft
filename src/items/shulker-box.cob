*> --- RegisterItem-ShulkerBox ---
*> Registers the seventeen shulker box items: using one against a block
*> places the box facing away from the clicked face and restores the
*> contents it carries in item NBT (ShulkerBox-Unpack) into the
*> position-keyed container record, which Containers-Open then shows
*> like any chest. The held item is consumed outside creative, every
*> restored slot is journaled, and the box and its contents go to the
*> audit trail. Breaking the box again is digging.cob's side
*> (ShulkerBox-TakeContents).
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterItem-ShulkerBox.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-ItemUse" USING "minecraft:shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:white_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:orange_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:magenta_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:light_blue_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:yellow_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:lime_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:pink_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:gray_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:light_gray_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:cyan_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:purple_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:blue_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:brown_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:green_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:red_shulker_box" USE-PTR
    CALL "SetCallback-ItemUse" USING "minecraft:black_shulker_box" USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-CONTAINERS.
        COPY DD-SHULKER-CONTENTS REPLACING LEADING ==LK-== BY ==HELD-==.
        01 C-MINECRAFT-ITEM         PIC X(16) VALUE "minecraft:item".
        01 BLOCK-POSITION.
            02 BLOCK-X              BINARY-LONG.
            02 BLOCK-Y              BINARY-LONG.
            02 BLOCK-Z              BINARY-LONG.
        01 BLOCK-ID                 BINARY-LONG.
        01 CHECK-RESULT             BINARY-CHAR UNSIGNED.
        01 HELD-SLOT                BINARY-CHAR UNSIGNED.
        01 HELD-INVENTORY-INDEX     BINARY-LONG UNSIGNED.
        01 CONTAINER-INDEX          BINARY-LONG UNSIGNED.
        01 FOUND-INDEX              BINARY-LONG UNSIGNED.
        01 SLOT-INDEX               BINARY-LONG UNSIGNED.
        01 ITEM-ID                  BINARY-LONG.
        01 ITEM-ID-VALID            BINARY-CHAR UNSIGNED.
        01 CATALOG-MESSAGE          PIC X(160).
        *> the facing state offset for each clicked face, 0 (bottom)
        *> to 5 (east); box facings run north/east/south/west/up/down
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

        CALL "Players-HeldItemSlot" USING LK-PLAYER HELD-SLOT
        MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
        CALL "ShulkerBox-Unpack" USING
            PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER, HELD-INVENTORY-INDEX)
            PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER, HELD-INVENTORY-INDEX)
            HELD-SHULKER-CONTENTS

        *> the box takes over any record left at this spot, or the first
        *> free one; with the table full it can't hold anything, so it
        *> isn't placed at all rather than placed empty
        MOVE 0 TO FOUND-INDEX
        PERFORM VARYING CONTAINER-INDEX FROM 1 BY 1
                UNTIL CONTAINER-INDEX > MAX-CONTAINERS OR FOUND-INDEX NOT = 0
            IF CONTAINER-USED(CONTAINER-INDEX) NOT = 0
                    AND CONTAINER-POSITION(CONTAINER-INDEX) = BLOCK-POSITION
                MOVE CONTAINER-INDEX TO FOUND-INDEX
            END-IF
        END-PERFORM
        PERFORM VARYING CONTAINER-INDEX FROM 1 BY 1
                UNTIL CONTAINER-INDEX > MAX-CONTAINERS OR FOUND-INDEX NOT = 0
            IF CONTAINER-USED(CONTAINER-INDEX) = 0
                MOVE CONTAINER-INDEX TO FOUND-INDEX
            END-IF
        END-PERFORM
        IF FOUND-INDEX = 0
            CALL "Messages-Get" USING "shulker-no-room"
                "No room is left to store another container" " "
                CATALOG-MESSAGE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER)
                CATALOG-MESSAGE
            GOBACK
        END-IF

        IF LK-FACE < 0 OR LK-FACE > 5
            MOVE 2 TO FACING-OFFSET
        ELSE
            COMPUTE FACING-OFFSET = LK-FACE + 1
        END-IF
        MOVE C-FACING-BY-FACE(FACING-OFFSET:1) TO FACING-OFFSET
        CALL "Blocks-Get-BaseStateId" USING LK-ITEM-NAME BLOCK-ID
        ADD FACING-OFFSET TO BLOCK-ID
        CALL "World-SetBlock" USING PLAYER-CLIENT(LK-PLAYER) BLOCK-POSITION BLOCK-ID
        CALL "World-BroadcastBlockChange" USING LK-PLAYER BLOCK-POSITION BLOCK-ID
        CALL "Players-LogItemUse" USING LK-PLAYER LK-ITEM-NAME BLOCK-POSITION
        CALL "ShulkerBox-LogContents" USING LK-PLAYER HELD-SHULKER-CONTENTS
            BLOCK-POSITION

        *> the held box goes first and is journaled first, so a crash
        *> between the two can lose the contents but never double them
        IF PLAYER-GAMEMODE(LK-PLAYER) NOT = C-GAMEMODE-CREATIVE
            SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER, HELD-INVENTORY-INDEX)
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER, HELD-INVENTORY-INDEX) = 0
                MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER, HELD-INVENTORY-INDEX)
                MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER, HELD-INVENTORY-INDEX)
            END-IF
            CALL "SlotJournal-PlayerSlot" USING LK-PLAYER HELD-INVENTORY-INDEX
        END-IF

        MOVE 1 TO CONTAINER-USED(FOUND-INDEX)
        MOVE BLOCK-POSITION TO CONTAINER-POSITION(FOUND-INDEX)
        PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
            MOVE 0 TO ITEM-ID
            MOVE 0 TO ITEM-ID-VALID
            IF HELD-SHULKER-SLOT-COUNT(SLOT-INDEX) > 0
                CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM
                    HELD-SHULKER-SLOT-NAME(SLOT-INDEX) ITEM-ID
                CALL "Players-ValidateItemId" USING ITEM-ID ITEM-ID-VALID
            END-IF
            IF ITEM-ID-VALID NOT = 0
                MOVE ITEM-ID TO CONTAINER-SLOT-ID(FOUND-INDEX, SLOT-INDEX)
                MOVE HELD-SHULKER-SLOT-COUNT(SLOT-INDEX)
                    TO CONTAINER-SLOT-COUNT(FOUND-INDEX, SLOT-INDEX)
                MOVE HELD-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX)
                    TO CONTAINER-SLOT-NBT-LENGTH(FOUND-INDEX, SLOT-INDEX)
                MOVE HELD-SHULKER-SLOT-NBT-DATA(SLOT-INDEX)
                    TO CONTAINER-SLOT-NBT-DATA(FOUND-INDEX, SLOT-INDEX)
            ELSE
                MOVE 0 TO CONTAINER-SLOT-ID(FOUND-INDEX, SLOT-INDEX)
                MOVE 0 TO CONTAINER-SLOT-COUNT(FOUND-INDEX, SLOT-INDEX)
                MOVE 0 TO CONTAINER-SLOT-NBT-LENGTH(FOUND-INDEX, SLOT-INDEX)
            END-IF
            CALL "SlotJournal-Container" USING FOUND-INDEX SLOT-INDEX
        END-PERFORM

        IF PLAYER-GAMEMODE(LK-PLAYER) NOT = C-GAMEMODE-CREATIVE
            CALL "Crafting-SendInventory" USING LK-PLAYER
        END-IF
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterItem-ShulkerBox.
