*> --- RegisterItem-EnderEye ---
*> Registers the eye of ender's use on a block: an empty end portal
*> frame takes the eye, and End-CheckPortal opens the portal when that
*> completes a ring. Used on anything else the eye does nothing here;
*> a throw into the air comes through RecvPacket-UseItem to
*> End-ThrowEye instead. Setting an eye is a block mutation, so the
*> claim gate and item-use audit trail apply as they do for flint and
*> steel.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterItem-EnderEye.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-ItemUse" USING "minecraft:ender_eye" USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        01 CLAIM-ALLOWED            BINARY-CHAR UNSIGNED.
        01 TARGET-BLOCK-ID          BINARY-LONG.
        01 FRAME-BASE-ID            BINARY-LONG.
        01 PORTAL-LIT               BINARY-CHAR UNSIGNED.
        01 HELD-SLOT                BINARY-CHAR UNSIGNED.
        01 HELD-INVENTORY-INDEX     BINARY-LONG UNSIGNED.
        01 CATALOG-MESSAGE          PIC X(160).
        *> vanilla gamemode ids: 0 survival, 1 creative
        01 C-GAMEMODE-CREATIVE      BINARY-CHAR UNSIGNED VALUE 1.
    LINKAGE SECTION.
        COPY DD-CALLBACK-ITEM-USE.

    PROCEDURE DIVISION USING LK-PLAYER LK-ITEM-NAME LK-POSITION LK-FACE
            LK-CURSOR.
        *> the frame's states run eye=true then eye=false, four facings
        *> each; only the empty half takes an eye
        CALL "World-GetBlock" USING LK-POSITION TARGET-BLOCK-ID
        CALL "Blocks-Get-BaseStateId" USING "minecraft:end_portal_frame"
            FRAME-BASE-ID
        IF TARGET-BLOCK-ID < FRAME-BASE-ID + 4
                OR TARGET-BLOCK-ID >= FRAME-BASE-ID + 8
            GOBACK
        END-IF
        CALL "Claims-CheckAllowed" USING LK-PLAYER LK-POSITION
            CLAIM-ALLOWED
        IF CLAIM-ALLOWED = 0
            GOBACK
        END-IF

        SUBTRACT 4 FROM TARGET-BLOCK-ID
        CALL "World-SetBlock" USING PLAYER-CLIENT(LK-PLAYER) LK-POSITION
            TARGET-BLOCK-ID
        CALL "World-BroadcastBlockChange" USING LK-PLAYER LK-POSITION
            TARGET-BLOCK-ID
        CALL "Players-LogItemUse" USING LK-PLAYER LK-ITEM-NAME LK-POSITION

        IF PLAYER-GAMEMODE(LK-PLAYER) NOT = C-GAMEMODE-CREATIVE
            CALL "Players-HeldItemSlot" USING LK-PLAYER HELD-SLOT
            MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
            SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER,
                HELD-INVENTORY-INDEX)
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER, HELD-INVENTORY-INDEX)
                    = 0
                MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER,
                    HELD-INVENTORY-INDEX)
                MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER,
                    HELD-INVENTORY-INDEX)
            END-IF
            CALL "SlotJournal-PlayerSlot" USING LK-PLAYER
                HELD-INVENTORY-INDEX
            CALL "Crafting-SendInventory" USING LK-PLAYER
        END-IF

        CALL "End-CheckPortal" USING LK-POSITION PORTAL-LIT
        IF PORTAL-LIT NOT = 0
            CALL "Messages-GetPlayer" USING LK-PLAYER "end-portal-opened"
                "The end portal opens" " " CATALOG-MESSAGE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER)
                CATALOG-MESSAGE
        END-IF
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterItem-EnderEye.
