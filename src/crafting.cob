    01 MOVED                     BINARY-CHAR UNSIGNED.
    01 ADVANCEMENT-TRIGGER-CODE  BINARY-CHAR UNSIGNED.
    01 ADVANCEMENT-VALUE         BINARY-LONG-LONG.
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 3.
    01 QUEST-ITEM-ID             BINARY-LONG.
    01 QUEST-AMOUNT              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-CLICKED-SLOT           BINARY-SHORT.
    IF MOVED = 0
        GO TO CLAIM-CRAFT-DONE
    END-IF
    MOVE PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, 1) TO QUEST-ITEM-ID
    MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, 1) TO QUEST-AMOUNT
    *> one craft consumes one item from each occupied grid cell
    PERFORM VARYING GRID-SLOT FROM 2 BY 1 UNTIL GRID-SLOT > 5
        IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, GRID-SLOT) > 0
    MOVE 1 TO ADVANCEMENT-TRIGGER-CODE
    MOVE 1 TO ADVANCEMENT-VALUE
    CALL "Advancements-OnEvent" USING LK-PLAYER-ID
        ADVANCEMENT-TRIGGER-CODE ADVANCEMENT-VALUE
    *> and every item it made counts towards a crafting quest
    CALL "Quests-OnItemEvent" USING LK-PLAYER-ID QUEST-EVENT-TYPE
        QUEST-ITEM-ID QUEST-AMOUNT.

CLAIM-CRAFT-DONE.
    CONTINUE.
*> Re-sends the player's full inventory window (window 0, all 46 slots:
*> result, grid, armor, main inventory, hotbar, off hand) so the client
*> converges on the server's view after a crafting move, the same
*> resync-everything stance Containers-SendContents takes. Filled maps
*> then follow one slot at a time through Maps-SendSlots.
IDENTIFICATION DIVISION.
PROGRAM-ID. Crafting-SendInventory.


    CALL "SendPacket-ContainerContent" USING PLAYER-CLIENT(LK-PLAYER-ID)
        C-INVENTORY-WINDOW-ID WINDOW-SLOT-TOTAL WINDOW-SLOTS
    *> filled maps need their map ID, which the window can't carry
    CALL "Maps-SendSlots" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Crafting-SendInventory.
