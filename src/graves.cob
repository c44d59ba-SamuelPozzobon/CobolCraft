                TO CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, TARGET-SLOT)
            MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, SLOT-INDEX)
                TO CONTAINER-SLOT-NBT-DATA(CONTAINER-INDEX, TARGET-SLOT)
            MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, SLOT-INDEX)
            MOVE 0 TO
                PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, SLOT-INDEX)
                PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, SLOT-INDEX)
            MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                LK-PLAYER-ID, SLOT-INDEX)
            *> the grave is a container like any other: the emptied
            *> inventory slot, then the filled chest slot, to the journal
            CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID SLOT-INDEX
            CALL "SlotJournal-Container" USING CONTAINER-INDEX
                TARGET-SLOT
            ADD 1 TO TARGET-SLOT
        END-IF
    END-PERFORM

