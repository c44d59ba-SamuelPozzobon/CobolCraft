        CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    END-IF

    CALL "Projectiles-Launch" USING LK-PLAYER-ID OMITTED OMITTED
    CALL "Players-SetCooldown" USING LK-PLAYER-ID BOW-ITEM-ID
        C-SHOT-COOLDOWN-TICKS
    CALL "Players-HeldItemSlot" USING LK-PLAYER-ID HELD-SLOT
