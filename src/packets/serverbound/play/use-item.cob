    IF IS-REPLAY NOT = 0
        GOBACK
    END-IF
    *> a jailed player can't use items, nor can one who has yet to
    *> accept the rules
    IF PLAYER-JAIL-INDEX(LK-PLAYER-ID) NOT = 0
            OR PLAYER-RULES-PENDING(LK-PLAYER-ID) NOT = 0
        GOBACK
    END-IF

    CALL "Players-HeldItemSlot" USING LK-PLAYER-ID HELD-SLOT
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-SLOT) = 0
            CALL "Fishing-Use" USING LK-PLAYER-ID
        WHEN "minecraft:written_book"
            CALL "Books-Read" USING LK-PLAYER-ID
        WHEN "minecraft:ender_eye"
            CALL "End-ThrowEye" USING LK-PLAYER-ID
        WHEN "minecraft:paper"
            *> a banknote redeems; plain paper does nothing
            CALL "Banknotes-Redeem" USING LK-PLAYER-ID
        WHEN "minecraft:map"
            CALL "Maps-Create" USING LK-PLAYER-ID
        WHEN OTHER
            *> anything edible eats; Food-Consume ignores the rest
            CALL "Food-Consume" USING LK-PLAYER-ID
