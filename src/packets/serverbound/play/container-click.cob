            CLICKED-SLOT
        CALL "Hoppers-HandleClick" USING LK-PLAYER-ID WINDOW-ID
            CLICKED-SLOT
        CALL "Dispensers-HandleClick" USING LK-PLAYER-ID WINDOW-ID
            CLICKED-SLOT
        CALL "Beacons-HandleClick" USING LK-PLAYER-ID WINDOW-ID
            CLICKED-SLOT
        CALL "Trade-HandleClick" USING LK-PLAYER-ID WINDOW-ID
            CLICKED-SLOT
        CALL "Invsee-HandleClick" USING LK-PLAYER-ID WINDOW-ID
    CALL "Enchanting-Close" USING LK-PLAYER-ID
    CALL "Anvil-Close" USING LK-PLAYER-ID
    CALL "Hoppers-Close" USING LK-PLAYER-ID
    CALL "Dispensers-Close" USING LK-PLAYER-ID
    CALL "Beacons-Close" USING LK-PLAYER-ID
    *> closing a trade window is a cancel: everything returns
    CALL "Trade-CancelFor" USING LK-PLAYER-ID
    CALL "Invsee-Close" USING LK-PLAYER-ID
