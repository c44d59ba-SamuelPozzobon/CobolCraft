    01 ID-CONTAINER-CLICK        BINARY-LONG VALUE 0.
    01 ID-CONTAINER-BUTTON       BINARY-LONG VALUE 0.
    01 ID-RENAME-ITEM            BINARY-LONG VALUE 0.
    01 ID-SET-BEACON             BINARY-LONG VALUE 0.
    01 ID-MOVE-VEHICLE           BINARY-LONG VALUE 0.
    01 ID-SET-CREATIVE-SLOT      BINARY-LONG VALUE 0.
    01 ID-EDIT-BOOK              BINARY-LONG VALUE 0.
            "play/serverbound/minecraft:container_button_click" ID-CONTAINER-BUTTON
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-PACKET
            "play/serverbound/minecraft:rename_item" ID-RENAME-ITEM
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-PACKET
            "play/serverbound/minecraft:set_beacon" ID-SET-BEACON
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-PACKET
            "play/serverbound/minecraft:move_vehicle" ID-MOVE-VEHICLE
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-PACKET
            CALL "RecvPacket-ContainerClick" USING LK-PLAYER-ID LK-BUFFER LK-BUFFERPOS
        WHEN ID-CONTAINER-BUTTON
            CALL "RecvPacket-ContainerButtonClick" USING LK-PLAYER-ID LK-BUFFER LK-BUFFERPOS
        WHEN ID-SET-BEACON
            CALL "RecvPacket-SetBeacon" USING LK-PLAYER-ID LK-BUFFER LK-BUFFERPOS
        WHEN ID-RENAME-ITEM
            CALL "RecvPacket-RenameItem" USING LK-PLAYER-ID LK-BUFFER LK-BUFFERPOS
        WHEN ID-MOVE-VEHICLE
