*> Registers the interaction handler that turns chests and barrels from
*> decorative blocks into real storage: a right click opens the
*> position-keyed container through Containers-Open. Chest states are
*> facing/type/waterlogged (24); barrel states facing/open (12); the
*> seventeen shulker boxes' states are facing (6) - their item side is
*> items/shulker-box.cob.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterBlock-Containers.

    01 USE-PTR                  PROGRAM-POINTER.
    01 C-CHEST-STATE-COUNT      BINARY-LONG UNSIGNED VALUE 24.
    01 C-BARREL-STATE-COUNT     BINARY-LONG UNSIGNED VALUE 12.
    01 C-SHULKER-STATE-COUNT    BINARY-LONG UNSIGNED VALUE 6.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
        C-CHEST-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:barrel"
        C-BARREL-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:white_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:orange_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:magenta_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:light_blue_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:yellow_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:lime_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:pink_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:gray_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:light_gray_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:cyan_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:purple_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:blue_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:brown_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:green_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:red_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:black_shulker_box"
        C-SHULKER-STATE-COUNT USE-PTR
    GOBACK.

    *> --- Callback-Use ---
