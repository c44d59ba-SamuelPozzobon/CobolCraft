*> break goes through the standard sequence: air placed and broadcast,
*> the break tallied and paid through Players-RecordBlockBroken, and
*> the block's item dropped at the spot through the ground-item table.
*> A shulker box's contents go into the dropped item's NBT first
*> (ShulkerBox-TakeContents).
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-FinishDig.

    01 AIR-ID                    BINARY-LONG.
    01 CURRENT-BLOCK-ID          BINARY-LONG.
    01 BLOCK-NAME                PIC X(64).
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 1.
    01 QUEST-AMOUNT              BINARY-LONG UNSIGNED VALUE 1.
    01 DROP-ITEM-ID              BINARY-LONG.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 DELAY-TICKS               BINARY-LONG UNSIGNED.
    01 DROP-COUNT                BINARY-LONG UNSIGNED VALUE 1.
    *> a freshly-broken block drops a pristine stack
    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    *> (bar a shulker box's NBT, which carries its contents)
    01 DROP-NBT-LENGTH           BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-DATA             PIC X(2048) VALUE SPACES.
    01 CLEAR-STAGE               BINARY-CHAR VALUE -1.
    01 C-BREAK-PARTICLES         BINARY-LONG VALUE 8.
    01 IS-SHULKER-BOX            BINARY-CHAR UNSIGNED.
    01 CONTENTS-TAKEN            BINARY-CHAR UNSIGNED.
    01 CATALOG-MESSAGE           PIC X(160).
    *> vanilla gamemode ids: 0 survival, 1 creative, 2 adventure, 3 spectator
    01 C-GAMEMODE-CREATIVE       BINARY-CHAR UNSIGNED VALUE 1.
LINKAGE SECTION.
        GOBACK
    END-IF

    *> a shulker box empties into the item it drops; one too full for
    *> item NBT to carry stays standing rather than spill or lose it
    MOVE 0 TO DROP-NBT-LENGTH
    MOVE SPACES TO BLOCK-NAME
    CALL "Blocks-Get-StateName" USING CURRENT-BLOCK-ID BLOCK-NAME
    CALL "ShulkerBox-IsName" USING BLOCK-NAME IS-SHULKER-BOX
    IF IS-SHULKER-BOX NOT = 0
        CALL "ShulkerBox-TakeContents" USING LK-PLAYER-ID LK-POSITION
            DROP-NBT-LENGTH DROP-NBT-DATA CONTENTS-TAKEN
        IF CONTENTS-TAKEN = 0
            CALL "SendPacket-BlockUpdate" USING
                PLAYER-CLIENT(LK-PLAYER-ID) LK-POSITION CURRENT-BLOCK-ID
            CALL "World-BroadcastBlockDestruction" USING LK-PLAYER-ID
                LK-POSITION CLEAR-STAGE
            CALL "Messages-Get" USING "shulker-too-full"
                "This shulker box is too full to pick up - take some items out first"
                " " CATALOG-MESSAGE
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(LK-PLAYER-ID) CATALOG-MESSAGE
            GOBACK
        END-IF
    END-IF

    CALL "World-SetBlock" USING PLAYER-CLIENT(LK-PLAYER-ID) LK-POSITION
        AIR-ID
    CALL "World-BroadcastBlockChange" USING LK-PLAYER-ID LK-POSITION
        AIR-ID
    CALL "World-BroadcastBlockDestruction" USING LK-PLAYER-ID
        LK-POSITION CLEAR-STAGE
    CALL "Players-RecordBlockBroken" USING LK-PLAYER-ID CURRENT-BLOCK-ID
        LK-POSITION
    *> a joined job is paid for the work it tracks
    CALL "Jobs-OnBlockBroken" USING LK-PLAYER-ID CURRENT-BLOCK-ID
    *> and it counts towards any quest for that block
    CALL "Blocks-Get-StateName" USING CURRENT-BLOCK-ID BLOCK-NAME
    CALL "Quests-OnEvent" USING LK-PLAYER-ID QUEST-EVENT-TYPE BLOCK-NAME
        QUEST-AMOUNT
    *> a broken sign takes its shop with it
    CALL "Shops-OnBlockBroken" USING LK-POSITION
    CALL "ClaimMarket-OnBlockBroken" USING LK-POSITION
    *> and a beacon, or a block of its pyramid, changes what it grants
    CALL "Beacons-OnBlockBroken" USING LK-POSITION
    CALL "Sounds-Broadcast" USING "block-break" LK-POSITION
    CALL "Particles-Broadcast" USING "minecraft:poof" LK-POSITION
        C-BREAK-PARTICLES

    *> the block drops its item where it stood (survival only, except
    *> that a shulker box with contents drops in creative too, so they
    *> aren't destroyed); blocks whose item the registry doesn't know
    *> drop nothing
    IF PLAYER-GAMEMODE(LK-PLAYER-ID) NOT = C-GAMEMODE-CREATIVE
            OR DROP-NBT-LENGTH > 0
        CALL "Blocks-Get-StateName" USING CURRENT-BLOCK-ID BLOCK-NAME
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM BLOCK-NAME
            DROP-ITEM-ID
