*> announces it to every player close enough to see it, through the same
*> World-GetNearbyPlayers selection every other broadcast uses. Returns
*> the claimed slot index, or 0 when the table is full (the spawn rolls
*> just skip a tick rather than evict anything), when a living mob
*> would put its chunk past chunk-mob-cap, or when it would rise in an
*> admin region that denies MOBS.
IDENTIFICATION DIVISION.
PROGRAM-ID. Entities-SpawnMob.

    COPY DD-WORLD.
    COPY DD-NEARBY-PLAYERS.
    01 C-ENTITY-TYPE-REGISTRY    PIC X(32) VALUE "minecraft:entity_type".
    01 SPAWN-ALLOWED             BINARY-CHAR UNSIGNED.
    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 UUID-SEED-NAME            PIC X(16).

PROCEDURE DIVISION USING LK-TYPE-NAME LK-HOSTILE LK-POSITION LK-ENTITY-INDEX.
    MOVE 0 TO LK-ENTITY-INDEX
    CALL "Density-CheckMob" USING LK-TYPE-NAME LK-POSITION SPAWN-ALLOWED
    IF SPAWN-ALLOWED = 0
        GOBACK
    END-IF
    *> and nothing living rises where an admin region denies MOBS
    CALL "Regions-AllowsSpawn" USING LK-TYPE-NAME LK-POSITION SPAWN-ALLOWED
    IF SPAWN-ALLOWED = 0
        GOBACK
    END-IF
    PERFORM VARYING LK-ENTITY-INDEX FROM 1 BY 1
            UNTIL LK-ENTITY-INDEX > MAX-ENTITIES
        IF ENTITY-ALIVE(LK-ENTITY-INDEX) = 0
    COPY DD-WORLD.
    COPY DD-PLAYERS.
    COPY DD-NEARBY-PLAYERS.
    COPY DD-BOSS.
    01 ENTITY-INDEX              BINARY-LONG UNSIGNED.
    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 C-CREEPER-POWER           BINARY-LONG UNSIGNED VALUE 3.
    01 SPAWN-LIGHT-LEVEL         BINARY-LONG.
    01 CHASE-TARGET              BINARY-CHAR.
    01 C-DAMAGE-MELEE            BINARY-CHAR UNSIGNED VALUE 1.
    01 CHASE-DISTANCE            BINARY-LONG.
    01 BEST-DISTANCE             BINARY-LONG.
    01 DELTA-X                   BINARY-LONG.
            *> light gate the lighting pass finally makes enforceable
            CALL "Lighting-GetLevel" USING SPAWN-POSITION
                SPAWN-LIGHT-LEVEL
            *> the End has no daylight to wait out and one native: any
            *> roll near a player out there brings an enderman
            EVALUATE TRUE
                WHEN PLAYER-DIMENSION(TARGET-PLAYER) = "minecraft:the_end"
                    MOVE "minecraft:enderman" TO SPAWN-TYPE-NAME
                    MOVE 1 TO SPAWN-HOSTILE
                    CALL "Entities-SpawnMob" USING SPAWN-TYPE-NAME
                        SPAWN-HOSTILE SPAWN-POSITION SPAWNED-INDEX
                WHEN SPAWN-LIGHT-LEVEL < 8
                    COMPUTE RANDOM-ROLL = FUNCTION RANDOM
                    EVALUATE TRUE
                        WHEN RANDOM-ROLL < 0.35
                            MOVE "minecraft:zombie" TO SPAWN-TYPE-NAME
                        WHEN RANDOM-ROLL < 0.6
                            MOVE "minecraft:skeleton" TO SPAWN-TYPE-NAME
                        WHEN RANDOM-ROLL < 0.85
                            MOVE "minecraft:spider" TO SPAWN-TYPE-NAME
                        WHEN OTHER
                            MOVE "minecraft:creeper" TO SPAWN-TYPE-NAME
                    END-EVALUATE
                    MOVE 1 TO SPAWN-HOSTILE
                    CALL "Entities-SpawnMob" USING SPAWN-TYPE-NAME
                        SPAWN-HOSTILE SPAWN-POSITION SPAWNED-INDEX
            END-EVALUATE
        END-IF
    END-IF
    IF FUNCTION MOD(WORLD-CURRENT-TICK, 400) = 0
                MOVE "minecraft:villager" TO SPAWN-TYPE-NAME
        END-EVALUATE
        MOVE 0 TO SPAWN-HOSTILE
        *> nothing grazes in the End
        IF PLAYER-DIMENSION(TARGET-PLAYER) NOT = "minecraft:the_end"
            CALL "Entities-SpawnMob" USING SPAWN-TYPE-NAME SPAWN-HOSTILE
                SPAWN-POSITION SPAWNED-INDEX
        END-IF
    END-IF

    *> movement and despawn passes
            COMPUTE ENTITY-AGE =
                WORLD-CURRENT-TICK - ENTITY-SPAWN-TICK(ENTITY-INDEX)
            *> vehicles and tamed animals are property, not population
            *> pressure - they never age out; nor does an event boss,
            *> which leaves when its event ends, or the ender dragon,
            *> which leaves when it is slain
            IF ENTITY-AGE > 6000
                    AND (BOSS-ACTIVE = 0
                        OR ENTITY-INDEX NOT = BOSS-ENTITY-INDEX)
                    AND ENTITY-TYPE-NAME(ENTITY-INDEX)
                        NOT = "minecraft:ender_dragon"
                    AND ENTITY-TYPE-NAME(ENTITY-INDEX)
                        NOT = "minecraft:boat"
                    AND ENTITY-TYPE-NAME(ENTITY-INDEX)
            COMPUTE ATTACK-DAMAGE = WORLD-DEFAULT-DIFFICULTY + 1
            CALL "Messages-Get" USING "death-mob"
                "was slain by a hostile mob" " " DEATH-MESSAGE
            CALL "Armor-ReduceDamage" USING CHASE-TARGET C-DAMAGE-MELEE
                ATTACK-DAMAGE
            CALL "Players-Damage" USING CHASE-TARGET ATTACK-DAMAGE
                DEATH-MESSAGE
        END-IF
*> Scatters a dying mob's loot at its last position through the same
*> ground-item table a death scatter uses, so a kill finally pays for
*> the durability it cost. The table is the vanilla low end per mob
*> type: zombies shed rotten flesh, skeletons bones and arrows,
*> endermen the odd pearl, the barnyard animals their meat and hides.
*> Counts roll 0-2 (meat 1-2, pearls 0-1), and an item name the
*> registry doesn't know simply drops nothing - the same tolerance
*> Players-FinishDig shows an unnameable block.
*> Callers run this BEFORE Entities-Remove, while the slot still holds
*> the position and type. LK-KILLER-ID is the player who made the kill,
*> or 0 when nobody did: a party kill shares its stacks out among the
*> party-mates at hand (Parties-LootPosition).
IDENTIFICATION DIVISION.
PROGRAM-ID. Entities-DropLoot.

    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-LENGTH           BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-DATA             PIC X(2048) VALUE SPACES.
    01 DROP-POSITION.
        05 DROP-X                BINARY-LONG.
        05 DROP-Y                BINARY-LONG.
        05 DROP-Z                BINARY-LONG.
LINKAGE SECTION.
    01 LK-ENTITY-INDEX           BINARY-LONG UNSIGNED.
    01 LK-KILLER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-ENTITY-INDEX LK-KILLER-ID.
    IF ENTITY-ALIVE(LK-ENTITY-INDEX) = 0
        GOBACK
    END-IF
            MOVE "minecraft:gunpowder" TO LOOT-ITEM-NAME
            PERFORM ROLL-SMALL-COUNT
            PERFORM DROP-ONE-STACK
        WHEN "minecraft:enderman"
            *> a pearl at most, the vanilla drop
            COMPUTE RANDOM-ROLL = FUNCTION RANDOM
            COMPUTE LOOT-COUNT = RANDOM-ROLL * 2
            MOVE "minecraft:ender_pearl" TO LOOT-ITEM-NAME
            PERFORM DROP-ONE-STACK
        WHEN "minecraft:cow"
            MOVE "minecraft:beef" TO LOOT-ITEM-NAME
            PERFORM ROLL-MEAT-COUNT
    CALL "Items-Get-Id" USING LOOT-ITEM-NAME LOOT-ITEM-ID
    CALL "Players-ValidateItemId" USING LOOT-ITEM-ID ITEM-ID-VALID
    IF ITEM-ID-VALID NOT = 0
        MOVE ENTITY-POSITION(LK-ENTITY-INDEX) TO DROP-POSITION
        IF LK-KILLER-ID NOT = 0
            CALL "Parties-LootPosition" USING LK-KILLER-ID
                ENTITY-POSITION(LK-ENTITY-INDEX) DROP-POSITION
        END-IF
        CALL "GroundItems-Spawn" USING DROP-POSITION
            LOOT-ITEM-ID LOOT-COUNT DROP-DAMAGE DROP-NBT-LENGTH
            DROP-NBT-DATA
    END-IF.
    01 RANDOM-ROLL               FLOAT-LONG.
    01 CATALOG-MESSAGE           PIC X(160).
    COPY DD-NEARBY-PLAYERS.
    COPY DD-DENSITY.
    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 BREED-ALLOWED             BINARY-CHAR UNSIGNED.
    01 RIDER-ENTITY-ID           BINARY-LONG.
    *> vanilla's love-mode window (30 seconds) and the five minutes a
    *> baby takes to grow at this server's flat rate
    IF ENTITY-BABY-UNTIL-TICK(LK-ENTITY-INDEX) > WORLD-CURRENT-TICK
        EXIT PARAGRAPH
    END-IF
    *> a chunk already at its mob cap keeps the wheat in hand: the
    *> baby would only be refused at the spawn
    CALL "Density-CheckMob" USING ENTITY-TYPE-NAME(LK-ENTITY-INDEX)
        ENTITY-POSITION(LK-ENTITY-INDEX) BREED-ALLOWED
    IF BREED-ALLOWED = 0
        CALL "Density-NotifyPlayer" USING LK-PLAYER-ID "density-mob-cap"
            "This chunk already holds its limit of {0} mobs"
            DENSITY-MOB-CAP
        EXIT PARAGRAPH
    END-IF
    PERFORM CONSUME-ONE-HELD
    COMPUTE ENTITY-LOVE-EXPIRY-TICK(LK-ENTITY-INDEX) =
        WORLD-CURRENT-TICK + C-LOVE-TICKS
