*> standing - the claim files know no "explosion player" to ask
*> Claims-CheckAllowed about, so claimed land is simply immune, which
*> is the rule that makes TNT safe to enable on a community server),
*> with a vanilla-ish third of the debris dropped as ground items (a
*> shulker box always drops, its contents carried in the item).
*> Players and mobs in twice the radius take damage falling off with
*> distance, through the same Players-Damage death flow everything
*> else uses. A blast centred where an admin region denies EXPLOSIONS
*> fizzles harmlessly, and one next to such a region leaves the blocks
*> inside it standing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Explosions-Detonate.

    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-LENGTH           BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-DATA             PIC X(2048) VALUE SPACES.
    01 IS-SHULKER-BOX            BINARY-CHAR UNSIGNED.
    01 CONTENTS-TAKEN            BINARY-CHAR UNSIGNED.
    *> a blast has nobody to write the audit trail against
    01 NO-AUDIT-PLAYER           BINARY-CHAR VALUE 0.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 ENTITY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-KILLER                 BINARY-CHAR VALUE 0.
    01 MOB-DAMAGE                FLOAT.
    01 DELTA-X                   BINARY-LONG.
    01 DELTA-Y                   BINARY-LONG.
    01 DELTA-Z                   BINARY-LONG.
    01 HIT-DISTANCE              FLOAT-LONG.
    01 HURT-RADIUS               BINARY-LONG.
    01 BLAST-DAMAGE              FLOAT.
    01 C-DAMAGE-EXPLOSION        BINARY-CHAR UNSIGNED VALUE 3.
    01 DEATH-MESSAGE             PIC X(160).
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 C-BLAST-PARTICLES         BINARY-LONG VALUE 3.
    01 REGION-ALLOWED            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
    01 LK-POWER                  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-POWER.
    CALL "Regions-CheckFlag" USING "EXPLOSIONS" LK-POSITION REGION-ALLOWED
    IF REGION-ALLOWED = 0
        GOBACK
    END-IF
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:air" AIR-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:bedrock" BEDROCK-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:obsidian"
                    * (1 - HIT-DISTANCE / HURT-RADIUS)
                CALL "Messages-Get" USING "death-blast" "blew up" " "
                    DEATH-MESSAGE
                CALL "Armor-ReduceDamage" USING PLAYER-INDEX
                    C-DAMAGE-EXPLOSION BLAST-DAMAGE
                CALL "Players-Damage" USING PLAYER-INDEX BLAST-DAMAGE
                    DEATH-MESSAGE
            END-IF
            COMPUTE HIT-DISTANCE = FUNCTION SQRT(DELTA-X * DELTA-X
                + DELTA-Y * DELTA-Y + DELTA-Z * DELTA-Z)
            IF HIT-DISTANCE < HURT-RADIUS
                COMPUTE MOB-DAMAGE =
                    LK-POWER * 2 * (1 - HIT-DISTANCE / HURT-RADIUS)
                COMPUTE ENTITY-HEALTH(ENTITY-INDEX) =
                    ENTITY-HEALTH(ENTITY-INDEX) - MOB-DAMAGE
                *> a blast wears a boss down, but earns nobody a share
                CALL "Boss-RecordHit" USING NO-KILLER ENTITY-INDEX
                    MOB-DAMAGE
                CALL "End-RecordHit" USING NO-KILLER ENTITY-INDEX
                    MOB-DAMAGE
                IF ENTITY-HEALTH(ENTITY-INDEX) <= 0
                    CALL "Entities-DropLoot" USING ENTITY-INDEX NO-KILLER
                    CALL "Entities-Remove" USING ENTITY-INDEX
                END-IF
            END-IF
    IF CLAIM-INDEX NOT = 0
        EXIT PARAGRAPH
    END-IF
    *> and so is a region that rules explosions out
    CALL "Regions-CheckFlag" USING "EXPLOSIONS" SWEEP-POSITION
        REGION-ALLOWED
    IF REGION-ALLOWED = 0
        EXIT PARAGRAPH
    END-IF

    *> a shulker box always survives as its item, contents inside; one
    *> too full for item NBT to carry shrugs the blast off instead
    MOVE 0 TO DROP-NBT-LENGTH
    MOVE SPACES TO BLOCK-NAME
    CALL "Blocks-Get-StateName" USING BLOCK-ID BLOCK-NAME
    CALL "ShulkerBox-IsName" USING BLOCK-NAME IS-SHULKER-BOX
    IF IS-SHULKER-BOX NOT = 0
        CALL "ShulkerBox-TakeContents" USING NO-AUDIT-PLAYER
            SWEEP-POSITION DROP-NBT-LENGTH DROP-NBT-DATA CONTENTS-TAKEN
        IF CONTENTS-TAKEN = 0
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO RANDOM-ROLL
    ELSE
        *> about a third of the debris survives as drops, per vanilla feel
        COMPUTE RANDOM-ROLL = FUNCTION RANDOM
    END-IF
    IF RANDOM-ROLL < 0.33
        CALL "Blocks-Get-StateName" USING BLOCK-ID BLOCK-NAME
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM BLOCK-NAME

    CALL "World-SetBlock" USING NO-PLAYER-CLIENT SWEEP-POSITION AIR-ID
    CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
        SWEEP-POSITION AIR-ID
    *> a blasted beacon, or a hole in its pyramid, changes what it grants
    CALL "Beacons-OnBlockBroken" USING SWEEP-POSITION.

END PROGRAM Explosions-Detonate.
