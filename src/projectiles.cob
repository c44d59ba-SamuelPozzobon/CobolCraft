*> unit direction scaled to the vanilla full-draw speed of three blocks
*> per tick. The arrow entity is announced to everyone close enough to
*> see the archer, through the same spawn-entity packet mobs use.
*> A dispenser shoots as player 0 and passes its own position and
*> facing (0-5, north/east/south/west/up/down): the arrow leaves that
*> face at vanilla's dispenser speed, tipped slightly upward when
*> fired level, and has no shooter to credit.
IDENTIFICATION DIVISION.
PROGRAM-ID. Projectiles-Launch.

    01 C-PI                      FLOAT-LONG VALUE 3.14159265358979.
    *> vanilla's full-draw arrow speed, blocks per tick
    01 C-ARROW-SPEED             FLOAT-LONG VALUE 3.
    *> and a dispenser's, with the lift it gives a level shot
    01 C-DISPENSER-SPEED         FLOAT-LONG VALUE 1.1.
    01 C-DISPENSER-LIFT          FLOAT-LONG VALUE 0.1.
    01 STEP-X                    BINARY-LONG.
    01 STEP-Y                    BINARY-LONG.
    01 STEP-Z                    BINARY-LONG.
    01 NO-ROTATION.
        05 NO-ROTATION-YAW       FLOAT VALUE 0.
        05 NO-ROTATION-PITCH     FLOAT VALUE 0.
    01 UUID-SEED-NAME            PIC X(16).
    01 UUID-SEED-LENGTH          BINARY-LONG UNSIGNED.
    01 ENTITY-ID-DISPLAY         PIC 9(10).
        05 SPAWN-X               BINARY-LONG.
        05 SPAWN-Y               BINARY-LONG.
        05 SPAWN-Z               BINARY-LONG.
    01 SPAWN-ROTATION.
        05 SPAWN-YAW             FLOAT.
        05 SPAWN-PITCH           FLOAT.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-ORIGIN.
        05 LK-ORIGIN-X           BINARY-LONG.
        05 LK-ORIGIN-Y           BINARY-LONG.
        05 LK-ORIGIN-Z           BINARY-LONG.
    01 LK-FACING                 BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID OPTIONAL LK-ORIGIN OPTIONAL LK-FACING.
    IF LK-PLAYER-ID = 0
        IF LK-ORIGIN IS OMITTED OR LK-FACING IS OMITTED
            GOBACK
        END-IF
    END-IF
    IF ARROW-ENTITY-TYPE = 0
        CALL "Registries-Get-EntryId" USING C-ENTITY-TYPE-REGISTRY
            "minecraft:arrow" ARROW-ENTITY-TYPE
    MOVE LK-PLAYER-ID TO PROJECTILE-SHOOTER(PROJECTILE-INDEX)
    MOVE WORLD-CURRENT-TICK TO PROJECTILE-SPAWN-TICK(PROJECTILE-INDEX)

    IF LK-PLAYER-ID = 0
        PERFORM AIM-FROM-DISPENSER
    ELSE
        PERFORM AIM-FROM-PLAYER
    END-IF

    MOVE PROJECTILE-ENTITY-ID(PROJECTILE-INDEX) TO ENTITY-ID-DISPLAY
    MOVE SPACES TO UUID-SEED-NAME
        CALL "SendPacket-SpawnEntity" USING LK-NEARBY-CLIENT(NEARBY-INDEX)
            PROJECTILE-ENTITY-ID(PROJECTILE-INDEX)
            PROJECTILE-UUID(PROJECTILE-INDEX) ARROW-ENTITY-TYPE
            SPAWN-POSITION SPAWN-ROTATION
    END-PERFORM
    GOBACK.

AIM-FROM-PLAYER.
    *> from the eyes (a block and a half up), along the look vector:
    *> the protocol's yaw is degrees clockwise from south (+Z), pitch
    *> degrees downward-positive
    COMPUTE PROJECTILE-POS-X(PROJECTILE-INDEX) = PLAYER-X(LK-PLAYER-ID)
    COMPUTE PROJECTILE-POS-Y(PROJECTILE-INDEX) =
        PLAYER-Y(LK-PLAYER-ID) + 1.5
    COMPUTE PROJECTILE-POS-Z(PROJECTILE-INDEX) = PLAYER-Z(LK-PLAYER-ID)
    COMPUTE YAW-RADIANS = PLAYER-YAW(LK-PLAYER-ID) * C-PI / 180
    COMPUTE PITCH-RADIANS = PLAYER-PITCH(LK-PLAYER-ID) * C-PI / 180
    COMPUTE PROJECTILE-VEL-X(PROJECTILE-INDEX) =
        0 - FUNCTION SIN(YAW-RADIANS) * FUNCTION COS(PITCH-RADIANS)
        * C-ARROW-SPEED
    COMPUTE PROJECTILE-VEL-Y(PROJECTILE-INDEX) =
        0 - FUNCTION SIN(PITCH-RADIANS) * C-ARROW-SPEED
    COMPUTE PROJECTILE-VEL-Z(PROJECTILE-INDEX) =
        FUNCTION COS(YAW-RADIANS) * FUNCTION COS(PITCH-RADIANS)
        * C-ARROW-SPEED
    MOVE PLAYER-ROTATION(LK-PLAYER-ID) TO SPAWN-ROTATION.

AIM-FROM-DISPENSER.
    *> from the cell in front of the dispenser, straight out of its face
    MOVE 0 TO STEP-X
    MOVE 0 TO STEP-Y
    MOVE 0 TO STEP-Z
    EVALUATE LK-FACING
        WHEN 0
            MOVE -1 TO STEP-Z
        WHEN 1
            MOVE 1 TO STEP-X
        WHEN 2
            MOVE 1 TO STEP-Z
        WHEN 3
            MOVE -1 TO STEP-X
        WHEN 4
            MOVE 1 TO STEP-Y
        WHEN OTHER
            MOVE -1 TO STEP-Y
    END-EVALUATE
    COMPUTE PROJECTILE-POS-X(PROJECTILE-INDEX) = LK-ORIGIN-X + STEP-X
    COMPUTE PROJECTILE-POS-Y(PROJECTILE-INDEX) = LK-ORIGIN-Y + STEP-Y
    COMPUTE PROJECTILE-POS-Z(PROJECTILE-INDEX) = LK-ORIGIN-Z + STEP-Z
    COMPUTE PROJECTILE-VEL-X(PROJECTILE-INDEX) = STEP-X * C-DISPENSER-SPEED
    COMPUTE PROJECTILE-VEL-Y(PROJECTILE-INDEX) = STEP-Y * C-DISPENSER-SPEED
    COMPUTE PROJECTILE-VEL-Z(PROJECTILE-INDEX) = STEP-Z * C-DISPENSER-SPEED
    IF STEP-Y = 0
        ADD C-DISPENSER-LIFT TO PROJECTILE-VEL-Y(PROJECTILE-INDEX)
    END-IF
    MOVE NO-ROTATION TO SPAWN-ROTATION.

END PROGRAM Projectiles-Launch.

*> --- Projectiles-Tick ---
    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 HIT-ALLOWED               BINARY-CHAR UNSIGNED.
    01 ENTITY-INDEX              BINARY-LONG UNSIGNED.
    01 ARROW-POSITION.
        05 ARROW-X               BINARY-LONG.
    01 FLIGHT-OVER               BINARY-CHAR UNSIGNED.
    *> a full-draw arrow's nine half-hearts
    01 C-ARROW-DAMAGE            FLOAT VALUE 9.
    *> what is left of an arrow's hit once the victim's armor takes its
    *> share
    01 ARROW-DAMAGE              FLOAT.
    01 C-DAMAGE-PROJECTILE       BINARY-CHAR UNSIGNED VALUE 2.
    01 C-XP-PER-KILL             BINARY-LONG UNSIGNED VALUE 5.
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 5.
    01 QUEST-AMOUNT              BINARY-LONG UNSIGNED VALUE 1.
    01 KILLED-TYPE-NAME          PIC X(32).
    01 DEATH-MESSAGE             PIC X(160).
    01 ARROW-ITEM-ID             BINARY-LONG.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
                COMPUTE DELTA-Z = 0 - DELTA-Z
            END-IF
            IF DELTA-X <= 1 AND DELTA-Y <= 2 AND DELTA-Z <= 1
                *> a dispenser's arrow (shooter 0) has no archer to
                *> check, tag or credit
                MOVE 1 TO HIT-ALLOWED
                IF PROJECTILE-SHOOTER(PROJECTILE-INDEX) NOT = 0
                    *> an arrow into or out of a duel stops harmlessly
                    CALL "Duels-AllowsHit" USING
                        PROJECTILE-SHOOTER(PROJECTILE-INDEX) PLAYER-INDEX
                        HIT-ALLOWED
                    *> and so does one between party-mates
                    IF HIT-ALLOWED NOT = 0
                        CALL "Parties-AllowsHit" USING
                            PROJECTILE-SHOOTER(PROJECTILE-INDEX)
                            PLAYER-INDEX HIT-ALLOWED
                    END-IF
                    *> or into or out of a region where PvP is denied
                    IF HIT-ALLOWED NOT = 0
                        CALL "Regions-AllowsHit" USING
                            PROJECTILE-SHOOTER(PROJECTILE-INDEX)
                            PLAYER-INDEX HIT-ALLOWED
                    END-IF
                END-IF
                IF HIT-ALLOWED NOT = 0
                        AND PROJECTILE-SHOOTER(PROJECTILE-INDEX) = 0
                    CALL "Messages-Get" USING "death-shot-dispenser"
                        "was shot by an arrow" " " DEATH-MESSAGE
                END-IF
                IF HIT-ALLOWED NOT = 0
                        AND PROJECTILE-SHOOTER(PROJECTILE-INDEX) NOT = 0
                    CALL "Messages-Get" USING "death-shot" "was shot by {0}"
                        PLAYER-NAME(PROJECTILE-SHOOTER(PROJECTILE-INDEX))
                            (1:PLAYER-NAME-LENGTH(
                                PROJECTILE-SHOOTER(PROJECTILE-INDEX)))
                        DEATH-MESSAGE
                    *> ranged kills earn the same credit melee ones do,
                    *> and tag the same as melee hits
                    CALL "Combat-Tag" USING
                        PROJECTILE-SHOOTER(PROJECTILE-INDEX) PLAYER-INDEX
                    MOVE PROJECTILE-SHOOTER(PROJECTILE-INDEX)
                        TO PLAYER-LAST-ATTACKER(PLAYER-INDEX)
                    MOVE WORLD-CURRENT-TICK
                        TO PLAYER-LAST-ATTACKER-TICK(PLAYER-INDEX)
                END-IF
                IF HIT-ALLOWED NOT = 0
                    MOVE C-ARROW-DAMAGE TO ARROW-DAMAGE
                    CALL "Armor-ReduceDamage" USING PLAYER-INDEX
                        C-DAMAGE-PROJECTILE ARROW-DAMAGE
                    CALL "Players-Damage" USING PLAYER-INDEX ARROW-DAMAGE
                        DEATH-MESSAGE
                END-IF
                MOVE 1 TO FLIGHT-OVER
            END-IF
        END-IF
            IF DELTA-X <= 1 AND DELTA-Y <= 2 AND DELTA-Z <= 1
                COMPUTE ENTITY-HEALTH(ENTITY-INDEX) =
                    ENTITY-HEALTH(ENTITY-INDEX) - C-ARROW-DAMAGE
                *> a dispenser's kill drops plain loot and pays nobody
                IF PROJECTILE-SHOOTER(PROJECTILE-INDEX) NOT = 0
                    CALL "Boss-RecordHit" USING
                        PROJECTILE-SHOOTER(PROJECTILE-INDEX) ENTITY-INDEX
                        C-ARROW-DAMAGE
                END-IF
                *> but the dragon's fight settles whoever fired the shot
                CALL "End-RecordHit" USING
                    PROJECTILE-SHOOTER(PROJECTILE-INDEX) ENTITY-INDEX
                    C-ARROW-DAMAGE
                IF ENTITY-HEALTH(ENTITY-INDEX) <= 0
                    CALL "Entities-DropLoot" USING ENTITY-INDEX
                        PROJECTILE-SHOOTER(PROJECTILE-INDEX)
                    MOVE ENTITY-TYPE-NAME(ENTITY-INDEX)
                        TO KILLED-TYPE-NAME
                    IF PROJECTILE-SHOOTER(PROJECTILE-INDEX) NOT = 0
                        CALL "Parties-AwardKillXP" USING
                            PROJECTILE-SHOOTER(PROJECTILE-INDEX)
                            ENTITY-POSITION(ENTITY-INDEX) C-XP-PER-KILL
                    END-IF
                    CALL "Entities-Remove" USING ENTITY-INDEX
                    IF PROJECTILE-SHOOTER(PROJECTILE-INDEX) NOT = 0
                        CALL "Quests-OnEvent" USING
                            PROJECTILE-SHOOTER(PROJECTILE-INDEX)
                            QUEST-EVENT-TYPE KILLED-TYPE-NAME QUEST-AMOUNT
                    END-IF
                END-IF
                MOVE 1 TO FLIGHT-OVER
            END-IF
