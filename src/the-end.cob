*> --- End-Init ---
*> Reloads the dragon fight's outcome from save/end.dat and clears the
*> live fight, the same load-at-startup flow Beacons-Init has. An
*> absent file is a dragon nobody has faced yet.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-END-FILE-IN
        ASSIGN TO "save/end.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-END-FILE-IN.
    COPY DD-END-FILE.
WORKING-STORAGE SECTION.
    COPY DD-END.
    01 C-BAR-SEED                PIC X(16) VALUE "enderdragon".
    01 C-BAR-SEED-LEN            BINARY-LONG UNSIGNED VALUE 11.

PROCEDURE DIVISION.
    INITIALIZE END-DATA
    CALL "UUID-OfflineFromName" USING C-BAR-SEED C-BAR-SEED-LEN
        END-DRAGON-BAR-UUID

    OPEN INPUT FD-END-FILE-IN
    READ FD-END-FILE-IN
        NOT AT END
            MOVE FILE-END-DRAGON-DEFEATED TO END-DRAGON-DEFEATED
            MOVE FILE-END-DRAGON-KILLER-UUID TO END-DRAGON-KILLER-UUID
            MOVE FILE-END-DRAGON-KILLER-NAME TO END-DRAGON-KILLER-NAME
            MOVE FILE-END-DRAGON-KILL-STAMP TO END-DRAGON-KILL-STAMP
    END-READ
    CLOSE FD-END-FILE-IN
    GOBACK.

END PROGRAM End-Init.

*> --- End-Save ---
*> Writes the fight's outcome to save/end.dat through the usual
*> temp-then-rename. It only changes when the dragon falls, so that is
*> the one place it is called from.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-END-FILE-OUT
        ASSIGN TO "save/end.dat.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-END-FILE-OUT.
    COPY DD-END-FILE.
WORKING-STORAGE SECTION.
    COPY DD-END.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-END-FILE-OUT
    MOVE END-DRAGON-DEFEATED TO FILE-END-DRAGON-DEFEATED
    MOVE END-DRAGON-KILLER-UUID TO FILE-END-DRAGON-KILLER-UUID
    MOVE END-DRAGON-KILLER-NAME TO FILE-END-DRAGON-KILLER-NAME
    MOVE END-DRAGON-KILL-STAMP TO FILE-END-DRAGON-KILL-STAMP
    WRITE FILE-END
    CLOSE FD-END-FILE-OUT

    CALL "CBL_RENAME_FILE" USING "save/end.dat.tmp"
        "save/end.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "end save failed, could not replace save/end.dat"
    END-IF
    GOBACK.

END PROGRAM End-Save.

*> --- End-LocateStronghold ---
*> The world's one stronghold: a seed-derived bearing and a distance
*> of 1280 to 2815 blocks from the origin, vanilla's first ring, snapped
*> to the centre of the chunk it falls in. WorldGen-GenerateChunk builds
*> the portal room when it generates that chunk, and a thrown eye of
*> ender flies toward the same point, so both always agree.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-LocateStronghold.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLDGEN.
    01 HASH-VALUE                BINARY-LONG-LONG UNSIGNED.
    01 BEARING-DEGREES           BINARY-LONG.
    01 BEARING-RADIANS           FLOAT-LONG.
    01 RING-DISTANCE             BINARY-LONG.
    01 RAW-X                     FLOAT-LONG.
    01 RAW-Z                     FLOAT-LONG.
    01 C-PI                      FLOAT-LONG VALUE 3.14159265358979.
LINKAGE SECTION.
    01 LK-X                      BINARY-LONG.
    01 LK-Z                      BINARY-LONG.

PROCEDURE DIVISION USING LK-X LK-Z.
    COMPUTE HASH-VALUE = FUNCTION MOD(
        (WORLDGEN-SEED + 777767) * 2654435761,
        18446744073709551616)
    COMPUTE BEARING-DEGREES = FUNCTION MOD(HASH-VALUE / 65536, 360)
    COMPUTE RING-DISTANCE = 1280
        + FUNCTION MOD(HASH-VALUE / 16777216, 1536)
    COMPUTE BEARING-RADIANS = BEARING-DEGREES * C-PI / 180
    COMPUTE RAW-X = RING-DISTANCE * FUNCTION COS(BEARING-RADIANS)
    COMPUTE RAW-Z = RING-DISTANCE * FUNCTION SIN(BEARING-RADIANS)
    *> floor to the chunk, not truncation, so the west and north halves
    *> of the ring land in the same chunk the generator sees
    COMPUTE LK-X = FUNCTION INTEGER(RAW-X / 16) * 16 + 8
    COMPUTE LK-Z = FUNCTION INTEGER(RAW-Z / 16) * 16 + 8
    GOBACK.

END PROGRAM End-LocateStronghold.

*> --- End-ThrowEye ---
*> A right click in the air with an eye of ender: a trail of portal
*> particles rises off toward the stronghold and the thrower is told
*> which way it went. Standing over the portal room, the eye sinks
*> into the ground instead. Outside creative an eye shatters one throw
*> in five, vanilla's odds; the rest fall back into the hand, which
*> here means simply staying there. The stronghold is an overworld
*> feature, so the eye finds nothing to follow anywhere else.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-ThrowEye.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 STRONGHOLD-X              BINARY-LONG.
    01 STRONGHOLD-Z              BINARY-LONG.
    01 DELTA-X                   BINARY-LONG.
    01 DELTA-Z                   BINARY-LONG.
    01 ABS-DELTA-X               BINARY-LONG.
    01 ABS-DELTA-Z               BINARY-LONG.
    01 HORIZONTAL-DISTANCE       FLOAT-LONG.
    01 TRAIL-STEP                BINARY-LONG.
    01 TRAIL-POSITION.
        05 TRAIL-X               BINARY-LONG.
        05 TRAIL-Y               BINARY-LONG.
        05 TRAIL-Z               BINARY-LONG.
    01 TRAIL-PARTICLES           BINARY-LONG VALUE 8.
    01 DIRECTION-NAME            PIC X(16).
    01 RANDOM-ROLL               FLOAT-LONG.
    01 HELD-SLOT                 BINARY-CHAR UNSIGNED.
    01 HELD-INVENTORY-INDEX      BINARY-LONG UNSIGNED.
    01 CATALOG-MESSAGE           PIC X(160).
    *> vanilla gamemode ids: 0 survival, 1 creative
    01 C-GAMEMODE-CREATIVE       BINARY-CHAR UNSIGNED VALUE 1.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-DIMENSION(LK-PLAYER-ID) NOT = "minecraft:overworld"
        CALL "Messages-GetPlayer" USING LK-PLAYER-ID "end-eye-nowhere"
            "The eye hovers in place, with nothing here to seek" " "
            CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    CALL "End-LocateStronghold" USING STRONGHOLD-X STRONGHOLD-Z
    COMPUTE DELTA-X = STRONGHOLD-X - PLAYER-X(LK-PLAYER-ID)
    COMPUTE DELTA-Z = STRONGHOLD-Z - PLAYER-Z(LK-PLAYER-ID)
    COMPUTE HORIZONTAL-DISTANCE =
        FUNCTION SQRT(DELTA-X * DELTA-X + DELTA-Z * DELTA-Z)

    IF HORIZONTAL-DISTANCE <= 12
        CALL "Particles-Broadcast" USING "minecraft:portal"
            PLAYER-POSITION(LK-PLAYER-ID) TRAIL-PARTICLES
        CALL "Messages-GetPlayer" USING LK-PLAYER-ID "end-eye-below"
            "The eye sinks into the ground - the stronghold lies beneath you"
            " " CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    *> six blocks of trail, climbing as it goes, the way a thrown eye
    *> arcs up and away
    PERFORM VARYING TRAIL-STEP FROM 1 BY 1 UNTIL TRAIL-STEP > 6
        COMPUTE TRAIL-X ROUNDED = PLAYER-X(LK-PLAYER-ID)
            + DELTA-X * TRAIL-STEP / HORIZONTAL-DISTANCE
        COMPUTE TRAIL-Y = PLAYER-Y(LK-PLAYER-ID) + 1 + TRAIL-STEP / 2
        COMPUTE TRAIL-Z ROUNDED = PLAYER-Z(LK-PLAYER-ID)
            + DELTA-Z * TRAIL-STEP / HORIZONTAL-DISTANCE
        CALL "Particles-Broadcast" USING "minecraft:portal"
            TRAIL-POSITION TRAIL-PARTICLES
    END-PERFORM

    *> eight compass points; a leg more than twice the other wins
    *> outright, otherwise it is a diagonal. North is -Z.
    COMPUTE ABS-DELTA-X = FUNCTION ABS(DELTA-X)
    COMPUTE ABS-DELTA-Z = FUNCTION ABS(DELTA-Z)
    EVALUATE TRUE
        WHEN ABS-DELTA-X > ABS-DELTA-Z * 2 AND DELTA-X > 0
            MOVE "east" TO DIRECTION-NAME
        WHEN ABS-DELTA-X > ABS-DELTA-Z * 2
            MOVE "west" TO DIRECTION-NAME
        WHEN ABS-DELTA-Z > ABS-DELTA-X * 2 AND DELTA-Z > 0
            MOVE "south" TO DIRECTION-NAME
        WHEN ABS-DELTA-Z > ABS-DELTA-X * 2
            MOVE "north" TO DIRECTION-NAME
        WHEN DELTA-Z < 0 AND DELTA-X > 0
            MOVE "northeast" TO DIRECTION-NAME
        WHEN DELTA-Z < 0
            MOVE "northwest" TO DIRECTION-NAME
        WHEN DELTA-X > 0
            MOVE "southeast" TO DIRECTION-NAME
        WHEN OTHER
            MOVE "southwest" TO DIRECTION-NAME
    END-EVALUATE
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "end-eye-drift"
        "The eye drifts away to the {0}" FUNCTION TRIM(DIRECTION-NAME)
        CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE

    IF PLAYER-GAMEMODE(LK-PLAYER-ID) = C-GAMEMODE-CREATIVE
        GOBACK
    END-IF
    COMPUTE RANDOM-ROLL = FUNCTION RANDOM
    IF RANDOM-ROLL >= 0.2
        GOBACK
    END-IF
    CALL "Players-HeldItemSlot" USING LK-PLAYER-ID HELD-SLOT
    MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
    SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID,
        HELD-INVENTORY-INDEX)
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-INVENTORY-INDEX) = 0
        MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID,
            HELD-INVENTORY-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID,
            HELD-INVENTORY-INDEX)
    END-IF
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID HELD-INVENTORY-INDEX
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "end-eye-shattered"
        "The eye of ender shattered" " " CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

END PROGRAM End-ThrowEye.

*> --- End-CheckPortal ---
*> Called after an eye goes into a portal frame: the frame might
*> belong to any of twelve rings - it could be any one of the ring's
*> twelve blocks - so each candidate centre is tried in turn, and the
*> first ring whose twelve frames all hold an eye has its 3x3 interior
*> filled with end portal blocks. Frame facing isn't checked; a ring
*> of filled frames is taken as a portal.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-CheckPortal.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FRAME-BASE-ID             BINARY-LONG.
    01 END-PORTAL-ID             BINARY-LONG.
    01 OFFSET-X                  BINARY-LONG.
    01 OFFSET-Z                  BINARY-LONG.
    01 RING-X                    BINARY-LONG.
    01 RING-Z                    BINARY-LONG.
    01 CENTRE-X                  BINARY-LONG.
    01 CENTRE-Z                  BINARY-LONG.
    01 CHECK-POSITION.
        05 CHECK-X               BINARY-LONG.
        05 CHECK-Y               BINARY-LONG.
        05 CHECK-Z               BINARY-LONG.
    01 CHECK-BLOCK-ID            BINARY-LONG.
    01 RING-GOOD                 BINARY-CHAR UNSIGNED.
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-LIT                    BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-LIT.
    MOVE 0 TO LK-LIT
    CALL "Blocks-Get-BaseStateId" USING "minecraft:end_portal_frame"
        FRAME-BASE-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:end_portal"
        END-PORTAL-ID
    MOVE LK-Y TO CHECK-Y

    *> a ring block is any offset with exactly one leg of two: the
    *> 5x5 square's edge, less its four corners
    PERFORM VARYING OFFSET-Z FROM -2 BY 1 UNTIL OFFSET-Z > 2
            OR LK-LIT NOT = 0
        PERFORM VARYING OFFSET-X FROM -2 BY 1 UNTIL OFFSET-X > 2
                OR LK-LIT NOT = 0
            IF (FUNCTION ABS(OFFSET-X) = 2 AND FUNCTION ABS(OFFSET-Z) < 2)
                    OR (FUNCTION ABS(OFFSET-Z) = 2
                        AND FUNCTION ABS(OFFSET-X) < 2)
                COMPUTE CENTRE-X = LK-X - OFFSET-X
                COMPUTE CENTRE-Z = LK-Z - OFFSET-Z
                PERFORM CHECK-AND-FILL-RING
            END-IF
        END-PERFORM
    END-PERFORM
    GOBACK.

CHECK-AND-FILL-RING.
    MOVE 1 TO RING-GOOD
    PERFORM VARYING RING-Z FROM -2 BY 1 UNTIL RING-Z > 2
            OR RING-GOOD = 0
        PERFORM VARYING RING-X FROM -2 BY 1 UNTIL RING-X > 2
                OR RING-GOOD = 0
            IF (FUNCTION ABS(RING-X) = 2 AND FUNCTION ABS(RING-Z) < 2)
                    OR (FUNCTION ABS(RING-Z) = 2 AND FUNCTION ABS(RING-X) < 2)
                COMPUTE CHECK-X = CENTRE-X + RING-X
                COMPUTE CHECK-Z = CENTRE-Z + RING-Z
                CALL "World-GetBlock" USING CHECK-POSITION CHECK-BLOCK-ID
                *> the four eye=true states lead the frame's eight
                IF CHECK-BLOCK-ID < FRAME-BASE-ID
                        OR CHECK-BLOCK-ID >= FRAME-BASE-ID + 4
                    MOVE 0 TO RING-GOOD
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF RING-GOOD = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING RING-Z FROM -1 BY 1 UNTIL RING-Z > 1
        PERFORM VARYING RING-X FROM -1 BY 1 UNTIL RING-X > 1
            COMPUTE CHECK-X = CENTRE-X + RING-X
            COMPUTE CHECK-Z = CENTRE-Z + RING-Z
            CALL "World-SetBlock" USING NO-PLAYER-CLIENT CHECK-POSITION
                END-PORTAL-ID
            CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
                CHECK-POSITION END-PORTAL-ID
        END-PERFORM
    END-PERFORM
    MOVE 1 TO LK-LIT.

END PROGRAM End-CheckPortal.

*> --- End-Travel ---
*> Moves a player standing in an end portal block between the
*> overworld and the End, through Players-ChangeDimension the way
*> Nether-Travel does. Going in, the traveller lands on vanilla's
*> obsidian arrival platform a hundred blocks east of the main island,
*> rebuilt (and its headroom cleared) on every arrival so nobody lands
*> in a block someone left there. Coming out - through the exit portal
*> the dragon leaves behind - they go to their bed, or world spawn.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-Travel.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-END.
    01 C-MINECRAFT-OVERWORLD     PIC X(32) VALUE "minecraft:overworld".
    01 C-MINECRAFT-END           PIC X(32) VALUE "minecraft:the_end".
    01 TARGET-DIMENSION          PIC X(32).
    01 TARGET-X                  BINARY-LONG.
    01 TARGET-Y                  BINARY-LONG.
    01 TARGET-Z                  BINARY-LONG.
    01 ARRIVAL-CHUNK-X           BINARY-LONG.
    01 ARRIVAL-CHUNK-Z           BINARY-LONG.
    01 OBSIDIAN-ID               BINARY-LONG.
    01 AIR-ID                    BINARY-LONG.
    01 PLATFORM-DX               BINARY-LONG.
    01 PLATFORM-DZ               BINARY-LONG.
    01 PLATFORM-POSITION.
        05 PLATFORM-X            BINARY-LONG.
        05 PLATFORM-Y            BINARY-LONG.
        05 PLATFORM-Z            BINARY-LONG.
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 C-TRIGGER-END             BINARY-CHAR UNSIGNED VALUE 5.
    01 TRIGGER-VALUE             BINARY-LONG-LONG VALUE 1.
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-PORTAL-COOLDOWN-TICK(LK-PLAYER-ID) > WORLD-CURRENT-TICK
        GOBACK
    END-IF

    IF PLAYER-DIMENSION(LK-PLAYER-ID) = C-MINECRAFT-END
        PERFORM LEAVE-THE-END
    ELSE
        PERFORM ENTER-THE-END
    END-IF

    COMPUTE PLAYER-PORTAL-COOLDOWN-TICK(LK-PLAYER-ID) =
        WORLD-CURRENT-TICK + 100

    CALL "SendPacket-SynchronizePosition" USING
        PLAYER-CLIENT(LK-PLAYER-ID) PLAYER-POSITION(LK-PLAYER-ID)
        PLAYER-ROTATION(LK-PLAYER-ID)
    CALL "Players-UpdateVisibility" USING LK-PLAYER-ID
    CALL "Chunks-UpdateView" USING LK-PLAYER-ID
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "portal-travel"
        "The world shifts around you" " " CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE

    IF PLAYER-DIMENSION(LK-PLAYER-ID) = C-MINECRAFT-END
        CALL "Advancements-OnEvent" USING LK-PLAYER-ID C-TRIGGER-END
            TRIGGER-VALUE
    END-IF
    GOBACK.

ENTER-THE-END.
    MOVE C-MINECRAFT-END TO TARGET-DIMENSION
    COMPUTE TARGET-X = END-ORIGIN-X + 100
    MOVE 49 TO TARGET-Y
    MOVE END-ORIGIN-Z TO TARGET-Z
    CALL "Players-ChangeDimension" USING LK-PLAYER-ID TARGET-DIMENSION
        TARGET-X TARGET-Y TARGET-Z

    *> the island under the platform generates in the End's profile
    *> first, so the platform isn't overwritten by a later generation
    CALL "WorldGen-SetDimension" USING PLAYER-DIMENSION(LK-PLAYER-ID)
    COMPUTE ARRIVAL-CHUNK-X = FUNCTION INTEGER(TARGET-X / 16)
    COMPUTE ARRIVAL-CHUNK-Z = FUNCTION INTEGER(TARGET-Z / 16)
    CALL "WorldGen-EnsureChunk" USING ARRIVAL-CHUNK-X ARRIVAL-CHUNK-Z

    CALL "Blocks-Get-DefaultStateId" USING "minecraft:obsidian"
        OBSIDIAN-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:air" AIR-ID
    PERFORM VARYING PLATFORM-DZ FROM -2 BY 1 UNTIL PLATFORM-DZ > 2
        PERFORM VARYING PLATFORM-DX FROM -2 BY 1 UNTIL PLATFORM-DX > 2
            COMPUTE PLATFORM-X = TARGET-X + PLATFORM-DX
            COMPUTE PLATFORM-Z = TARGET-Z + PLATFORM-DZ
            COMPUTE PLATFORM-Y = TARGET-Y - 1
            CALL "World-SetBlock" USING NO-PLAYER-CLIENT
                PLATFORM-POSITION OBSIDIAN-ID
            CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
                PLATFORM-POSITION OBSIDIAN-ID
            PERFORM VARYING PLATFORM-Y FROM TARGET-Y BY 1
                    UNTIL PLATFORM-Y > TARGET-Y + 2
                CALL "World-SetBlock" USING NO-PLAYER-CLIENT
                    PLATFORM-POSITION AIR-ID
                CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
                    PLATFORM-POSITION AIR-ID
            END-PERFORM
        END-PERFORM
    END-PERFORM.

LEAVE-THE-END.
    MOVE C-MINECRAFT-OVERWORLD TO TARGET-DIMENSION
    IF PLAYER-RESPAWN-SET(LK-PLAYER-ID) NOT = 0
            AND PLAYER-RESPAWN-DIMENSION(LK-PLAYER-ID)
                = C-MINECRAFT-OVERWORLD
        MOVE PLAYER-RESPAWN-X(LK-PLAYER-ID) TO TARGET-X
        MOVE PLAYER-RESPAWN-Y(LK-PLAYER-ID) TO TARGET-Y
        MOVE PLAYER-RESPAWN-Z(LK-PLAYER-ID) TO TARGET-Z
    ELSE
        CALL "World-GetSpawnPosition" USING TARGET-X TARGET-Y TARGET-Z
    END-IF
    CALL "Players-ChangeDimension" USING LK-PLAYER-ID TARGET-DIMENSION
        TARGET-X TARGET-Y TARGET-Z
    CALL "WorldGen-SetDimension" USING PLAYER-DIMENSION(LK-PLAYER-ID)
    CALL "SendPacket-BossBarRemove" USING PLAYER-CLIENT(LK-PLAYER-ID)
        END-DRAGON-BAR-UUID.

END PROGRAM End-Travel.

*> --- End-Tick ---
*> Called once per tick from World-Tick; works once a second. While
*> the dragon is undefeated and anyone stands in the End, it makes sure
*> the dragon is there - adopting one the entity table reloaded from
*> the last save, or spawning a fresh one over the main island - and
*> keeps its health bar on the screens of everyone in the End and off
*> everyone else's. A dragon that left the table some other way (a
*> peaceful-difficulty cull) is simply forgotten, and comes back once
*> the difficulty allows it.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-END.
    COPY DD-ENTITIES.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    01 C-MINECRAFT-END           PIC X(32) VALUE "minecraft:the_end".
    01 C-DRAGON-TYPE             PIC X(32) VALUE "minecraft:ender_dragon".
    01 C-DRAGON-HEALTH           FLOAT VALUE 200.
    01 C-DRAGON-TITLE            PIC X(16) VALUE "Ender Dragon".
    01 DRAGON-HOSTILE            BINARY-CHAR UNSIGNED VALUE 1.
    01 DRAGON-POSITION.
        05 DRAGON-X              BINARY-LONG.
        05 DRAGON-Y              BINARY-LONG.
        05 DRAGON-Z              BINARY-LONG.
    01 SPAWNED-INDEX             BINARY-LONG UNSIGNED.
    01 ENTITY-INDEX              BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 END-PLAYER-COUNT          BINARY-LONG UNSIGNED.
    01 BAR-PROGRESS              FLOAT.

PROCEDURE DIVISION.
    IF END-DRAGON-DEFEATED NOT = 0
            OR FUNCTION MOD(WORLD-CURRENT-TICK, 20) NOT = 0
        GOBACK
    END-IF

    IF END-DRAGON-ACTIVE NOT = 0
        IF ENTITY-ALIVE(END-DRAGON-ENTITY-INDEX) = 0
                OR ENTITY-ID(END-DRAGON-ENTITY-INDEX)
                    NOT = END-DRAGON-ENTITY-ID
            MOVE 0 TO END-DRAGON-ACTIVE
        END-IF
    END-IF

    MOVE 0 TO END-PLAYER-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
                AND PLAYER-DIMENSION(PLAYER-INDEX) = C-MINECRAFT-END
            ADD 1 TO END-PLAYER-COUNT
        END-IF
    END-PERFORM

    IF END-DRAGON-ACTIVE = 0 AND END-PLAYER-COUNT > 0
            AND WORLD-DEFAULT-DIFFICULTY > 0
        PERFORM ADOPT-OR-SPAWN-DRAGON
    END-IF
    IF END-DRAGON-ACTIVE = 0
        GOBACK
    END-IF

    COMPUTE BAR-PROGRESS =
        ENTITY-HEALTH(END-DRAGON-ENTITY-INDEX) / C-DRAGON-HEALTH
    IF BAR-PROGRESS < 0
        MOVE 0 TO BAR-PROGRESS
    END-IF
    IF BAR-PROGRESS > 1
        MOVE 1 TO BAR-PROGRESS
    END-IF
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            IF PLAYER-DIMENSION(PLAYER-INDEX) = C-MINECRAFT-END
                CALL "SendPacket-BossBarAdd" USING
                    PLAYER-CLIENT(PLAYER-INDEX) END-DRAGON-BAR-UUID
                    C-DRAGON-TITLE BAR-PROGRESS
            ELSE
                CALL "SendPacket-BossBarRemove" USING
                    PLAYER-CLIENT(PLAYER-INDEX) END-DRAGON-BAR-UUID
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

ADOPT-OR-SPAWN-DRAGON.
    *> the entity table outlives a checkpoint; a dragon saved with it
    *> is the same fight, not a second dragon
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-ENTITIES
        IF ENTITY-ALIVE(ENTITY-INDEX) NOT = 0
                AND ENTITY-TYPE-NAME(ENTITY-INDEX) = C-DRAGON-TYPE
            MOVE 1 TO END-DRAGON-ACTIVE
            MOVE ENTITY-INDEX TO END-DRAGON-ENTITY-INDEX
            MOVE ENTITY-ID(ENTITY-INDEX) TO END-DRAGON-ENTITY-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF END-DRAGON-ACTIVE NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE END-ORIGIN-X TO DRAGON-X
    COMPUTE DRAGON-Y = END-SURFACE-Y + 10
    MOVE END-ORIGIN-Z TO DRAGON-Z
    CALL "Entities-SpawnMob" USING C-DRAGON-TYPE DRAGON-HOSTILE
        DRAGON-POSITION SPAWNED-INDEX
    IF SPAWNED-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    MOVE C-DRAGON-HEALTH TO ENTITY-HEALTH(SPAWNED-INDEX)
    MOVE 1 TO END-DRAGON-ACTIVE
    MOVE SPAWNED-INDEX TO END-DRAGON-ENTITY-INDEX
    MOVE ENTITY-ID(SPAWNED-INDEX) TO END-DRAGON-ENTITY-ID
    MOVE 0 TO END-DRAGON-LAST-ATTACKER
    CALL "Log-Write" USING "INFO" "the ender dragon has spawned".

END PROGRAM End-Tick.

*> --- End-RecordHit ---
*> Called beside Boss-RecordHit by every path that hurts a mob, after
*> the damage has been taken off its health. Anything but the dragon is
*> ignored. A player's hit makes them the dragon's last attacker, so a
*> blast that finishes it off (attacker 0) still credits whoever was
*> fighting; the killing hit settles the fight through
*> End-DragonDefeated, and the caller then drops the loot and removes
*> the mob as it would any other.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-RecordHit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-END.
    COPY DD-ENTITIES.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-ENTITY-INDEX           BINARY-LONG UNSIGNED.
    01 LK-DAMAGE                 FLOAT.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-ENTITY-INDEX LK-DAMAGE.
    IF END-DRAGON-ACTIVE = 0 OR LK-ENTITY-INDEX NOT = END-DRAGON-ENTITY-INDEX
            OR ENTITY-ID(LK-ENTITY-INDEX) NOT = END-DRAGON-ENTITY-ID
        GOBACK
    END-IF
    IF LK-ATTACKER-ID > 0
        MOVE LK-ATTACKER-ID TO END-DRAGON-LAST-ATTACKER
    END-IF
    IF ENTITY-HEALTH(LK-ENTITY-INDEX) <= 0
        CALL "End-DragonDefeated"
    END-IF
    GOBACK.

END PROGRAM End-RecordHit.

*> --- End-DragonDefeated ---
*> Settles the dragon fight, once per world: the defeat, the killer and
*> the time go to save/end.dat; the exit portal rises on the main
*> island with the dragon egg on its pillar; the killer earns the
*> dragon's 12000 experience; the bar comes down; and the kill is
*> announced in chat, to the webhook and to the server log. Everyone
*> standing in the End at the kill - the killer included - is credited
*> to the advancement system.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-DragonDefeated.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-END.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-END           PIC X(32) VALUE "minecraft:the_end".
    01 KILLER-ID                 BINARY-CHAR.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 C-DRAGON-XP               BINARY-LONG UNSIGNED VALUE 12000.
    01 C-TRIGGER-DRAGON          BINARY-CHAR UNSIGNED VALUE 6.
    01 TRIGGER-VALUE             BINARY-LONG-LONG VALUE 1.
    01 RESULT-LINE               PIC X(256).
    01 RESULT-LINE-LENGTH        BINARY-LONG UNSIGNED.
    01 STAMP-DISPLAY             PIC X(19).

PROCEDURE DIVISION.
    *> the last attacker only counts while still connected and still
    *> in the End; anyone else is a slot some new arrival took over
    MOVE END-DRAGON-LAST-ATTACKER TO KILLER-ID
    IF KILLER-ID > 0
        IF PLAYER-CLIENT(KILLER-ID) = 0
                OR PLAYER-DIMENSION(KILLER-ID) NOT = C-MINECRAFT-END
            MOVE 0 TO KILLER-ID
        END-IF
    END-IF

    MOVE 1 TO END-DRAGON-DEFEATED
    MOVE 0 TO END-DRAGON-ACTIVE
    IF KILLER-ID > 0
        MOVE PLAYER-UUID(KILLER-ID) TO END-DRAGON-KILLER-UUID
        MOVE PLAYER-NAME(KILLER-ID) TO END-DRAGON-KILLER-NAME
    ELSE
        MOVE LOW-VALUES TO END-DRAGON-KILLER-UUID
        MOVE "nobody" TO END-DRAGON-KILLER-NAME
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO END-DRAGON-KILL-STAMP
    CALL "End-Save"
    CALL "End-BuildExitPortal"

    IF KILLER-ID > 0
        CALL "Players-AwardXP" USING KILLER-ID C-DRAGON-XP
    END-IF
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "SendPacket-BossBarRemove" USING
                PLAYER-CLIENT(PLAYER-INDEX) END-DRAGON-BAR-UUID
            IF PLAYER-DIMENSION(PLAYER-INDEX) = C-MINECRAFT-END
                CALL "Advancements-OnEvent" USING PLAYER-INDEX
                    C-TRIGGER-DRAGON TRIGGER-VALUE
            END-IF
        END-IF
    END-PERFORM

    CALL "Boss-Announce" USING "dragon-slain"
        "The ender dragon has been slain by {0}! The way home is open"
        FUNCTION TRIM(END-DRAGON-KILLER-NAME)

    MOVE SPACES TO STAMP-DISPLAY
    STRING END-DRAGON-KILL-STAMP(1:4) "-" END-DRAGON-KILL-STAMP(5:2) "-"
        END-DRAGON-KILL-STAMP(7:2) " " END-DRAGON-KILL-STAMP(9:2) ":"
        END-DRAGON-KILL-STAMP(11:2) ":" END-DRAGON-KILL-STAMP(13:2)
        DELIMITED BY SIZE INTO STAMP-DISPLAY
    MOVE SPACES TO RESULT-LINE
    STRING "The ender dragon was slain by "
        FUNCTION TRIM(END-DRAGON-KILLER-NAME) " at " STAMP-DISPLAY
        DELIMITED BY SIZE INTO RESULT-LINE
    COMPUTE RESULT-LINE-LENGTH = FUNCTION STORED-CHAR-LENGTH(RESULT-LINE)
    CALL "Webhook-Enqueue" USING "dragon" RESULT-LINE RESULT-LINE-LENGTH
    CALL "Log-Write" USING "INFO" RESULT-LINE
    GOBACK.

END PROGRAM End-DragonDefeated.

*> --- End-BuildExitPortal ---
*> Raises vanilla's exit portal at the main island's centre: a bedrock
*> bowl five wide with its corners cut, end portal blocks filling the
*> ring around a four-high bedrock pillar, and the dragon egg on top.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-BuildExitPortal.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-END.
    01 BEDROCK-ID                BINARY-LONG.
    01 END-PORTAL-ID             BINARY-LONG.
    01 DRAGON-EGG-ID             BINARY-LONG.
    01 PLACE-BLOCK-ID            BINARY-LONG.
    01 BASE-Y                    BINARY-LONG.
    01 OFFSET-X                  BINARY-LONG.
    01 OFFSET-Z                  BINARY-LONG.
    01 PLACE-POSITION.
        05 PLACE-X               BINARY-LONG.
        05 PLACE-Y               BINARY-LONG.
        05 PLACE-Z               BINARY-LONG.
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.

PROCEDURE DIVISION.
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:bedrock" BEDROCK-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:end_portal"
        END-PORTAL-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:dragon_egg"
        DRAGON-EGG-ID
    COMPUTE BASE-Y = END-SURFACE-Y + 1

    PERFORM VARYING OFFSET-Z FROM -2 BY 1 UNTIL OFFSET-Z > 2
        PERFORM VARYING OFFSET-X FROM -2 BY 1 UNTIL OFFSET-X > 2
            IF FUNCTION ABS(OFFSET-X) NOT = 2
                    OR FUNCTION ABS(OFFSET-Z) NOT = 2
                COMPUTE PLACE-X = END-ORIGIN-X + OFFSET-X
                COMPUTE PLACE-Z = END-ORIGIN-Z + OFFSET-Z
                *> the bowl's floor
                MOVE BASE-Y TO PLACE-Y
                MOVE BEDROCK-ID TO PLACE-BLOCK-ID
                PERFORM PLACE-ONE-BLOCK
                *> its rim, or the portal inside it
                ADD 1 TO PLACE-Y
                IF FUNCTION ABS(OFFSET-X) = 2 OR FUNCTION ABS(OFFSET-Z) = 2
                    MOVE BEDROCK-ID TO PLACE-BLOCK-ID
                    PERFORM PLACE-ONE-BLOCK
                ELSE
                    IF OFFSET-X NOT = 0 OR OFFSET-Z NOT = 0
                        MOVE END-PORTAL-ID TO PLACE-BLOCK-ID
                        PERFORM PLACE-ONE-BLOCK
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM

    MOVE END-ORIGIN-X TO PLACE-X
    MOVE END-ORIGIN-Z TO PLACE-Z
    MOVE BEDROCK-ID TO PLACE-BLOCK-ID
    PERFORM VARYING PLACE-Y FROM BASE-Y BY 1 UNTIL PLACE-Y > BASE-Y + 4
        PERFORM PLACE-ONE-BLOCK
    END-PERFORM
    MOVE DRAGON-EGG-ID TO PLACE-BLOCK-ID
    PERFORM PLACE-ONE-BLOCK
    GOBACK.

PLACE-ONE-BLOCK.
    CALL "World-SetBlock" USING NO-PLAYER-CLIENT PLACE-POSITION
        PLACE-BLOCK-ID
    CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
        PLACE-POSITION PLACE-BLOCK-ID.

END PROGRAM End-BuildExitPortal.

*> --- End-StowDragon ---
*> Takes a live dragon out of the world before Server-Shutdown saves
*> the entity table, the way Boss-Cancel stows the event boss: the
*> fight is not persisted, and the next visitor to the End starts it
*> again with a fresh dragon at full health.
IDENTIFICATION DIVISION.
PROGRAM-ID. End-StowDragon.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-END.
    COPY DD-ENTITIES.

PROCEDURE DIVISION.
    IF END-DRAGON-ACTIVE = 0
        GOBACK
    END-IF
    IF ENTITY-ALIVE(END-DRAGON-ENTITY-INDEX) NOT = 0
            AND ENTITY-ID(END-DRAGON-ENTITY-INDEX) = END-DRAGON-ENTITY-ID
        CALL "Entities-Remove" USING END-DRAGON-ENTITY-INDEX
    END-IF
    MOVE 0 TO END-DRAGON-ACTIVE
    GOBACK.

END PROGRAM End-StowDragon.
