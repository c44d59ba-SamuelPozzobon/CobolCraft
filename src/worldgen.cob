    01 C-FLAT-SURFACE-Y          BINARY-LONG VALUE 63.
    01 C-HEIGHT-BASE             BINARY-LONG VALUE 56.
    01 C-HEIGHT-RANGE            BINARY-LONG VALUE 16.
    *> the stronghold's portal room
    01 AIR-ID                    BINARY-LONG.
    01 STONE-BRICKS-ID           BINARY-LONG.
    01 FRAME-BASE-ID             BINARY-LONG.
    01 FRAME-STATE-ID            BINARY-LONG.
    01 STRONGHOLD-X              BINARY-LONG.
    01 STRONGHOLD-Z              BINARY-LONG.
    01 ROOM-DX                   BINARY-LONG.
    01 ROOM-DZ                   BINARY-LONG.
    01 EYE-ROLL                  BINARY-LONG.
    01 C-ROOM-FLOOR-Y            BINARY-LONG VALUE 28.
    01 C-ROOM-CEILING-Y          BINARY-LONG VALUE 34.
    *> the End's islands, laid out relative to its origin (DD-END)
    COPY DD-END.
    01 END-STONE-ID              BINARY-LONG.
    01 OBSIDIAN-ID               BINARY-LONG.
    01 BARRIER-ID                BINARY-LONG.
    01 RELATIVE-X                BINARY-LONG.
    01 RELATIVE-Z                BINARY-LONG.
    01 COLUMN-DISTANCE           FLOAT-LONG.
    01 ISLAND-TOP-Y              BINARY-LONG.
    01 ISLAND-BOTTOM-Y           BINARY-LONG.
    01 ISLAND-CENTRE-X           BINARY-LONG.
    01 ISLAND-CENTRE-Z           BINARY-LONG.
    01 ISLAND-RADIUS             BINARY-LONG.
    01 ISLAND-ROLL               BINARY-LONG.
    01 PILLAR-INDEX              BINARY-LONG.
    01 PILLAR-ANGLE              FLOAT-LONG.
    01 PILLAR-OFFSET-X           BINARY-LONG.
    01 PILLAR-OFFSET-Z           BINARY-LONG.
    01 C-PI                      FLOAT-LONG VALUE 3.14159265358979.
    01 PILLAR-TABLE.
        05 PILLAR OCCURS 10 TIMES.
            10 PILLAR-X          BINARY-LONG.
            10 PILLAR-Z          BINARY-LONG.
            10 PILLAR-RADIUS     BINARY-LONG.
            10 PILLAR-TOP-Y      BINARY-LONG.
LINKAGE SECTION.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
        PERFORM GENERATE-NETHER-CHUNK
        GOBACK
    END-IF
    *> and so has the End
    IF WORLDGEN-DIMENSION = "minecraft:the_end"
        PERFORM GENERATE-END-CHUNK
        GOBACK
    END-IF

    CALL "Blocks-Get-DefaultStateId" USING "minecraft:bedrock" BEDROCK-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:stone" STONE-ID
        PERFORM PLANT-CHUNK-TREES
        PERFORM PLACE-NATURAL-STRUCTURE
    END-IF
    *> the world's one stronghold, superflat or not - the eyes of
    *> ender lead here (End-LocateStronghold)
    CALL "End-LocateStronghold" USING STRONGHOLD-X STRONGHOLD-Z
    IF LK-CHUNK-X * 16 + 8 = STRONGHOLD-X
            AND LK-CHUNK-Z * 16 + 8 = STRONGHOLD-Z
        PERFORM BUILD-PORTAL-ROOM
    END-IF
    GOBACK.

COMPUTE-COLUMN-SURFACE.
        END-PERFORM
    END-PERFORM.

BUILD-PORTAL-ROOM.
    *> a buried stone-brick chamber nine blocks square around the
    *> stronghold point, hollow inside, with the portal's ring of twelve
    *> frames on its floor facing in. Each frame rolls its own one in
    *> ten for an eye already set, as vanilla's do.
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:air" AIR-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:stone_bricks"
        STONE-BRICKS-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:end_portal_frame"
        FRAME-BASE-ID
    PERFORM VARYING ROOM-DZ FROM -4 BY 1 UNTIL ROOM-DZ > 4
        PERFORM VARYING ROOM-DX FROM -4 BY 1 UNTIL ROOM-DX > 4
            COMPUTE BLOCK-X = STRONGHOLD-X + ROOM-DX
            COMPUTE BLOCK-Z = STRONGHOLD-Z + ROOM-DZ
            PERFORM VARYING BLOCK-Y FROM C-ROOM-FLOOR-Y BY 1
                    UNTIL BLOCK-Y > C-ROOM-CEILING-Y
                IF BLOCK-Y = C-ROOM-FLOOR-Y OR BLOCK-Y = C-ROOM-CEILING-Y
                        OR FUNCTION ABS(ROOM-DX) = 4
                        OR FUNCTION ABS(ROOM-DZ) = 4
                    CALL "World-SetBlock" USING NO-PLAYER-CLIENT
                        BLOCK-POSITION STONE-BRICKS-ID
                ELSE
                    CALL "World-SetBlock" USING NO-PLAYER-CLIENT
                        BLOCK-POSITION AIR-ID
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM

    *> frame states: eye=true then eye=false, each in north, south,
    *> west, east order
    COMPUTE BLOCK-Y = C-ROOM-FLOOR-Y + 1
    PERFORM VARYING ROOM-DZ FROM -2 BY 1 UNTIL ROOM-DZ > 2
        PERFORM VARYING ROOM-DX FROM -2 BY 1 UNTIL ROOM-DX > 2
            IF (FUNCTION ABS(ROOM-DX) = 2 AND FUNCTION ABS(ROOM-DZ) < 2)
                    OR (FUNCTION ABS(ROOM-DZ) = 2
                        AND FUNCTION ABS(ROOM-DX) < 2)
                COMPUTE BLOCK-X = STRONGHOLD-X + ROOM-DX
                COMPUTE BLOCK-Z = STRONGHOLD-Z + ROOM-DZ
                EVALUATE TRUE
                    WHEN ROOM-DZ = -2
                        COMPUTE FRAME-STATE-ID = FRAME-BASE-ID + 1
                    WHEN ROOM-DZ = 2
                        MOVE FRAME-BASE-ID TO FRAME-STATE-ID
                    WHEN ROOM-DX = -2
                        COMPUTE FRAME-STATE-ID = FRAME-BASE-ID + 3
                    WHEN OTHER
                        COMPUTE FRAME-STATE-ID = FRAME-BASE-ID + 2
                END-EVALUATE
                COMPUTE HASH-VALUE = FUNCTION MOD(
                    (BLOCK-X * 374761393 + BLOCK-Z * 668265263
                        + WORLDGEN-SEED + 313373) * 2654435761,
                    18446744073709551616)
                COMPUTE EYE-ROLL = FUNCTION MOD(HASH-VALUE / 65536, 10)
                IF EYE-ROLL NOT = 0
                    ADD 4 TO FRAME-STATE-ID
                END-IF
                CALL "World-SetBlock" USING NO-PLAYER-CLIENT
                    BLOCK-POSITION FRAME-STATE-ID
            END-IF
        END-PERFORM
    END-PERFORM.

GENERATE-END-CHUNK.
    *> the main island: end stone out to 80 blocks from the origin, its
    *> top sagging a little toward the rim and its underside tapering
    *> to a point; ten obsidian pillars on a ring around the centre;
    *> and past the void gap at 1000, scattered outer islands, one
    *> 32-block cell in four seeding a small one. Everything comes off
    *> the origin-relative position and the seed, so chunk borders
    *> agree as they do overworld-side.
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:end_stone"
        END-STONE-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:obsidian"
        OBSIDIAN-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:barrier"
        BARRIER-ID
    PERFORM VARYING PILLAR-INDEX FROM 1 BY 1 UNTIL PILLAR-INDEX > 10
        COMPUTE PILLAR-ANGLE = (PILLAR-INDEX - 1) * 36 * C-PI / 180
        COMPUTE PILLAR-OFFSET-X ROUNDED = 42 * FUNCTION COS(PILLAR-ANGLE)
        COMPUTE PILLAR-OFFSET-Z ROUNDED = 42 * FUNCTION SIN(PILLAR-ANGLE)
        COMPUTE PILLAR-X(PILLAR-INDEX) = END-ORIGIN-X + PILLAR-OFFSET-X
        COMPUTE PILLAR-Z(PILLAR-INDEX) = END-ORIGIN-Z + PILLAR-OFFSET-Z
        COMPUTE PILLAR-RADIUS(PILLAR-INDEX) =
            2 + FUNCTION MOD(PILLAR-INDEX, 3)
        COMPUTE PILLAR-TOP-Y(PILLAR-INDEX) = 73 + PILLAR-INDEX * 3
    END-PERFORM

    PERFORM VARYING LOCAL-Z FROM 0 BY 1 UNTIL LOCAL-Z > 15
        PERFORM VARYING LOCAL-X FROM 0 BY 1 UNTIL LOCAL-X > 15
            COMPUTE BLOCK-X = LK-CHUNK-X * 16 + LOCAL-X
            COMPUTE BLOCK-Z = LK-CHUNK-Z * 16 + LOCAL-Z
            COMPUTE RELATIVE-X = BLOCK-X - END-ORIGIN-X
            COMPUTE RELATIVE-Z = BLOCK-Z - END-ORIGIN-Z
            COMPUTE COLUMN-DISTANCE = FUNCTION SQRT(
                RELATIVE-X * RELATIVE-X + RELATIVE-Z * RELATIVE-Z)
            EVALUATE TRUE
                WHEN COLUMN-DISTANCE <= 80
                    COMPUTE ISLAND-TOP-Y =
                        END-SURFACE-Y - COLUMN-DISTANCE / 16
                    COMPUTE ISLAND-BOTTOM-Y = ISLAND-TOP-Y - 4
                        - (80 - COLUMN-DISTANCE) / 3
                    PERFORM FILL-END-COLUMN
                    PERFORM RAISE-END-PILLARS
                WHEN COLUMN-DISTANCE > 1000
                    PERFORM PLACE-OUTER-ISLAND-COLUMN
            END-EVALUATE
        END-PERFORM
    END-PERFORM

    *> the void has nothing for WorldGen-EnsureChunk's probe to find, so
    *> every End chunk carries one barrier block at its probe corner
    *> to mark it generated
    COMPUTE BLOCK-X = LK-CHUNK-X * 16
    MOVE 0 TO BLOCK-Y
    COMPUTE BLOCK-Z = LK-CHUNK-Z * 16
    CALL "World-SetBlock" USING NO-PLAYER-CLIENT BLOCK-POSITION
        BARRIER-ID.

FILL-END-COLUMN.
    PERFORM VARYING BLOCK-Y FROM ISLAND-BOTTOM-Y BY 1
            UNTIL BLOCK-Y > ISLAND-TOP-Y
        CALL "World-SetBlock" USING NO-PLAYER-CLIENT BLOCK-POSITION
            END-STONE-ID
    END-PERFORM.

RAISE-END-PILLARS.
    PERFORM VARYING PILLAR-INDEX FROM 1 BY 1 UNTIL PILLAR-INDEX > 10
        IF (BLOCK-X - PILLAR-X(PILLAR-INDEX))
                    * (BLOCK-X - PILLAR-X(PILLAR-INDEX))
                + (BLOCK-Z - PILLAR-Z(PILLAR-INDEX))
                    * (BLOCK-Z - PILLAR-Z(PILLAR-INDEX))
                <= PILLAR-RADIUS(PILLAR-INDEX) * PILLAR-RADIUS(PILLAR-INDEX)
            PERFORM VARYING BLOCK-Y FROM ISLAND-TOP-Y BY 1
                    UNTIL BLOCK-Y > PILLAR-TOP-Y(PILLAR-INDEX)
                CALL "World-SetBlock" USING NO-PLAYER-CLIENT
                    BLOCK-POSITION OBSIDIAN-ID
            END-PERFORM
        END-IF
    END-PERFORM.

PLACE-OUTER-ISLAND-COLUMN.
    *> floor to the cell so islands straddling the origin's axes hash
    *> the same from either side
    COMPUTE CELL-X = FUNCTION INTEGER(RELATIVE-X / 32)
    COMPUTE CELL-Z = FUNCTION INTEGER(RELATIVE-Z / 32)
    COMPUTE HASH-VALUE = FUNCTION MOD(
        (CELL-X * 198491317 + CELL-Z * 6542989
            + WORLDGEN-SEED + 909091) * 2654435761,
        18446744073709551616)
    COMPUTE ISLAND-ROLL = FUNCTION MOD(HASH-VALUE / 65536, 4)
    IF ISLAND-ROLL NOT = 0
        EXIT PARAGRAPH
    END-IF
    *> a radius of 6 to 14, its centre nudged within the cell so the
    *> island never spills past it
    COMPUTE ISLAND-RADIUS = 6 + FUNCTION MOD(HASH-VALUE / 262144, 9)
    COMPUTE ISLAND-CENTRE-X = CELL-X * 32 + 16
        + FUNCTION MOD(HASH-VALUE / 4194304, 3) - 1
    COMPUTE ISLAND-CENTRE-Z = CELL-Z * 32 + 16
        + FUNCTION MOD(HASH-VALUE / 16777216, 3) - 1
    COMPUTE COLUMN-DISTANCE = FUNCTION SQRT(
        (RELATIVE-X - ISLAND-CENTRE-X) * (RELATIVE-X - ISLAND-CENTRE-X)
        + (RELATIVE-Z - ISLAND-CENTRE-Z) * (RELATIVE-Z - ISLAND-CENTRE-Z))
    IF COLUMN-DISTANCE > ISLAND-RADIUS
        EXIT PARAGRAPH
    END-IF
    COMPUTE ISLAND-TOP-Y = END-SURFACE-Y - 2 - COLUMN-DISTANCE / 4
    COMPUTE ISLAND-BOTTOM-Y = ISLAND-TOP-Y - 1
        - (ISLAND-RADIUS - COLUMN-DISTANCE) / 2
    PERFORM FILL-END-COLUMN.

END PROGRAM WorldGen-GenerateChunk.

*> --- WorldGen-SetDimension ---
