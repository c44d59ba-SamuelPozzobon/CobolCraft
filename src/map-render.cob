*> The map-tile batch, run from the operator's toolbelt the way
*> Playtime-Report is: walks every chunk within map-render-radius-chunks
*> of the spawn chunk, renders a top-down one-pixel-per-column view of
*> each (the topmost non-air block's color, from MapRender-ColumnColor,
*> the same palette held map items are painted with),
*> and writes fixed-size tiles of 8x8 chunks (128x128 pixels) as plain
*> PPM files under save/map/, plus an index manifest the community
*> site's assembler reads. Progress checkpoints per completed tile in
    01 TILE-Z                    BINARY-LONG.
    01 PIXEL-X                   BINARY-LONG.
    01 PIXEL-Z                   BINARY-LONG.
    01 BLOCK-X                   BINARY-LONG.
    01 BLOCK-Z                   BINARY-LONG.
    01 COLOR-RED                 BINARY-LONG.
    01 COLOR-GREEN               BINARY-LONG.
    01 COLOR-BLUE                BINARY-LONG.
    01 MAP-COLOR                 BINARY-CHAR UNSIGNED.
    01 RED-DISPLAY               PIC ZZ9.
    01 GREEN-DISPLAY             PIC ZZ9.
    01 BLUE-DISPLAY              PIC ZZ9.
    01 LINE-POS                  BINARY-LONG UNSIGNED.
    01 TILE-X-DISPLAY            PIC -(4)9.
    01 TILE-Z-DISPLAY            PIC -(4)9.
    01 INDEX-DISPLAY             PIC 9(8).
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    CALL "Config-Load"
    COMPUTE SPAWN-CHUNK-Z = SPAWN-Z-CONFIG / 16
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/map"

    *> the tile grid covering the radius, indexed row-major so one
    *> number in the checkpoint file pins the resume point
    MOVE "0" TO PROGRESS-LINE
    WRITE PROGRESS-LINE
    CLOSE FD-PROGRESS
    COMPUTE BATCH-STEP-RECORDS = TILE-TOTAL - RESUME-INDEX
    GOBACK.

RENDER-ONE-TILE.
    WRITE MANIFEST-LINE.

PICK-COLUMN-COLOR.
    CALL "MapRender-ColumnColor" USING BLOCK-X BLOCK-Z
        COLOR-RED COLOR-GREEN COLOR-BLUE MAP-COLOR.

WRITE-CHECKPOINT.
    OPEN OUTPUT FD-PROGRESS
    MOVE TILE-INDEX TO INDEX-DISPLAY
    MOVE SPACES TO PROGRESS-LINE
    MOVE INDEX-DISPLAY TO PROGRESS-LINE
    WRITE PROGRESS-LINE
    CLOSE FD-PROGRESS.

END PROGRAM MapRender-Run.

*> --- MapRender-ColumnColor ---
*> The palette shared by the map tiles and the held map items: finds
*> the topmost non-air block of one column (scanning down through the
*> buildable band, through the same Blocks-Get-StateName table the
*> region exporter reverse-maps with) and returns its RGB for the tiles
*> alongside the nearest of the client's own map base colors, as the
*> color byte a map item is painted with (base * 4 + 2, the unshaded
*> tone). An all-air column, ungenerated or void, is black on a tile
*> and left transparent on a map.
IDENTIFICATION DIVISION.
PROGRAM-ID. MapRender-ColumnColor.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BLOCK-POSITION.
        05 BLOCK-X               BINARY-LONG.
        05 BLOCK-Y               BINARY-LONG.
        05 BLOCK-Z               BINARY-LONG.
    01 BLOCK-STATE-ID            BINARY-LONG.
    01 AIR-ID                    BINARY-LONG.
    01 AIR-RESOLVED              BINARY-CHAR UNSIGNED VALUE 0.
    01 BLOCK-NAME                PIC X(64).
    01 FOUND-SURFACE             BINARY-CHAR UNSIGNED.
    01 BASE-COLOR                BINARY-LONG.
LINKAGE SECTION.
    01 LK-BLOCK-X                BINARY-LONG.
    01 LK-BLOCK-Z                BINARY-LONG.
    01 LK-RED                    BINARY-LONG.
    01 LK-GREEN                  BINARY-LONG.
    01 LK-BLUE                   BINARY-LONG.
    01 LK-MAP-COLOR              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-BLOCK-X LK-BLOCK-Z LK-RED LK-GREEN LK-BLUE
        LK-MAP-COLOR.
    IF AIR-RESOLVED = 0
        CALL "Blocks-Get-DefaultStateId" USING "minecraft:air" AIR-ID
        MOVE 1 TO AIR-RESOLVED
    END-IF
    MOVE LK-BLOCK-X TO BLOCK-X
    MOVE LK-BLOCK-Z TO BLOCK-Z

    *> the first non-air block scanning down through the buildable band
    MOVE 0 TO FOUND-SURFACE
    MOVE SPACES TO BLOCK-NAME

    *> a small fixed palette covers what this server generates and
    *> handles; anything else renders stone-gray, and an all-air
    *> column renders black so grief scars and border gaps stand out
    EVALUATE TRUE
        WHEN FOUND-SURFACE = 0
            MOVE 0 TO LK-RED
            MOVE 0 TO LK-GREEN
            MOVE 0 TO LK-BLUE
            MOVE 0 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:grass_block"
            MOVE 84 TO LK-RED
            MOVE 160 TO LK-GREEN
            MOVE 66 TO LK-BLUE
            MOVE 1 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:water"
            MOVE 52 TO LK-RED
            MOVE 86 TO LK-GREEN
            MOVE 196 TO LK-BLUE
            MOVE 12 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:lava"
            MOVE 222 TO LK-RED
            MOVE 98 TO LK-GREEN
            MOVE 24 TO LK-BLUE
            MOVE 4 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:sand"
            MOVE 219 TO LK-RED
            MOVE 207 TO LK-GREEN
            MOVE 160 TO LK-BLUE
            MOVE 2 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:dirt"
                OR BLOCK-NAME = "minecraft:farmland"
            MOVE 134 TO LK-RED
            MOVE 96 TO LK-GREEN
            MOVE 67 TO LK-BLUE
            MOVE 10 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:oak_leaves"
            MOVE 42 TO LK-RED
            MOVE 110 TO LK-GREEN
            MOVE 32 TO LK-BLUE
            MOVE 7 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:oak_log"
                OR BLOCK-NAME = "minecraft:oak_planks"
            MOVE 120 TO LK-RED
            MOVE 94 TO LK-GREEN
            MOVE 54 TO LK-BLUE
            MOVE 13 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:netherrack"
            MOVE 114 TO LK-RED
            MOVE 36 TO LK-GREEN
            MOVE 36 TO LK-BLUE
            MOVE 35 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:wheat"
            MOVE 180 TO LK-RED
            MOVE 170 TO LK-GREEN
            MOVE 70 TO LK-BLUE
            MOVE 7 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:gravel"
            MOVE 120 TO LK-RED
            MOVE 118 TO LK-GREEN
            MOVE 116 TO LK-BLUE
            MOVE 11 TO BASE-COLOR
        WHEN BLOCK-NAME = "minecraft:bedrock"
            MOVE 40 TO LK-RED
            MOVE 40 TO LK-GREEN
            MOVE 40 TO LK-BLUE
            MOVE 11 TO BASE-COLOR
        WHEN OTHER
            MOVE 128 TO LK-RED
            MOVE 128 TO LK-GREEN
            MOVE 128 TO LK-BLUE
            MOVE 11 TO BASE-COLOR
    END-EVALUATE
    IF BASE-COLOR = 0
        MOVE 0 TO LK-MAP-COLOR
    ELSE
        COMPUTE LK-MAP-COLOR = BASE-COLOR * 4 + 2
    END-IF
    GOBACK.

END PROGRAM MapRender-ColumnColor.
