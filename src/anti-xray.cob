*> --- AntiXray-Configure ---
*> Reads anti-xray-dimensions - a comma list of dimension names, the
*> same form as jail-allowed-commands - and resolves the hidden ores
*> and their disguises. Called from World-Init and again by
*> Config-Reload. A reload that changes the list needs no cache flush:
*> the chunk-packet cache keeps disguised and plain serializations
*> apart.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    01 DIMENSION-LIST            PIC X(255).
    01 LIST-POINTER              BINARY-LONG UNSIGNED.
    01 LIST-TOKEN                PIC X(64).
    01 STONE-ID                  BINARY-LONG.
    01 DEEPSLATE-ID              BINARY-LONG.
    01 NETHERRACK-ID             BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO ANTI-XRAY-DIMENSION-COUNT
    CALL "Config-GetString" USING "anti-xray-dimensions"
        "minecraft:overworld,minecraft:the_nether" DIMENSION-LIST
    MOVE 1 TO LIST-POINTER
    PERFORM UNTIL LIST-POINTER > FUNCTION LENGTH(DIMENSION-LIST)
            OR ANTI-XRAY-DIMENSION-COUNT >= MAX-ANTI-XRAY-DIMENSIONS
        MOVE SPACES TO LIST-TOKEN
        UNSTRING DIMENSION-LIST DELIMITED BY ","
            INTO LIST-TOKEN WITH POINTER LIST-POINTER
        IF LIST-TOKEN NOT = SPACES
            ADD 1 TO ANTI-XRAY-DIMENSION-COUNT
            MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(LIST-TOKEN))
                TO ANTI-XRAY-DIMENSION(ANTI-XRAY-DIMENSION-COUNT)
        END-IF
    END-PERFORM

    CALL "Blocks-Get-DefaultStateId" USING "minecraft:air"
        ANTI-XRAY-AIR-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:stone" STONE-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:deepslate"
        DEEPSLATE-ID
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:netherrack"
        NETHERRACK-ID
    MOVE 0 TO ANTI-XRAY-ORE-COUNT
    CALL "AntiXray-AddOre" USING "minecraft:coal_ore" STONE-ID
    CALL "AntiXray-AddOre" USING "minecraft:iron_ore" STONE-ID
    CALL "AntiXray-AddOre" USING "minecraft:gold_ore" STONE-ID
    CALL "AntiXray-AddOre" USING "minecraft:diamond_ore" STONE-ID
    CALL "AntiXray-AddOre" USING "minecraft:emerald_ore" STONE-ID
    CALL "AntiXray-AddOre" USING "minecraft:deepslate_iron_ore"
        DEEPSLATE-ID
    CALL "AntiXray-AddOre" USING "minecraft:deepslate_gold_ore"
        DEEPSLATE-ID
    CALL "AntiXray-AddOre" USING "minecraft:deepslate_diamond_ore"
        DEEPSLATE-ID
    CALL "AntiXray-AddOre" USING "minecraft:deepslate_emerald_ore"
        DEEPSLATE-ID
    CALL "AntiXray-AddOre" USING "minecraft:nether_gold_ore"
        NETHERRACK-ID
    CALL "AntiXray-AddOre" USING "minecraft:ancient_debris"
        NETHERRACK-ID
    GOBACK.

END PROGRAM AntiXray-Configure.

*> --- AntiXray-AddOre ---
*> One row of the ore table: the ore's (single) state and its disguise.
*> A name the block registry doesn't know is skipped.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-AddOre.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    01 ORE-STATE-ID              BINARY-LONG.
LINKAGE SECTION.
    01 LK-ORE-NAME               PIC X ANY LENGTH.
    01 LK-DISGUISE-ID            BINARY-LONG.

PROCEDURE DIVISION USING LK-ORE-NAME LK-DISGUISE-ID.
    CALL "Blocks-Get-DefaultStateId" USING LK-ORE-NAME ORE-STATE-ID
    IF ORE-STATE-ID <= 0 OR LK-DISGUISE-ID <= 0
            OR ANTI-XRAY-ORE-COUNT >= MAX-ANTI-XRAY-ORES
        GOBACK
    END-IF
    ADD 1 TO ANTI-XRAY-ORE-COUNT
    MOVE ORE-STATE-ID TO ANTI-XRAY-ORE-ID(ANTI-XRAY-ORE-COUNT)
    MOVE LK-DISGUISE-ID TO ANTI-XRAY-DISGUISE-ID(ANTI-XRAY-ORE-COUNT)
    GOBACK.

END PROGRAM AntiXray-AddOre.

*> --- AntiXray-Enabled ---
*> Whether chunks serialized now are obfuscated: the dimension the
*> chunk streamer last set through WorldGen-SetDimension is on the
*> anti-xray-dimensions list. 1 = obfuscate.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-Enabled.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    COPY DD-WORLDGEN.
    01 DIMENSION-INDEX           BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ENABLED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ENABLED.
    MOVE 0 TO LK-ENABLED
    PERFORM VARYING DIMENSION-INDEX FROM 1 BY 1
            UNTIL DIMENSION-INDEX > ANTI-XRAY-DIMENSION-COUNT
        IF ANTI-XRAY-DIMENSION(DIMENSION-INDEX) =
                FUNCTION LOWER-CASE(WORLDGEN-DIMENSION)
            MOVE 1 TO LK-ENABLED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM AntiXray-Enabled.

*> --- AntiXray-Disguise ---
*> The state a block goes out as in chunk data: a hidden ore with no
*> face open to air is sent as its disguise, anything else as itself.
*> The neighbour reads only happen for ores, which keeps the cost to
*> the serializer's one table scan per block.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-Disguise.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    01 ORE-INDEX                 BINARY-LONG UNSIGNED.
    01 DISGUISE-ID               BINARY-LONG.
    01 EXPOSED                   BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-BLOCK-STATE-ID         BINARY-LONG.
    01 LK-SENT-STATE-ID          BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-BLOCK-STATE-ID LK-SENT-STATE-ID.
    MOVE LK-BLOCK-STATE-ID TO LK-SENT-STATE-ID
    MOVE 0 TO DISGUISE-ID
    PERFORM VARYING ORE-INDEX FROM 1 BY 1
            UNTIL ORE-INDEX > ANTI-XRAY-ORE-COUNT
        IF ANTI-XRAY-ORE-ID(ORE-INDEX) = LK-BLOCK-STATE-ID
            MOVE ANTI-XRAY-DISGUISE-ID(ORE-INDEX) TO DISGUISE-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF DISGUISE-ID = 0
        GOBACK
    END-IF
    CALL "AntiXray-IsExposed" USING LK-POSITION EXPOSED
    IF EXPOSED = 0
        MOVE DISGUISE-ID TO LK-SENT-STATE-ID
    END-IF
    GOBACK.

END PROGRAM AntiXray-Disguise.

*> --- AntiXray-IsExposed ---
*> Whether any of a block's six faces touches air. 1 = exposed.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-IsExposed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    01 FACE-INDEX                BINARY-LONG UNSIGNED.
    01 NEIGHBOUR-POSITION.
        05 NEIGHBOUR-X           BINARY-LONG.
        05 NEIGHBOUR-Y           BINARY-LONG.
        05 NEIGHBOUR-Z           BINARY-LONG.
    01 NEIGHBOUR-STATE-ID        BINARY-LONG.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-EXPOSED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-EXPOSED.
    MOVE 0 TO LK-EXPOSED
    PERFORM VARYING FACE-INDEX FROM 1 BY 1 UNTIL FACE-INDEX > 6
        CALL "AntiXray-Neighbour" USING LK-POSITION FACE-INDEX
            NEIGHBOUR-POSITION
        CALL "World-GetBlock" USING NEIGHBOUR-POSITION NEIGHBOUR-STATE-ID
        IF NEIGHBOUR-STATE-ID = ANTI-XRAY-AIR-ID
            MOVE 1 TO LK-EXPOSED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM AntiXray-IsExposed.

*> --- AntiXray-Neighbour ---
*> The block across face 1-6 of a position: down, up, north, south,
*> west, east.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-Neighbour.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-FACE                   BINARY-LONG UNSIGNED.
    01 LK-NEIGHBOUR.
        05 LK-NEIGHBOUR-X        BINARY-LONG.
        05 LK-NEIGHBOUR-Y        BINARY-LONG.
        05 LK-NEIGHBOUR-Z        BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-FACE LK-NEIGHBOUR.
    MOVE LK-POSITION TO LK-NEIGHBOUR
    EVALUATE LK-FACE
        WHEN 1
            SUBTRACT 1 FROM LK-NEIGHBOUR-Y
        WHEN 2
            ADD 1 TO LK-NEIGHBOUR-Y
        WHEN 3
            SUBTRACT 1 FROM LK-NEIGHBOUR-Z
        WHEN 4
            ADD 1 TO LK-NEIGHBOUR-Z
        WHEN 5
            SUBTRACT 1 FROM LK-NEIGHBOUR-X
        WHEN 6
            ADD 1 TO LK-NEIGHBOUR-X
    END-EVALUATE
    GOBACK.

END PROGRAM AntiXray-Neighbour.

*> --- AntiXray-RevealAround ---
*> Called from World-BroadcastBlockChange for every change: when a
*> block turns to air - a dig, an explosion, a piston pulling stone
*> away - each ore it leaves with an open face is sent out for real to
*> everyone near enough to see it, the digger included, since their
*> client only ever saw the disguise. The revealed block's own chunk
*> is dropped from the packet cache too, for the case where it lies
*> across a chunk border from the change. Sends Block Updates directly
*> rather than through World-BroadcastBlockChange, which would call
*> straight back here.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-RevealAround.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    COPY DD-NEARBY-PLAYERS.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 FACE-INDEX                BINARY-LONG UNSIGNED.
    01 ORE-INDEX                 BINARY-LONG UNSIGNED.
    01 BROADCAST-INDEX           BINARY-LONG UNSIGNED.
    01 IS-ORE                    BINARY-CHAR UNSIGNED.
    01 NEIGHBOUR-POSITION.
        05 NEIGHBOUR-X           BINARY-LONG.
        05 NEIGHBOUR-Y           BINARY-LONG.
        05 NEIGHBOUR-Z           BINARY-LONG.
    01 NEIGHBOUR-STATE-ID        BINARY-LONG.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-BLOCK-STATE-ID         BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-BLOCK-STATE-ID.
    IF ANTI-XRAY-DIMENSION-COUNT = 0
            OR LK-BLOCK-STATE-ID NOT = ANTI-XRAY-AIR-ID
        GOBACK
    END-IF
    PERFORM VARYING FACE-INDEX FROM 1 BY 1 UNTIL FACE-INDEX > 6
        CALL "AntiXray-Neighbour" USING LK-POSITION FACE-INDEX
            NEIGHBOUR-POSITION
        CALL "World-GetBlock" USING NEIGHBOUR-POSITION NEIGHBOUR-STATE-ID
        MOVE 0 TO IS-ORE
        PERFORM VARYING ORE-INDEX FROM 1 BY 1
                UNTIL ORE-INDEX > ANTI-XRAY-ORE-COUNT
            IF ANTI-XRAY-ORE-ID(ORE-INDEX) = NEIGHBOUR-STATE-ID
                MOVE 1 TO IS-ORE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF IS-ORE NOT = 0
            CALL "World-GetNearbyPlayers" USING NO-EXCLUDED-PLAYER
                NEIGHBOUR-POSITION LK-NEARBY-PLAYERS
            PERFORM VARYING BROADCAST-INDEX FROM 1 BY 1
                    UNTIL BROADCAST-INDEX > LK-NEARBY-COUNT
                CALL "SendPacket-BlockUpdate" USING
                    LK-NEARBY-CLIENT(BROADCAST-INDEX) NEIGHBOUR-POSITION
                    NEIGHBOUR-STATE-ID
            END-PERFORM
            CALL "ChunkCache-Invalidate" USING NEIGHBOUR-POSITION
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM AntiXray-RevealAround.
