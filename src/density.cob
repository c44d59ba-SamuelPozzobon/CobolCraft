*> --- Density-Init ---
*> Loads the per-chunk caps from server.properties and clears the day's
*> hit list and the redstone window. Called once from World-Init.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.

PROCEDURE DIVISION.
    CALL "Density-Configure"
    MOVE 0 TO DENSITY-LAST-OUTCOME
    MOVE SPACES TO DENSITY-HIT-DATE
    MOVE 0 TO DENSITY-HIT-COUNT
    MOVE 0 TO DENSITY-FLIP-WINDOW-TICK
    MOVE 0 TO DENSITY-FLIP-CHUNK-COUNT
    GOBACK.

END PROGRAM Density-Init.

*> --- Density-Configure ---
*> The caps themselves, read at startup and again by Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "chunk-hopper-cap" 16 CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 0 OR CONFIGURED-NUMBER > 4096
        MOVE 16 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO DENSITY-HOPPER-CAP
    CALL "Config-GetNumber" USING "chunk-mob-cap" 24 CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 0 OR CONFIGURED-NUMBER > 4096
        MOVE 24 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO DENSITY-MOB-CAP
    CALL "Config-GetNumber" USING "chunk-item-cap" 64 CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 0 OR CONFIGURED-NUMBER > 4096
        MOVE 64 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO DENSITY-ITEM-CAP
    CALL "Config-GetNumber" USING "chunk-redstone-changes-per-second" 40
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 0 OR CONFIGURED-NUMBER > 100000
        MOVE 40 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO DENSITY-REDSTONE-LIMIT
    GOBACK.

END PROGRAM Density-Configure.

*> --- Density-ChunkOf ---
*> The chunk a block position lies in: floor division by 16, which
*> plain COMPUTE truncation only gives for non-negative coordinates.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-ChunkOf.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-CHUNK-X LK-CHUNK-Z.
    IF LK-X >= 0
        COMPUTE LK-CHUNK-X = LK-X / 16
    ELSE
        COMPUTE LK-CHUNK-X = (LK-X - 15) / 16
    END-IF
    IF LK-Z >= 0
        COMPUTE LK-CHUNK-Z = LK-Z / 16
    ELSE
        COMPUTE LK-CHUNK-Z = (LK-Z - 15) / 16
    END-IF
    GOBACK.

END PROGRAM Density-ChunkOf.

*> --- Density-CheckHopper ---
*> Whether one more hopper record may be created at a position: the
*> chunk's existing hoppers are counted against chunk-hopper-cap.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-CheckHopper.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    COPY DD-HOPPERS.
    01 HOPPER-INDEX              BINARY-LONG UNSIGNED.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    01 OTHER-CHUNK-X             BINARY-LONG.
    01 OTHER-CHUNK-Z             BINARY-LONG.
    01 CHUNK-COUNT               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    MOVE 0 TO DENSITY-LAST-OUTCOME
    IF DENSITY-HOPPER-CAP = 0
        GOBACK
    END-IF

    CALL "Density-ChunkOf" USING LK-POSITION CHUNK-X CHUNK-Z
    MOVE 0 TO CHUNK-COUNT
    PERFORM VARYING HOPPER-INDEX FROM 1 BY 1
            UNTIL HOPPER-INDEX > MAX-HOPPERS
        IF HOPPER-USED(HOPPER-INDEX) NOT = 0
            CALL "Density-ChunkOf" USING HOPPER-POSITION(HOPPER-INDEX)
                OTHER-CHUNK-X OTHER-CHUNK-Z
            IF OTHER-CHUNK-X = CHUNK-X AND OTHER-CHUNK-Z = CHUNK-Z
                ADD 1 TO CHUNK-COUNT
            END-IF
        END-IF
    END-PERFORM

    IF CHUNK-COUNT >= DENSITY-HOPPER-CAP
        MOVE 0 TO LK-ALLOWED
        MOVE 1 TO DENSITY-LAST-OUTCOME
        CALL "Density-RecordHit" USING "H" LK-POSITION
    END-IF
    GOBACK.

END PROGRAM Density-CheckHopper.

*> --- Density-CheckMob ---
*> Whether one more entity of a type may be spawned at a position. Only
*> living mobs count and are capped: hologram displays and vehicles ride
*> the entity table too, but they are placed deliberately and neither
*> think nor wander.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-CheckMob.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    COPY DD-ENTITIES.
    01 ENTITY-INDEX              BINARY-LONG UNSIGNED.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    01 OTHER-CHUNK-X             BINARY-LONG.
    01 OTHER-CHUNK-Z             BINARY-LONG.
    01 CHUNK-COUNT               BINARY-LONG UNSIGNED.
    01 TYPE-IS-MOB               BINARY-CHAR UNSIGNED.
    01 TYPE-NAME                 PIC X(32).
    01 DISPLAY-TALLY             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-TYPE-NAME              PIC X(32).
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-TYPE-NAME LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    MOVE 0 TO DENSITY-LAST-OUTCOME
    IF DENSITY-MOB-CAP = 0
        GOBACK
    END-IF
    MOVE LK-TYPE-NAME TO TYPE-NAME
    PERFORM CLASSIFY-TYPE
    IF TYPE-IS-MOB = 0
        GOBACK
    END-IF

    CALL "Density-ChunkOf" USING LK-POSITION CHUNK-X CHUNK-Z
    MOVE 0 TO CHUNK-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1
            UNTIL ENTITY-INDEX > MAX-ENTITIES
        IF ENTITY-ALIVE(ENTITY-INDEX) NOT = 0
            MOVE ENTITY-TYPE-NAME(ENTITY-INDEX) TO TYPE-NAME
            PERFORM CLASSIFY-TYPE
            IF TYPE-IS-MOB NOT = 0
                CALL "Density-ChunkOf" USING
                    ENTITY-POSITION(ENTITY-INDEX)
                    OTHER-CHUNK-X OTHER-CHUNK-Z
                IF OTHER-CHUNK-X = CHUNK-X AND OTHER-CHUNK-Z = CHUNK-Z
                    ADD 1 TO CHUNK-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF CHUNK-COUNT >= DENSITY-MOB-CAP
        MOVE 0 TO LK-ALLOWED
        MOVE 1 TO DENSITY-LAST-OUTCOME
        CALL "Density-RecordHit" USING "M" LK-POSITION
    END-IF
    GOBACK.

CLASSIFY-TYPE.
    MOVE 1 TO TYPE-IS-MOB
    IF TYPE-NAME = "minecraft:boat" OR TYPE-NAME = "minecraft:minecart"
        MOVE 0 TO TYPE-IS-MOB
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO DISPLAY-TALLY
    INSPECT TYPE-NAME TALLYING DISPLAY-TALLY FOR ALL "_display"
    IF DISPLAY-TALLY > 0
        MOVE 0 TO TYPE-IS-MOB
    END-IF.

END PROGRAM Density-CheckMob.

*> --- Density-CheckItem ---
*> Whether one more ground stack fits in a position's chunk under
*> chunk-item-cap. When it doesn't, LK-OLDEST-INDEX names the chunk's
*> oldest stack, the one GroundItems-Spawn culls if the new stack can't
*> be merged into something already lying there.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-CheckItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    COPY DD-GROUND-ITEMS.
    01 ITEM-INDEX                BINARY-LONG UNSIGNED.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    01 OTHER-CHUNK-X             BINARY-LONG.
    01 OTHER-CHUNK-Z             BINARY-LONG.
    01 CHUNK-COUNT               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.
    01 LK-OLDEST-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-ALLOWED LK-OLDEST-INDEX.
    MOVE 1 TO LK-ALLOWED
    MOVE 0 TO LK-OLDEST-INDEX
    MOVE 0 TO DENSITY-LAST-OUTCOME
    IF DENSITY-ITEM-CAP = 0
        GOBACK
    END-IF

    CALL "Density-ChunkOf" USING LK-POSITION CHUNK-X CHUNK-Z
    MOVE 0 TO CHUNK-COUNT
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > MAX-GROUND-ITEMS
        IF GROUND-ITEM-USED(ITEM-INDEX) NOT = 0
            CALL "Density-ChunkOf" USING GROUND-ITEM-POSITION(ITEM-INDEX)
                OTHER-CHUNK-X OTHER-CHUNK-Z
            IF OTHER-CHUNK-X = CHUNK-X AND OTHER-CHUNK-Z = CHUNK-Z
                ADD 1 TO CHUNK-COUNT
                IF LK-OLDEST-INDEX = 0
                    MOVE ITEM-INDEX TO LK-OLDEST-INDEX
                ELSE
                    IF GROUND-ITEM-SPAWN-TICK(ITEM-INDEX) <
                            GROUND-ITEM-SPAWN-TICK(LK-OLDEST-INDEX)
                        MOVE ITEM-INDEX TO LK-OLDEST-INDEX
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF CHUNK-COUNT >= DENSITY-ITEM-CAP
        MOVE 0 TO LK-ALLOWED
        CALL "Density-RecordHit" USING "I" LK-POSITION
    END-IF
    GOBACK.

END PROGRAM Density-CheckItem.

*> --- Density-RecordHit ---
*> Notes that a chunk hit one of its caps. The first hit of each kind
*> per chunk per day is appended to save/logs/density.log - timestamp,
*> kind, chunk X and Z, and the owning claim's UUID ("-" in the
*> wilderness) - which Density-Report turns into the daily list; later
*> hits the same day are already on record and cost nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-RecordHit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-DENSITY-LOG
        ASSIGN TO "save/logs/density.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-DENSITY-LOG.
    01 DENSITY-LOG-LINE          PIC X(96).
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    COPY DD-CLAIMS.
    01 TIMESTAMP-STR             PIC X(14).
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    01 HIT-INDEX                 BINARY-LONG UNSIGNED.
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 OWNER-STR                 PIC X(36).
    01 CHUNK-X-DISPLAY           PIC -(9)9.
    01 CHUNK-Z-DISPLAY           PIC -(9)9.
    01 KIND-WORD                 PIC X(8).
    01 LOG-TEXT                  PIC X(96).
LINKAGE SECTION.
    01 LK-KIND                   PIC X(01).
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-KIND LK-POSITION.
    MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP-STR
    IF TIMESTAMP-STR(1:8) NOT = DENSITY-HIT-DATE
        MOVE TIMESTAMP-STR(1:8) TO DENSITY-HIT-DATE
        MOVE 0 TO DENSITY-HIT-COUNT
    END-IF

    CALL "Density-ChunkOf" USING LK-POSITION CHUNK-X CHUNK-Z
    PERFORM VARYING HIT-INDEX FROM 1 BY 1
            UNTIL HIT-INDEX > DENSITY-HIT-COUNT
        IF DENSITY-HIT-KIND(HIT-INDEX) = LK-KIND
                AND DENSITY-HIT-CHUNK-X(HIT-INDEX) = CHUNK-X
                AND DENSITY-HIT-CHUNK-Z(HIT-INDEX) = CHUNK-Z
            GOBACK
        END-IF
    END-PERFORM
    *> a full list still logs; it just can't remember having done so
    IF DENSITY-HIT-COUNT < MAX-DENSITY-HITS
        ADD 1 TO DENSITY-HIT-COUNT
        MOVE LK-KIND TO DENSITY-HIT-KIND(DENSITY-HIT-COUNT)
        MOVE CHUNK-X TO DENSITY-HIT-CHUNK-X(DENSITY-HIT-COUNT)
        MOVE CHUNK-Z TO DENSITY-HIT-CHUNK-Z(DENSITY-HIT-COUNT)
    END-IF

    MOVE "-" TO OWNER-STR
    CALL "Claims-FindAt" USING LK-POSITION CLAIM-INDEX
    IF CLAIM-INDEX NOT = 0
        CALL "UUID-ToString" USING CLAIM-OWNER-UUID(CLAIM-INDEX) OWNER-STR
    END-IF
    MOVE CHUNK-X TO CHUNK-X-DISPLAY
    MOVE CHUNK-Z TO CHUNK-Z-DISPLAY

    MOVE SPACES TO DENSITY-LOG-LINE
    STRING TIMESTAMP-STR DELIMITED BY SIZE
        " " LK-KIND " " DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-X-DISPLAY) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-Z-DISPLAY) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(OWNER-STR) DELIMITED BY SIZE
        INTO DENSITY-LOG-LINE
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    OPEN EXTEND FD-DENSITY-LOG
    WRITE DENSITY-LOG-LINE
    CLOSE FD-DENSITY-LOG

    EVALUATE LK-KIND
        WHEN "H"
            MOVE "hopper" TO KIND-WORD
        WHEN "M"
            MOVE "mob" TO KIND-WORD
        WHEN "I"
            MOVE "item" TO KIND-WORD
        WHEN OTHER
            MOVE "redstone" TO KIND-WORD
    END-EVALUATE
    MOVE SPACES TO LOG-TEXT
    STRING "chunk " DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-X-DISPLAY) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-Z-DISPLAY) DELIMITED BY SIZE
        " hit its " DELIMITED BY SIZE
        FUNCTION TRIM(KIND-WORD) DELIMITED BY SIZE
        " cap" DELIMITED BY SIZE
        INTO LOG-TEXT
    CALL "Log-Write" USING "INFO" LOG-TEXT
    GOBACK.

END PROGRAM Density-RecordHit.

*> --- Density-NotifyPlayer ---
*> Tells one player why the world just said no, through the message
*> catalog with the cap as the {0} argument.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-NotifyPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 CATALOG-MESSAGE           PIC X(160).
    01 CAP-DISPLAY               PIC Z(5)9.
    01 CAP-ARG                   PIC X(8).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-KEY                    PIC X ANY LENGTH.
    01 LK-DEFAULT                PIC X ANY LENGTH.
    01 LK-CAP                    BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-KEY LK-DEFAULT LK-CAP.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    IF PLAYER-CLIENT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    MOVE LK-CAP TO CAP-DISPLAY
    MOVE FUNCTION TRIM(CAP-DISPLAY) TO CAP-ARG
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID LK-KEY LK-DEFAULT
        FUNCTION TRIM(CAP-ARG) CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

END PROGRAM Density-NotifyPlayer.

*> --- Density-RecordFlip ---
*> Counts one redstone source change in a position's chunk for the
*> current one-second window, and answers whether that chunk is
*> currently throttled - in which case Redstone-OnSourceChange leaves
*> the circuit unsettled until the throttle lifts.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-RecordFlip.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    COPY DD-WORLD.
    01 FLIP-INDEX                BINARY-LONG UNSIGNED.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-THROTTLED              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-THROTTLED.
    MOVE 0 TO LK-THROTTLED
    IF DENSITY-REDSTONE-LIMIT = 0
        GOBACK
    END-IF

    CALL "Density-ChunkOf" USING LK-POSITION CHUNK-X CHUNK-Z
    PERFORM VARYING FLIP-INDEX FROM 1 BY 1
            UNTIL FLIP-INDEX > DENSITY-FLIP-CHUNK-COUNT
        IF DENSITY-FLIP-CHUNK-X(FLIP-INDEX) = CHUNK-X
                AND DENSITY-FLIP-CHUNK-Z(FLIP-INDEX) = CHUNK-Z
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF FLIP-INDEX > DENSITY-FLIP-CHUNK-COUNT
        *> a full table leaves the newcomer uncounted rather than
        *> evicting a chunk that may be mid-throttle
        IF DENSITY-FLIP-CHUNK-COUNT >= MAX-DENSITY-FLIP-CHUNKS
            GOBACK
        END-IF
        ADD 1 TO DENSITY-FLIP-CHUNK-COUNT
        MOVE DENSITY-FLIP-CHUNK-COUNT TO FLIP-INDEX
        MOVE CHUNK-X TO DENSITY-FLIP-CHUNK-X(FLIP-INDEX)
        MOVE CHUNK-Z TO DENSITY-FLIP-CHUNK-Z(FLIP-INDEX)
        MOVE 0 TO DENSITY-FLIP-CHANGES(FLIP-INDEX)
        MOVE 0 TO DENSITY-FLIP-THROTTLE-UNTIL(FLIP-INDEX)
    END-IF

    IF DENSITY-FLIP-THROTTLE-UNTIL(FLIP-INDEX) > WORLD-CURRENT-TICK
        MOVE 1 TO LK-THROTTLED
        GOBACK
    END-IF
    ADD 1 TO DENSITY-FLIP-CHANGES(FLIP-INDEX)
    GOBACK.

END PROGRAM Density-RecordFlip.

*> --- Density-TickRedstone ---
*> Called from Redstone-Tick. Once a second, any chunk whose source
*> changes in the window passed chunk-redstone-changes-per-second is
*> throttled for the next ten seconds: the change is logged as a cap
*> hit, and the players standing in the chunk and the claim's owner
*> (when online) are told. Quiet chunks drop out of the table.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-TickRedstone.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DENSITY.
    COPY DD-WORLD.
    COPY DD-PLAYERS.
    COPY DD-CLAIMS.
    01 C-WINDOW-TICKS            BINARY-LONG-LONG UNSIGNED VALUE 20.
    01 C-THROTTLE-TICKS          BINARY-LONG-LONG UNSIGNED VALUE 200.
    01 FLIP-INDEX                BINARY-LONG UNSIGNED.
    01 KEEP-COUNT                BINARY-LONG UNSIGNED.
    01 CHUNK-POSITION.
        05 CHUNK-BLOCK-X         BINARY-LONG.
        05 CHUNK-BLOCK-Y         BINARY-LONG.
        05 CHUNK-BLOCK-Z         BINARY-LONG.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 PLAYER-CHUNK-X            BINARY-LONG.
    01 PLAYER-CHUNK-Z            BINARY-LONG.
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 CHUNK-X-DISPLAY           PIC -(9)9.
    01 CHUNK-Z-DISPLAY           PIC -(9)9.
    01 LOG-TEXT                  PIC X(96).

PROCEDURE DIVISION.
    IF DENSITY-REDSTONE-LIMIT = 0
        GOBACK
    END-IF
    IF WORLD-CURRENT-TICK < DENSITY-FLIP-WINDOW-TICK + C-WINDOW-TICKS
        GOBACK
    END-IF
    MOVE WORLD-CURRENT-TICK TO DENSITY-FLIP-WINDOW-TICK

    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING FLIP-INDEX FROM 1 BY 1
            UNTIL FLIP-INDEX > DENSITY-FLIP-CHUNK-COUNT
        IF DENSITY-FLIP-CHANGES(FLIP-INDEX) > DENSITY-REDSTONE-LIMIT
            COMPUTE DENSITY-FLIP-THROTTLE-UNTIL(FLIP-INDEX) =
                WORLD-CURRENT-TICK + C-THROTTLE-TICKS
            PERFORM THROTTLE-CHUNK
        END-IF
        *> keep chunks still throttled; forget the quiet ones
        IF DENSITY-FLIP-THROTTLE-UNTIL(FLIP-INDEX) > WORLD-CURRENT-TICK
            ADD 1 TO KEEP-COUNT
            MOVE DENSITY-FLIP(FLIP-INDEX) TO DENSITY-FLIP(KEEP-COUNT)
            MOVE 0 TO DENSITY-FLIP-CHANGES(KEEP-COUNT)
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO DENSITY-FLIP-CHUNK-COUNT
    GOBACK.

THROTTLE-CHUNK.
    COMPUTE CHUNK-BLOCK-X = DENSITY-FLIP-CHUNK-X(FLIP-INDEX) * 16
    MOVE 0 TO CHUNK-BLOCK-Y
    COMPUTE CHUNK-BLOCK-Z = DENSITY-FLIP-CHUNK-Z(FLIP-INDEX) * 16
    CALL "Density-RecordHit" USING "R" CHUNK-POSITION

    MOVE DENSITY-FLIP-CHUNK-X(FLIP-INDEX) TO CHUNK-X-DISPLAY
    MOVE DENSITY-FLIP-CHUNK-Z(FLIP-INDEX) TO CHUNK-Z-DISPLAY
    MOVE SPACES TO LOG-TEXT
    STRING "redstone in chunk " DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-X-DISPLAY) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-Z-DISPLAY) DELIMITED BY SIZE
        " throttled for changing state too fast" DELIMITED BY SIZE
        INTO LOG-TEXT
    CALL "Log-Write" USING "WARN" LOG-TEXT

    CALL "Claims-FindAt" USING CHUNK-POSITION CLAIM-INDEX
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Density-ChunkOf" USING PLAYER-POSITION(PLAYER-INDEX)
                PLAYER-CHUNK-X PLAYER-CHUNK-Z
            IF (PLAYER-CHUNK-X = DENSITY-FLIP-CHUNK-X(FLIP-INDEX)
                    AND PLAYER-CHUNK-Z = DENSITY-FLIP-CHUNK-Z(FLIP-INDEX))
                    OR (CLAIM-INDEX NOT = 0
                    AND PLAYER-UUID(PLAYER-INDEX) =
                        CLAIM-OWNER-UUID(CLAIM-INDEX))
                CALL "Density-NotifyPlayer" USING PLAYER-INDEX
                    "density-redstone-cap"
                    "Redstone in this chunk changes more than {0} times a second and is paused for ten seconds"
                    DENSITY-REDSTONE-LIMIT
            END-IF
        END-IF
    END-PERFORM.

END PROGRAM Density-TickRedstone.
