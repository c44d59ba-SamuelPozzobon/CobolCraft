*> --- WorldRefs-Check ---
*> The cross-file integrity sweep over the world-side tables that
*> point at each other, the counterpart of PlayerFiles-Check for
*> everything that isn't a player save:
*>   - a claim's owner must be a UUID the usercache knows or the UUID
*>     of a town in save/towns.dat; a trust slot must name a known
*>     player
*>   - a town's mayor and every roster member must be known players
*>   - a shop sign in save/shops.dat needs a container record touching
*>     it, the same six neighbours Shops-HandleUse searches
*>   - a grave in save/graves.dat needs the container record at its
*>     own position - that is where the dead player's items are
*>   - a hologram in save/holograms.dat needs a real column (1-4) and an
*>     entity slot: Holograms-Init spawns after Entities-Load, so the
*>     persisted entities in save/entities.dat come first and any
*>     hologram past MAX-ENTITIES gets no display
*>   - a warp's dimension must be one this server loads (the overworld,
*>     the nether or the end)
*> Every finding lands in one dated exception report under save/logs.
*> With integrity-repair=true the orphans are also cleared - the claim,
*> trust slot, roster member, shop, grave, hologram or warp is dropped
*> and the owning file rewritten through its own subsystem's save
*> routine where one works offline. A town with an unknown mayor is
*> only reported: dropping it would strand its bank balance. Refuses
*> to run while save/server.lock is held - the server rewrites these
*> files from memory on every change.
IDENTIFICATION DIVISION.
PROGRAM-ID. WorldRefs-Check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTAINER-FILE-IN
        ASSIGN TO "save/containers.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-ENTITY-FILE-IN
        ASSIGN TO "save/entities.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-SHOPS
        ASSIGN TO "save/shops.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-HOLOGRAMS
        ASSIGN TO "save/holograms.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REWRITE
        ASSIGN TO REWRITE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-CONTAINER-FILE-IN.
    COPY DD-CONTAINER-FILE.
FD FD-ENTITY-FILE-IN.
    COPY DD-ENTITY-FILE.
FD FD-SHOPS.
    01 SHOP-LINE                 PIC X(160).
FD FD-HOLOGRAMS.
    01 HOLOGRAM-LINE             PIC X(64).
FD FD-REWRITE.
    01 REWRITE-LINE              PIC X(160).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-TOWNS.
    COPY DD-GRAVES.
    COPY DD-WARPS.
    COPY DD-ENTITIES.
    COPY DD-HOLOGRAMS.
    01 REPORT-FILE-NAME          PIC X(64).
    01 REWRITE-FILE-NAME         PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 REPAIR-SETTING            PIC X(8).
    01 REPAIR-MODE               BINARY-CHAR UNSIGNED.
    *> every UUID the usercache knows, once each
    01 MAX-KNOWN                 BINARY-LONG UNSIGNED VALUE 4096.
    01 KNOWN-UUIDS.
        05 KNOWN-UUID OCCURS 4096 TIMES PIC X(36).
    01 KNOWN-COUNT               BINARY-LONG UNSIGNED.
    01 KNOWN-INDEX               BINARY-LONG UNSIGNED.
    01 KNOWN-CAP-REPORTED        BINARY-CHAR UNSIGNED.
    *> every container position on disk
    01 MAX-CHESTS                BINARY-LONG UNSIGNED VALUE 4096.
    01 CHEST-POSITIONS.
        05 CHEST-POSITION OCCURS 4096 TIMES.
            10 CHEST-X           BINARY-LONG.
            10 CHEST-Y           BINARY-LONG.
            10 CHEST-Z           BINARY-LONG.
    01 CHEST-COUNT               BINARY-LONG UNSIGNED.
    01 CHEST-INDEX               BINARY-LONG UNSIGNED.
    01 CHEST-CAP-REPORTED        BINARY-CHAR UNSIGNED.
    01 PROBE-POSITION.
        05 PROBE-X               BINARY-LONG.
        05 PROBE-Y               BINARY-LONG.
        05 PROBE-Z               BINARY-LONG.
    01 NEIGHBOUR-INDEX           BINARY-CHAR UNSIGNED.
    01 CHEST-FOUND               BINARY-CHAR UNSIGNED.
    *> the UUID under test
    01 PROBE-UUID                PIC X(16).
    01 PROBE-UUID-STR            PIC X(36).
    01 UUID-KNOWN                BINARY-CHAR UNSIGNED.
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 TOWN-INDEX                BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-CHAR UNSIGNED.
    01 TRUST-INDEX               BINARY-CHAR UNSIGNED.
    01 GRAVE-INDEX               BINARY-LONG UNSIGNED.
    01 WARP-INDEX                BINARY-LONG UNSIGNED.
    01 TABLE-CHANGED             BINARY-CHAR UNSIGNED.
    *> line-file rewrites: shops and holograms
    01 LINE-ORPHANED             BINARY-CHAR UNSIGNED.
    01 LINES-DROPPED             BINARY-LONG UNSIGNED.
    01 UUID-TOKEN                PIC X(36).
    01 X-TOKEN                   PIC X(12).
    01 Y-TOKEN                   PIC X(12).
    01 Z-TOKEN                   PIC X(12).
    01 COLUMN-TOKEN              PIC X(4).
    01 HOLOGRAM-COLUMN-VALUE     BINARY-LONG.
    01 HOLOGRAM-ORDINAL          BINARY-LONG UNSIGNED.
    01 ENTITY-RECORDS            BINARY-LONG UNSIGNED.
    01 FREE-ENTITY-SLOTS         BINARY-LONG UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.
    *> one report line
    01 EXCEPTION-KIND            PIC X(16).
    01 EXCEPTION-SUBJECT         PIC X(36).
    01 EXCEPTION-DETAIL          PIC X(64).
    01 EXCEPTION-COUNT           BINARY-LONG UNSIGNED.
    01 REPAIRED-COUNT            BINARY-LONG UNSIGNED.
    01 X-DISPLAY                 PIC -(9)9.
    01 Y-DISPLAY                 PIC -(9)9.
    01 Z-DISPLAY                 PIC -(9)9.
    01 COUNT-DISPLAY             PIC Z(8)9.

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "world integrity check refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetString" USING "integrity-repair" "false"
        REPAIR-SETTING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(REPAIR-SETTING)) = "TRUE"
        MOVE 1 TO REPAIR-MODE
    ELSE
        MOVE 0 TO REPAIR-MODE
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/world-refs-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    MOVE 0 TO EXCEPTION-COUNT
    MOVE 0 TO REPAIRED-COUNT

    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    IF REPAIR-MODE NOT = 0
        STRING "world integrity check (repair) " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "world integrity check " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE

    PERFORM LOAD-KNOWN-PLAYERS
    PERFORM LOAD-CHEST-POSITIONS
    CALL "Towns-Init"
    CALL "Claims-Init"
    CALL "Graves-Init"
    CALL "Warps-Init"

    PERFORM CHECK-CLAIMS
    PERFORM CHECK-TOWNS
    PERFORM CHECK-SHOPS
    PERFORM CHECK-GRAVES
    PERFORM CHECK-HOLOGRAMS
    PERFORM CHECK-WARPS
    PERFORM WRITE-SUMMARY
    CLOSE FD-REPORT
    GOBACK.

LOAD-KNOWN-PLAYERS.
    MOVE 0 TO KNOWN-COUNT
    MOVE 0 TO KNOWN-CAP-REPORTED
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                IF USERCACHE-LINE NOT = SPACES
                    MOVE USERCACHE-LINE(1:36) TO PROBE-UUID-STR
                    PERFORM FIND-KNOWN
                    IF UUID-KNOWN = 0
                        IF KNOWN-COUNT < MAX-KNOWN
                            ADD 1 TO KNOWN-COUNT
                            MOVE PROBE-UUID-STR TO KNOWN-UUID(KNOWN-COUNT)
                        ELSE
                            PERFORM REPORT-KNOWN-CAPACITY
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE.

REPORT-KNOWN-CAPACITY.
    *> past the table every further UUID would read as unknown - say
    *> so once, and never repair on that basis
    IF KNOWN-CAP-REPORTED = 0
        MOVE 1 TO KNOWN-CAP-REPORTED
        MOVE 0 TO REPAIR-MODE
        MOVE "CAPACITY" TO EXCEPTION-KIND
        MOVE "save/usercache.dat" TO EXCEPTION-SUBJECT
        MOVE "too many players to check, repair disabled"
            TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
    END-IF.

FIND-KNOWN.
    MOVE 0 TO UUID-KNOWN
    PERFORM VARYING KNOWN-INDEX FROM 1 BY 1
            UNTIL KNOWN-INDEX > KNOWN-COUNT OR UUID-KNOWN NOT = 0
        IF KNOWN-UUID(KNOWN-INDEX) = PROBE-UUID-STR
            MOVE 1 TO UUID-KNOWN
        END-IF
    END-PERFORM.

CHECK-KNOWN-UUID.
    *> PROBE-UUID (binary) against the roster
    CALL "UUID-ToString" USING PROBE-UUID PROBE-UUID-STR
    PERFORM FIND-KNOWN.

LOAD-CHEST-POSITIONS.
    MOVE 0 TO CHEST-COUNT
    MOVE 0 TO CHEST-CAP-REPORTED
    OPEN INPUT FD-CONTAINER-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-CONTAINER-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                IF CHEST-COUNT < MAX-CHESTS
                    ADD 1 TO CHEST-COUNT
                    MOVE FILE-CONTAINER-POSITION
                        TO CHEST-POSITION(CHEST-COUNT)
                ELSE
                    *> a missing chest would read as an orphan
                    IF CHEST-CAP-REPORTED = 0
                        MOVE 1 TO CHEST-CAP-REPORTED
                        MOVE 0 TO REPAIR-MODE
                        MOVE "CAPACITY" TO EXCEPTION-KIND
                        MOVE "save/containers.dat" TO EXCEPTION-SUBJECT
                        MOVE "too many containers to check, repair disabled"
                            TO EXCEPTION-DETAIL
                        PERFORM WRITE-EXCEPTION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-CONTAINER-FILE-IN.

FIND-CHEST.
    MOVE 0 TO CHEST-FOUND
    PERFORM VARYING CHEST-INDEX FROM 1 BY 1
            UNTIL CHEST-INDEX > CHEST-COUNT OR CHEST-FOUND NOT = 0
        IF CHEST-POSITION(CHEST-INDEX) = PROBE-POSITION
            MOVE 1 TO CHEST-FOUND
        END-IF
    END-PERFORM.

CHECK-CLAIMS.
    MOVE 0 TO TABLE-CHANGED
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > MAX-CLAIMS
        IF CLAIM-USED(CLAIM-INDEX) NOT = 0
            PERFORM CHECK-ONE-CLAIM
        END-IF
    END-PERFORM
    IF TABLE-CHANGED NOT = 0
        CALL "Claims-Save"
    END-IF.

CHECK-ONE-CLAIM.
    MOVE CLAIM-OWNER-UUID(CLAIM-INDEX) TO PROBE-UUID
    PERFORM CHECK-KNOWN-UUID
    *> town-owned claims carry the town's UUID
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1
            UNTIL TOWN-INDEX > MAX-TOWNS OR UUID-KNOWN NOT = 0
        IF TOWN-USED(TOWN-INDEX) NOT = 0
                AND TOWN-UUID(TOWN-INDEX) = PROBE-UUID
            MOVE 1 TO UUID-KNOWN
        END-IF
    END-PERFORM
    IF UUID-KNOWN = 0
        MOVE CLAIM-MIN-X(CLAIM-INDEX) TO X-DISPLAY
        MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO Z-DISPLAY
        MOVE "CLAIM-OWNER" TO EXCEPTION-KIND
        MOVE PROBE-UUID-STR TO EXCEPTION-SUBJECT
        MOVE SPACES TO EXCEPTION-DETAIL
        STRING "claim at " FUNCTION TRIM(X-DISPLAY) " "
            FUNCTION TRIM(Z-DISPLAY) ", owner unknown"
            DELIMITED BY SIZE INTO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        IF REPAIR-MODE NOT = 0
            MOVE 0 TO CLAIM-USED(CLAIM-INDEX)
            MOVE 1 TO TABLE-CHANGED
            ADD 1 TO REPAIRED-COUNT
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING TRUST-INDEX FROM 1 BY 1
            UNTIL TRUST-INDEX > MAX-CLAIM-TRUSTED
        IF CLAIM-TRUSTED-UUID(CLAIM-INDEX, TRUST-INDEX) NOT = LOW-VALUES
            MOVE CLAIM-TRUSTED-UUID(CLAIM-INDEX, TRUST-INDEX) TO PROBE-UUID
            PERFORM CHECK-KNOWN-UUID
            IF UUID-KNOWN = 0
                MOVE CLAIM-MIN-X(CLAIM-INDEX) TO X-DISPLAY
                MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO Z-DISPLAY
                MOVE "CLAIM-TRUST" TO EXCEPTION-KIND
                MOVE PROBE-UUID-STR TO EXCEPTION-SUBJECT
                MOVE SPACES TO EXCEPTION-DETAIL
                STRING "claim at " FUNCTION TRIM(X-DISPLAY) " "
                    FUNCTION TRIM(Z-DISPLAY) ", trusted player unknown"
                    DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                PERFORM WRITE-EXCEPTION
                IF REPAIR-MODE NOT = 0
                    MOVE LOW-VALUES
                        TO CLAIM-TRUSTED-UUID(CLAIM-INDEX, TRUST-INDEX)
                    MOVE 1 TO TABLE-CHANGED
                    ADD 1 TO REPAIRED-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-TOWNS.
    MOVE 0 TO TABLE-CHANGED
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        IF TOWN-USED(TOWN-INDEX) NOT = 0
            PERFORM CHECK-ONE-TOWN
        END-IF
    END-PERFORM
    IF TABLE-CHANGED NOT = 0
        CALL "Towns-Save"
    END-IF.

CHECK-ONE-TOWN.
    MOVE TOWN-MAYOR-UUID(TOWN-INDEX) TO PROBE-UUID
    PERFORM CHECK-KNOWN-UUID
    IF UUID-KNOWN = 0
        MOVE "TOWN-MAYOR" TO EXCEPTION-KIND
        MOVE PROBE-UUID-STR TO EXCEPTION-SUBJECT
        MOVE SPACES TO EXCEPTION-DETAIL
        STRING "town " FUNCTION TRIM(TOWN-NAME(TOWN-INDEX))
            ", mayor unknown (not repaired)"
            DELIMITED BY SIZE INTO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
    END-IF

    *> slot 1 is the mayor, already reported above
    PERFORM VARYING MEMBER-INDEX FROM 2 BY 1
            UNTIL MEMBER-INDEX > MAX-TOWN-MEMBERS
        IF TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX) NOT = LOW-VALUES
            MOVE TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX) TO PROBE-UUID
            PERFORM CHECK-KNOWN-UUID
            IF UUID-KNOWN = 0
                MOVE "TOWN-MEMBER" TO EXCEPTION-KIND
                MOVE PROBE-UUID-STR TO EXCEPTION-SUBJECT
                MOVE SPACES TO EXCEPTION-DETAIL
                STRING "town " FUNCTION TRIM(TOWN-NAME(TOWN-INDEX))
                    ", member unknown"
                    DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                PERFORM WRITE-EXCEPTION
                IF REPAIR-MODE NOT = 0
                    MOVE LOW-VALUES
                        TO TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX)
                    MOVE 1 TO TABLE-CHANGED
                    ADD 1 TO REPAIRED-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-SHOPS.
    *> read as lines: Shops-Init resolves item names against the
    *> registries, which a batch process doesn't load
    MOVE "save/shops.dat.tmp" TO REWRITE-FILE-NAME
    MOVE 0 TO LINES-DROPPED
    OPEN INPUT FD-SHOPS
    IF REPAIR-MODE NOT = 0
        OPEN OUTPUT FD-REWRITE
    END-IF
    PERFORM UNTIL EXIT
        READ FD-SHOPS
            AT END
                EXIT PERFORM
            NOT AT END
                IF SHOP-LINE NOT = SPACES
                    PERFORM CHECK-ONE-SHOP
                    PERFORM KEEP-OR-DROP-SHOP
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SHOPS
    IF REPAIR-MODE NOT = 0
        CLOSE FD-REWRITE
        IF LINES-DROPPED > 0
            CALL "CBL_RENAME_FILE" USING "save/shops.dat.tmp"
                "save/shops.dat" GIVING RENAME-STATUS
            IF RENAME-STATUS NOT = 0
                CALL "Log-Write" USING "ERROR"
                    "world integrity check could not replace save/shops.dat"
            END-IF
        ELSE
            CALL "CBL_DELETE_FILE" USING "save/shops.dat.tmp"
        END-IF
    END-IF.

CHECK-ONE-SHOP.
    MOVE 0 TO LINE-ORPHANED
    MOVE SPACES TO UUID-TOKEN
    MOVE SPACES TO X-TOKEN
    MOVE SPACES TO Y-TOKEN
    MOVE SPACES TO Z-TOKEN
    UNSTRING SHOP-LINE DELIMITED BY ALL " "
        INTO UUID-TOKEN X-TOKEN Y-TOKEN Z-TOKEN

    *> the stock chest: below the sign, beside it, or above it
    MOVE 0 TO CHEST-FOUND
    PERFORM VARYING NEIGHBOUR-INDEX FROM 1 BY 1
            UNTIL NEIGHBOUR-INDEX > 6 OR CHEST-FOUND NOT = 0
        COMPUTE PROBE-X = FUNCTION NUMVAL(X-TOKEN)
        COMPUTE PROBE-Y = FUNCTION NUMVAL(Y-TOKEN)
        COMPUTE PROBE-Z = FUNCTION NUMVAL(Z-TOKEN)
        EVALUATE NEIGHBOUR-INDEX
            WHEN 1
                SUBTRACT 1 FROM PROBE-Y
            WHEN 2
                ADD 1 TO PROBE-X
            WHEN 3
                SUBTRACT 1 FROM PROBE-X
            WHEN 4
                ADD 1 TO PROBE-Z
            WHEN 5
                SUBTRACT 1 FROM PROBE-Z
            WHEN 6
                ADD 1 TO PROBE-Y
        END-EVALUATE
        PERFORM FIND-CHEST
    END-PERFORM
    IF CHEST-FOUND = 0
        MOVE 1 TO LINE-ORPHANED
        MOVE "SHOP-CHEST" TO EXCEPTION-KIND
        MOVE UUID-TOKEN TO EXCEPTION-SUBJECT
        MOVE SPACES TO EXCEPTION-DETAIL
        STRING "shop sign at " FUNCTION TRIM(X-TOKEN) " "
            FUNCTION TRIM(Y-TOKEN) " " FUNCTION TRIM(Z-TOKEN)
            ", no stock chest"
            DELIMITED BY SIZE INTO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
    END-IF.

KEEP-OR-DROP-SHOP.
    IF REPAIR-MODE = 0
        EXIT PARAGRAPH
    END-IF
    IF LINE-ORPHANED NOT = 0
        ADD 1 TO LINES-DROPPED
        ADD 1 TO REPAIRED-COUNT
    ELSE
        MOVE SHOP-LINE TO REWRITE-LINE
        WRITE REWRITE-LINE
    END-IF.

CHECK-GRAVES.
    MOVE 0 TO TABLE-CHANGED
    PERFORM VARYING GRAVE-INDEX FROM 1 BY 1 UNTIL GRAVE-INDEX > MAX-GRAVES
        IF GRAVE-USED(GRAVE-INDEX) NOT = 0
            MOVE GRAVE-POSITION(GRAVE-INDEX) TO PROBE-POSITION
            PERFORM FIND-CHEST
            IF CHEST-FOUND = 0
                MOVE GRAVE-OWNER-UUID(GRAVE-INDEX) TO PROBE-UUID
                CALL "UUID-ToString" USING PROBE-UUID PROBE-UUID-STR
                MOVE GRAVE-X(GRAVE-INDEX) TO X-DISPLAY
                MOVE GRAVE-Y(GRAVE-INDEX) TO Y-DISPLAY
                MOVE GRAVE-Z(GRAVE-INDEX) TO Z-DISPLAY
                MOVE "GRAVE-CHEST" TO EXCEPTION-KIND
                MOVE PROBE-UUID-STR TO EXCEPTION-SUBJECT
                MOVE SPACES TO EXCEPTION-DETAIL
                STRING "grave at " FUNCTION TRIM(X-DISPLAY) " "
                    FUNCTION TRIM(Y-DISPLAY) " " FUNCTION TRIM(Z-DISPLAY)
                    ", no container"
                    DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                PERFORM WRITE-EXCEPTION
                IF REPAIR-MODE NOT = 0
                    MOVE 0 TO GRAVE-USED(GRAVE-INDEX)
                    MOVE 1 TO TABLE-CHANGED
                    ADD 1 TO REPAIRED-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF TABLE-CHANGED NOT = 0
        CALL "Graves-Save"
    END-IF.

CHECK-HOLOGRAMS.
    *> Holograms-Init spawns its displays into whatever entity slots
    *> Entities-Load left free
    MOVE 0 TO ENTITY-RECORDS
    OPEN INPUT FD-ENTITY-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-ENTITY-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO ENTITY-RECORDS
        END-READ
    END-PERFORM
    CLOSE FD-ENTITY-FILE-IN
    IF ENTITY-RECORDS >= MAX-ENTITIES
        MOVE 0 TO FREE-ENTITY-SLOTS
    ELSE
        COMPUTE FREE-ENTITY-SLOTS = MAX-ENTITIES - ENTITY-RECORDS
    END-IF

    MOVE "save/holograms.dat.tmp" TO REWRITE-FILE-NAME
    MOVE 0 TO LINES-DROPPED
    MOVE 0 TO HOLOGRAM-ORDINAL
    OPEN INPUT FD-HOLOGRAMS
    IF REPAIR-MODE NOT = 0
        OPEN OUTPUT FD-REWRITE
    END-IF
    PERFORM UNTIL EXIT
        READ FD-HOLOGRAMS
            AT END
                EXIT PERFORM
            NOT AT END
                IF HOLOGRAM-LINE NOT = SPACES
                    PERFORM CHECK-ONE-HOLOGRAM
                    PERFORM KEEP-OR-DROP-HOLOGRAM
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-HOLOGRAMS
    IF REPAIR-MODE NOT = 0
        CLOSE FD-REWRITE
        IF LINES-DROPPED > 0
            CALL "CBL_RENAME_FILE" USING "save/holograms.dat.tmp"
                "save/holograms.dat" GIVING RENAME-STATUS
            IF RENAME-STATUS NOT = 0
                CALL "Log-Write" USING "ERROR"
                    "world integrity check could not replace save/holograms.dat"
            END-IF
        ELSE
            CALL "CBL_DELETE_FILE" USING "save/holograms.dat.tmp"
        END-IF
    END-IF.

CHECK-ONE-HOLOGRAM.
    MOVE 0 TO LINE-ORPHANED
    MOVE SPACES TO X-TOKEN
    MOVE SPACES TO Y-TOKEN
    MOVE SPACES TO Z-TOKEN
    MOVE SPACES TO COLUMN-TOKEN
    UNSTRING HOLOGRAM-LINE DELIMITED BY ALL " "
        INTO X-TOKEN Y-TOKEN Z-TOKEN COLUMN-TOKEN
    COMPUTE HOLOGRAM-COLUMN-VALUE = FUNCTION NUMVAL(COLUMN-TOKEN)
    MOVE "HOLOGRAM" TO EXCEPTION-KIND
    MOVE SPACES TO EXCEPTION-SUBJECT
    STRING FUNCTION TRIM(X-TOKEN) " " FUNCTION TRIM(Y-TOKEN) " "
        FUNCTION TRIM(Z-TOKEN) DELIMITED BY SIZE INTO EXCEPTION-SUBJECT
    IF HOLOGRAM-COLUMN-VALUE < 1
            OR HOLOGRAM-COLUMN-VALUE > MAX-HOLOGRAM-COLUMN
        MOVE 1 TO LINE-ORPHANED
        MOVE "no such leaderboard column" TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    *> only holograms that load take a slot
    ADD 1 TO HOLOGRAM-ORDINAL
    IF HOLOGRAM-ORDINAL > MAX-HOLOGRAMS
            OR HOLOGRAM-ORDINAL > FREE-ENTITY-SLOTS
        MOVE 1 TO LINE-ORPHANED
        MOVE "no entity slot left for its display" TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
    END-IF.

KEEP-OR-DROP-HOLOGRAM.
    IF REPAIR-MODE = 0
        EXIT PARAGRAPH
    END-IF
    IF LINE-ORPHANED NOT = 0
        ADD 1 TO LINES-DROPPED
        ADD 1 TO REPAIRED-COUNT
    ELSE
        MOVE HOLOGRAM-LINE TO REWRITE-LINE
        WRITE REWRITE-LINE
    END-IF.

CHECK-WARPS.
    MOVE 0 TO TABLE-CHANGED
    PERFORM VARYING WARP-INDEX FROM 1 BY 1 UNTIL WARP-INDEX > MAX-WARPS
        IF WARP-NAME(WARP-INDEX) NOT = SPACES
                AND WARP-DIMENSION(WARP-INDEX) NOT = "minecraft:overworld"
                AND WARP-DIMENSION(WARP-INDEX) NOT = "minecraft:the_nether"
                AND WARP-DIMENSION(WARP-INDEX) NOT = "minecraft:the_end"
            MOVE "WARP-DIMENSION" TO EXCEPTION-KIND
            MOVE WARP-NAME(WARP-INDEX) TO EXCEPTION-SUBJECT
            MOVE SPACES TO EXCEPTION-DETAIL
            STRING "dimension " FUNCTION TRIM(WARP-DIMENSION(WARP-INDEX))
                " is not loaded" DELIMITED BY SIZE INTO EXCEPTION-DETAIL
            PERFORM WRITE-EXCEPTION
            IF REPAIR-MODE NOT = 0
                MOVE SPACES TO WARP-NAME(WARP-INDEX)
                MOVE 1 TO TABLE-CHANGED
                ADD 1 TO REPAIRED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF TABLE-CHANGED NOT = 0
        CALL "Warps-Save"
    END-IF.

WRITE-EXCEPTION.
    ADD 1 TO EXCEPTION-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING EXCEPTION-KIND " " EXCEPTION-SUBJECT " "
        FUNCTION TRIM(EXCEPTION-DETAIL)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-SUMMARY.
    MOVE EXCEPTION-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " exception(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE REPAIRED-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " orphan(s) cleared"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF EXCEPTION-COUNT NOT = 0
        CALL "Log-Write" USING "WARN"
            "world integrity check found exceptions, see save/logs"
    END-IF.

END PROGRAM WorldRefs-Check.
