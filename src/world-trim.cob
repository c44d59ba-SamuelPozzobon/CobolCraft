*> --- WorldTrim-Run ---
*> The world-trim batch: every chunk a player ever flew past is exported
*> into save/regions and stays there, so the world directory only grows.
*> Worldgen rebuilds untouched terrain from level-seed exactly as it
*> was, so a chunk nobody has a stake in can simply go. A chunk is kept
*> when it lies
*>   - inside any claim rectangle in save/claims.dat
*>   - within world-trim-home-radius-chunks of a warp in save/warps.dat
*>     or of a home in any save/players/<uuid>.dat the usercache knows
*>     (a warp is somewhere players arrive, the same as a home)
*>   - within world-trim-spawn-radius-chunks of the configured spawn
*>   - under any position save/item-use.log records activity at, the
*>     live file and the daily copies LogRotate-CheckDaily left behind
*>     (probed back log-retention-days, as far as they are kept)
*> Dimensions are not told apart - all of them share save/regions - so
*> a nether home also shelters the overworld chunk at its coordinates;
*> the trim errs toward keeping. Like RegionScan-Run, the region files
*> are found by probing r.<x>.<z>.mca within world-trim-region-radius
*> regions of the spawn region. A file with a damaged header is left
*> alone and reported (RegionScan-Run is the tool for it). Every other
*> file is rebuilt with only its kept chunks, packed from sector 2,
*> through a temp file and a rename, or deleted outright when nothing
*> in it is kept. world-trim-dry-run=true (the default) reports what
*> would go and the disk it would free without touching a file.
*> Refuses to run while save/server.lock is held.
IDENTIFICATION DIVISION.
PROGRAM-ID. WorldTrim-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-FILE-IN
        ASSIGN TO PLAYER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-ITEM-USE-LOG
        ASSIGN TO ITEM-USE-LOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-PLAYER-FILE-IN.
    COPY DD-PLAYER-FILE.
FD FD-ITEM-USE-LOG.
    01 ITEM-USE-LOG-LINE         PIC X(120).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-WARPS.
    01 REPORT-FILE-NAME          PIC X(64).
    01 REGION-FILE-NAME          PIC X(64).
    01 TEMP-FILE-NAME            PIC X(64).
    01 PLAYER-FILE-NAME          PIC X(64).
    01 ITEM-USE-LOG-NAME         PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 DRY-RUN-SETTING           PIC X(8).
    01 DRY-RUN                   BINARY-CHAR UNSIGNED.
    01 REGION-RADIUS             BINARY-LONG-LONG.
    01 SPAWN-RADIUS              BINARY-LONG-LONG.
    01 HOME-RADIUS               BINARY-LONG-LONG.
    01 SPAWN-X-CONFIG            BINARY-LONG-LONG.
    01 SPAWN-Z-CONFIG            BINARY-LONG-LONG.
    01 SPAWN-CHUNK-X             BINARY-LONG.
    01 SPAWN-CHUNK-Z             BINARY-LONG.
    01 CENTRE-REGION-X           BINARY-LONG.
    01 CENTRE-REGION-Z           BINARY-LONG.
    01 FIRST-REGION-X            BINARY-LONG.
    01 LAST-REGION-X             BINARY-LONG.
    01 FIRST-REGION-Z            BINARY-LONG.
    01 LAST-REGION-Z             BINARY-LONG.
    01 REGION-SPAN               BINARY-LONG.
    01 REGION-X                  BINARY-LONG.
    01 REGION-Z                  BINARY-LONG.
    01 REGION-X-DISPLAY          PIC -(9)9.
    01 REGION-Z-DISPLAY          PIC -(9)9.
    01 REGION-LABEL              PIC X(32).
    *> one keep flag per chunk of every region in the swept square,
    *> region by region, 1024 to a region (65 x 65 regions at most)
    01 KEEP-MAP.
        05 KEEP-FLAG OCCURS 4326400 TIMES PIC X.
    01 KEEP-INDEX                BINARY-LONG UNSIGNED.
    01 REGION-SLOT               BINARY-LONG UNSIGNED.
    *> a box of chunks to keep, in world chunk coordinates
    01 BOX-MIN-X                 BINARY-LONG.
    01 BOX-MIN-Z                 BINARY-LONG.
    01 BOX-MAX-X                 BINARY-LONG.
    01 BOX-MAX-Z                 BINARY-LONG.
    01 FIRST-CHUNK-X             BINARY-LONG.
    01 FIRST-CHUNK-Z             BINARY-LONG.
    01 LAST-CHUNK-X              BINARY-LONG.
    01 LAST-CHUNK-Z              BINARY-LONG.
    01 MARK-X                    BINARY-LONG.
    01 MARK-Z                    BINARY-LONG.
    01 MARK-REGION-X             BINARY-LONG.
    01 MARK-REGION-Z             BINARY-LONG.
    01 BLOCK-COORD               BINARY-LONG.
    01 CHUNK-COORD               BINARY-LONG.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    *> sources of keep marks
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 WARP-INDEX                BINARY-LONG UNSIGNED.
    01 HOME-INDEX                BINARY-LONG UNSIGNED.
    01 MAX-SEEN-UUIDS            BINARY-LONG UNSIGNED VALUE 4096.
    01 SEEN-UUIDS.
        05 SEEN-UUID OCCURS 4096 TIMES PIC X(36).
    01 SEEN-COUNT                BINARY-LONG UNSIGNED.
    01 SEEN-INDEX                BINARY-LONG UNSIGNED.
    01 ALREADY-SEEN              BINARY-CHAR UNSIGNED.
    01 SEEN-CAP-REPORTED         BINARY-CHAR UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 PLAYER-UUID-BIN           PIC X(16).
    01 HOMES-READ                BINARY-LONG UNSIGNED.
    01 AUDIT-LINES-READ          BINARY-LONG UNSIGNED.
    01 RETENTION-DAYS            BINARY-LONG-LONG.
    01 DAYS-BACK                 BINARY-LONG.
    01 TODAY-INTEGER             PIC 9(8).
    01 PROBE-INTEGER             BINARY-LONG.
    01 PROBE-DATE                PIC 9(8).
    01 LINE-TICK-STR             PIC X(20).
    01 LINE-NAME                 PIC X(16).
    01 LINE-ITEM                 PIC X(64).
    01 LINE-COORDS               PIC X(40).
    01 X-TOKEN                   PIC X(12).
    01 Y-TOKEN                   PIC X(12).
    01 Z-TOKEN                   PIC X(12).
    *> the region file as read, and the rebuilt copy
    01 MAX-REGION-BYTES          BINARY-LONG UNSIGNED VALUE 67108864.
    01 REGION-BUFFER             PIC X(67108864).
    01 REGION-BYTES-READ         BINARY-LONG UNSIGNED.
    01 REGION-FILE-SIZE          BINARY-LONG-LONG.
    01 REGION-SECTORS            BINARY-LONG UNSIGNED.
    01 TRIMMED-BUFFER            PIC X(67108864).
    01 TRIMMED-BYTES             BINARY-LONG UNSIGNED.
    01 NEXT-SECTOR               BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 HEADER-OFFSET             BINARY-LONG UNSIGNED.
    01 SECTOR-OFFSET             BINARY-LONG UNSIGNED.
    01 SECTOR-COUNT              BINARY-LONG UNSIGNED.
    01 HEADER-DAMAGED            BINARY-CHAR UNSIGNED.
    01 REGION-PRESENT            BINARY-LONG UNSIGNED.
    01 REGION-TRIMMED            BINARY-LONG UNSIGNED.
    01 REGION-FREED              BINARY-LONG-LONG.
    01 RENAME-STATUS             BINARY-LONG.
    01 DELETE-STATUS             BINARY-LONG.
    *> run totals
    01 FILES-SEEN                BINARY-LONG UNSIGNED.
    01 FILES-DELETED             BINARY-LONG UNSIGNED.
    01 FILES-SKIPPED             BINARY-LONG UNSIGNED.
    01 CHUNKS-PRESENT            BINARY-LONG UNSIGNED.
    01 CHUNKS-TRIMMED            BINARY-LONG UNSIGNED.
    01 BYTES-FREED               BINARY-LONG-LONG.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 COUNT-DISPLAY-2           PIC Z(8)9.
    01 BYTES-DISPLAY             PIC Z(17)9.

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "world trim refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetNumber" USING "world-trim-region-radius" 8
        REGION-RADIUS
    IF REGION-RADIUS < 0 OR REGION-RADIUS > 32
        MOVE 8 TO REGION-RADIUS
    END-IF
    CALL "Config-GetNumber" USING "world-trim-spawn-radius-chunks" 32
        SPAWN-RADIUS
    IF SPAWN-RADIUS < 0
        MOVE 32 TO SPAWN-RADIUS
    END-IF
    CALL "Config-GetNumber" USING "world-trim-home-radius-chunks" 4
        HOME-RADIUS
    IF HOME-RADIUS < 0
        MOVE 4 TO HOME-RADIUS
    END-IF
    CALL "Config-GetString" USING "world-trim-dry-run" "true"
        DRY-RUN-SETTING
    *> anything but an explicit "false" only reports
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(DRY-RUN-SETTING)) = "FALSE"
        MOVE 0 TO DRY-RUN
    ELSE
        MOVE 1 TO DRY-RUN
    END-IF
    CALL "Config-GetNumber" USING "spawn-x" 0 SPAWN-X-CONFIG
    CALL "Config-GetNumber" USING "spawn-z" 0 SPAWN-Z-CONFIG
    MOVE SPAWN-X-CONFIG TO BLOCK-COORD
    PERFORM BLOCK-TO-CHUNK
    MOVE CHUNK-COORD TO SPAWN-CHUNK-X
    MOVE SPAWN-Z-CONFIG TO BLOCK-COORD
    PERFORM BLOCK-TO-CHUNK
    MOVE CHUNK-COORD TO SPAWN-CHUNK-Z
    IF SPAWN-CHUNK-X >= 0
        COMPUTE CENTRE-REGION-X = SPAWN-CHUNK-X / 32
    ELSE
        COMPUTE CENTRE-REGION-X = (SPAWN-CHUNK-X - 31) / 32
    END-IF
    IF SPAWN-CHUNK-Z >= 0
        COMPUTE CENTRE-REGION-Z = SPAWN-CHUNK-Z / 32
    ELSE
        COMPUTE CENTRE-REGION-Z = (SPAWN-CHUNK-Z - 31) / 32
    END-IF
    COMPUTE FIRST-REGION-X = CENTRE-REGION-X - REGION-RADIUS
    COMPUTE LAST-REGION-X = CENTRE-REGION-X + REGION-RADIUS
    COMPUTE FIRST-REGION-Z = CENTRE-REGION-Z - REGION-RADIUS
    COMPUTE LAST-REGION-Z = CENTRE-REGION-Z + REGION-RADIUS
    COMPUTE REGION-SPAN = REGION-RADIUS * 2 + 1
    COMPUTE FIRST-CHUNK-X = FIRST-REGION-X * 32
    COMPUTE LAST-CHUNK-X = LAST-REGION-X * 32 + 31
    COMPUTE FIRST-CHUNK-Z = FIRST-REGION-Z * 32
    COMPUTE LAST-CHUNK-Z = LAST-REGION-Z * 32 + 31

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/world-trim-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    MOVE 0 TO FILES-SEEN
    MOVE 0 TO FILES-DELETED
    MOVE 0 TO FILES-SKIPPED
    MOVE 0 TO CHUNKS-PRESENT
    MOVE 0 TO CHUNKS-TRIMMED
    MOVE 0 TO BYTES-FREED

    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    IF DRY-RUN NOT = 0
        STRING "world trim (dry run) " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "world trim " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE

    MOVE SPACES TO KEEP-MAP
    PERFORM KEEP-SPAWN
    PERFORM KEEP-CLAIMS
    PERFORM KEEP-WARPS
    PERFORM KEEP-HOMES
    PERFORM KEEP-AUDITED-CHUNKS

    PERFORM VARYING REGION-Z FROM FIRST-REGION-Z BY 1
            UNTIL REGION-Z > LAST-REGION-Z
        PERFORM VARYING REGION-X FROM FIRST-REGION-X BY 1
                UNTIL REGION-X > LAST-REGION-X
            PERFORM TRIM-REGION-FILE
        END-PERFORM
    END-PERFORM

    PERFORM WRITE-SUMMARY
    CLOSE FD-REPORT
    GOBACK.

BLOCK-TO-CHUNK.
    *> floor division by 16, negative coordinates included
    IF BLOCK-COORD >= 0
        COMPUTE CHUNK-COORD = BLOCK-COORD / 16
    ELSE
        COMPUTE CHUNK-COORD = (BLOCK-COORD - 15) / 16
    END-IF.

KEEP-SPAWN.
    COMPUTE BOX-MIN-X = SPAWN-CHUNK-X - SPAWN-RADIUS
    COMPUTE BOX-MAX-X = SPAWN-CHUNK-X + SPAWN-RADIUS
    COMPUTE BOX-MIN-Z = SPAWN-CHUNK-Z - SPAWN-RADIUS
    COMPUTE BOX-MAX-Z = SPAWN-CHUNK-Z + SPAWN-RADIUS
    PERFORM MARK-BOX.

KEEP-CLAIMS.
    CALL "Claims-Init"
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > MAX-CLAIMS
        IF CLAIM-USED(CLAIM-INDEX) NOT = 0
            MOVE CLAIM-MIN-X(CLAIM-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO BOX-MIN-X
            MOVE CLAIM-MAX-X(CLAIM-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO BOX-MAX-X
            MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO BOX-MIN-Z
            MOVE CLAIM-MAX-Z(CLAIM-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO BOX-MAX-Z
            PERFORM MARK-BOX
        END-IF
    END-PERFORM.

KEEP-WARPS.
    CALL "Warps-Init"
    PERFORM VARYING WARP-INDEX FROM 1 BY 1 UNTIL WARP-INDEX > MAX-WARPS
        IF WARP-NAME(WARP-INDEX) NOT = SPACES
            MOVE WARP-X(WARP-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO CHUNK-X
            MOVE WARP-Z(WARP-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO CHUNK-Z
            PERFORM MARK-HOME-BOX
        END-IF
    END-PERFORM.

KEEP-HOMES.
    MOVE 0 TO SEEN-COUNT
    MOVE 0 TO SEEN-CAP-REPORTED
    MOVE 0 TO HOMES-READ
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                IF USERCACHE-LINE NOT = SPACES
                    PERFORM KEEP-ONE-PLAYERS-HOMES
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE.

KEEP-ONE-PLAYERS-HOMES.
    *> a UUID appears once per name it has had; read its file once
    MOVE USERCACHE-LINE(1:36) TO LINE-UUID-STR
    MOVE 0 TO ALREADY-SEEN
    PERFORM VARYING SEEN-INDEX FROM 1 BY 1
            UNTIL SEEN-INDEX > SEEN-COUNT OR ALREADY-SEEN NOT = 0
        IF SEEN-UUID(SEEN-INDEX) = LINE-UUID-STR
            MOVE 1 TO ALREADY-SEEN
        END-IF
    END-PERFORM
    IF ALREADY-SEEN NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF SEEN-COUNT >= MAX-SEEN-UUIDS
        *> homes past the table would go unprotected - trim nothing
        IF SEEN-CAP-REPORTED = 0
            MOVE 1 TO SEEN-CAP-REPORTED
            MOVE 1 TO DRY-RUN
            MOVE SPACES TO REPORT-LINE
            MOVE "CAPACITY too many players to read homes for, dry run forced"
                TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SEEN-COUNT
    MOVE LINE-UUID-STR TO SEEN-UUID(SEEN-COUNT)

    CALL "UUID-FromString" USING LINE-UUID-STR PLAYER-UUID-BIN
    CALL "Players-PlayerFileName" USING PLAYER-UUID-BIN PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        *> a pre-layout save has no homes in it yet
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT FD-PLAYER-FILE-IN
    READ FD-PLAYER-FILE-IN
        AT END
            CLOSE FD-PLAYER-FILE-IN
            EXIT PARAGRAPH
    END-READ
    CLOSE FD-PLAYER-FILE-IN
    PERFORM VARYING HOME-INDEX FROM 1 BY 1 UNTIL HOME-INDEX > 5
        IF FILE-PLAYER-HOME-NAME(HOME-INDEX) NOT = SPACES
            ADD 1 TO HOMES-READ
            MOVE FILE-PLAYER-HOME-X(HOME-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO CHUNK-X
            MOVE FILE-PLAYER-HOME-Z(HOME-INDEX) TO BLOCK-COORD
            PERFORM BLOCK-TO-CHUNK
            MOVE CHUNK-COORD TO CHUNK-Z
            PERFORM MARK-HOME-BOX
        END-IF
    END-PERFORM.

MARK-HOME-BOX.
    COMPUTE BOX-MIN-X = CHUNK-X - HOME-RADIUS
    COMPUTE BOX-MAX-X = CHUNK-X + HOME-RADIUS
    COMPUTE BOX-MIN-Z = CHUNK-Z - HOME-RADIUS
    COMPUTE BOX-MAX-Z = CHUNK-Z + HOME-RADIUS
    PERFORM MARK-BOX.

KEEP-AUDITED-CHUNKS.
    *> the live log, then the dated copies the daily roll left behind -
    *> a chunk audited on any day still on disk is kept
    MOVE 0 TO AUDIT-LINES-READ
    MOVE "save/item-use.log" TO ITEM-USE-LOG-NAME
    PERFORM KEEP-AUDITED-FILE
    CALL "Config-GetNumber" USING "log-retention-days" 7 RETENTION-DAYS
    IF RETENTION-DAYS < 1
        MOVE 7 TO RETENTION-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-INTEGER
    PERFORM VARYING DAYS-BACK FROM 1 BY 1 UNTIL DAYS-BACK > RETENTION-DAYS
        COMPUTE PROBE-INTEGER =
            FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - DAYS-BACK
        COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
        MOVE SPACES TO ITEM-USE-LOG-NAME
        STRING "save/item-use.log." PROBE-DATE
            DELIMITED BY SIZE INTO ITEM-USE-LOG-NAME
        PERFORM KEEP-AUDITED-FILE
    END-PERFORM.

KEEP-AUDITED-FILE.
    *> lines read "tick name item (x,y,z)" - see Players-LogItemUse
    OPEN INPUT FD-ITEM-USE-LOG
    PERFORM UNTIL EXIT
        READ FD-ITEM-USE-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM KEEP-ONE-AUDITED-CHUNK
        END-READ
    END-PERFORM
    CLOSE FD-ITEM-USE-LOG.

KEEP-ONE-AUDITED-CHUNK.
    MOVE SPACES TO LINE-TICK-STR
    MOVE SPACES TO LINE-NAME
    MOVE SPACES TO LINE-ITEM
    MOVE SPACES TO LINE-COORDS
    UNSTRING ITEM-USE-LOG-LINE DELIMITED BY ALL " "
        INTO LINE-TICK-STR LINE-NAME LINE-ITEM LINE-COORDS
    IF LINE-COORDS = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO X-TOKEN
    MOVE SPACES TO Y-TOKEN
    MOVE SPACES TO Z-TOKEN
    UNSTRING LINE-COORDS DELIMITED BY "(" OR "," OR ")"
        INTO X-TOKEN X-TOKEN Y-TOKEN Z-TOKEN
    IF FUNCTION TEST-NUMVAL(X-TOKEN) NOT = 0
            OR FUNCTION TEST-NUMVAL(Z-TOKEN) NOT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO AUDIT-LINES-READ
    COMPUTE BLOCK-COORD = FUNCTION NUMVAL(X-TOKEN)
    PERFORM BLOCK-TO-CHUNK
    MOVE CHUNK-COORD TO BOX-MIN-X
    MOVE CHUNK-COORD TO BOX-MAX-X
    COMPUTE BLOCK-COORD = FUNCTION NUMVAL(Z-TOKEN)
    PERFORM BLOCK-TO-CHUNK
    MOVE CHUNK-COORD TO BOX-MIN-Z
    MOVE CHUNK-COORD TO BOX-MAX-Z
    PERFORM MARK-BOX.

MARK-BOX.
    *> only the part of the box inside the swept square has flags
    IF BOX-MIN-X < FIRST-CHUNK-X
        MOVE FIRST-CHUNK-X TO BOX-MIN-X
    END-IF
    IF BOX-MAX-X > LAST-CHUNK-X
        MOVE LAST-CHUNK-X TO BOX-MAX-X
    END-IF
    IF BOX-MIN-Z < FIRST-CHUNK-Z
        MOVE FIRST-CHUNK-Z TO BOX-MIN-Z
    END-IF
    IF BOX-MAX-Z > LAST-CHUNK-Z
        MOVE LAST-CHUNK-Z TO BOX-MAX-Z
    END-IF
    PERFORM VARYING MARK-Z FROM BOX-MIN-Z BY 1 UNTIL MARK-Z > BOX-MAX-Z
        PERFORM VARYING MARK-X FROM BOX-MIN-X BY 1 UNTIL MARK-X > BOX-MAX-X
            COMPUTE MARK-REGION-X = (MARK-X - FIRST-CHUNK-X) / 32
            COMPUTE MARK-REGION-Z = (MARK-Z - FIRST-CHUNK-Z) / 32
            COMPUTE KEEP-INDEX =
                (MARK-REGION-Z * REGION-SPAN + MARK-REGION-X) * 1024
                + FUNCTION MOD(MARK-Z - FIRST-CHUNK-Z, 32) * 32
                + FUNCTION MOD(MARK-X - FIRST-CHUNK-X, 32) + 1
            MOVE "K" TO KEEP-FLAG(KEEP-INDEX)
        END-PERFORM
    END-PERFORM.

TRIM-REGION-FILE.
    MOVE REGION-X TO REGION-X-DISPLAY
    MOVE REGION-Z TO REGION-Z-DISPLAY
    MOVE SPACES TO REGION-LABEL
    STRING "r." FUNCTION TRIM(REGION-X-DISPLAY) "."
        FUNCTION TRIM(REGION-Z-DISPLAY) ".mca"
        DELIMITED BY SIZE INTO REGION-LABEL
    MOVE SPACES TO REGION-FILE-NAME
    STRING "save/regions/" FUNCTION TRIM(REGION-LABEL)
        DELIMITED BY SIZE INTO REGION-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING REGION-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO FILES-SEEN
    MOVE FILE-EXIST-SIZE TO REGION-FILE-SIZE
    IF REGION-FILE-SIZE < 8192 OR REGION-FILE-SIZE > MAX-REGION-BYTES
        PERFORM SKIP-REGION-FILE
        EXIT PARAGRAPH
    END-IF
    CALL "Files-ReadAll" USING REGION-FILE-NAME REGION-BUFFER
        REGION-BYTES-READ
    COMPUTE REGION-SECTORS = REGION-FILE-SIZE / 4096
    IF REGION-BYTES-READ < 8192
        PERFORM SKIP-REGION-FILE
        EXIT PARAGRAPH
    END-IF

    *> the header must be sound before anything moves: a location past
    *> the file or into the header means this is a job for the scan
    MOVE 0 TO HEADER-DAMAGED
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1
            UNTIL ENTRY-INDEX > 1023 OR HEADER-DAMAGED NOT = 0
        PERFORM READ-HEADER-ENTRY
        IF SECTOR-OFFSET NOT = 0 OR SECTOR-COUNT NOT = 0
            IF SECTOR-OFFSET < 2 OR SECTOR-COUNT = 0
                    OR SECTOR-OFFSET + SECTOR-COUNT > REGION-SECTORS
                MOVE 1 TO HEADER-DAMAGED
            END-IF
        END-IF
    END-PERFORM
    IF HEADER-DAMAGED NOT = 0
        PERFORM SKIP-REGION-FILE
        EXIT PARAGRAPH
    END-IF

    *> the kept chunks, packed from sector 2 in header order
    COMPUTE REGION-SLOT =
        (REGION-Z - FIRST-REGION-Z) * REGION-SPAN + (REGION-X - FIRST-REGION-X)
    MOVE LOW-VALUES TO TRIMMED-BUFFER(1:8192)
    MOVE 8192 TO TRIMMED-BYTES
    MOVE 2 TO NEXT-SECTOR
    MOVE 0 TO REGION-PRESENT
    MOVE 0 TO REGION-TRIMMED
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1 UNTIL ENTRY-INDEX > 1023
        PERFORM READ-HEADER-ENTRY
        IF SECTOR-OFFSET NOT = 0
            ADD 1 TO REGION-PRESENT
            COMPUTE KEEP-INDEX = REGION-SLOT * 1024 + ENTRY-INDEX + 1
            IF KEEP-FLAG(KEEP-INDEX) = "K"
                PERFORM COPY-KEPT-CHUNK
            ELSE
                ADD 1 TO REGION-TRIMMED
            END-IF
        END-IF
    END-PERFORM
    ADD REGION-PRESENT TO CHUNKS-PRESENT
    IF REGION-TRIMMED = 0
        EXIT PARAGRAPH
    END-IF
    ADD REGION-TRIMMED TO CHUNKS-TRIMMED
    IF REGION-TRIMMED = REGION-PRESENT
        MOVE REGION-FILE-SIZE TO REGION-FREED
    ELSE
        COMPUTE REGION-FREED = REGION-FILE-SIZE - TRIMMED-BYTES
    END-IF
    ADD REGION-FREED TO BYTES-FREED
    PERFORM WRITE-REGION-LINE
    IF DRY-RUN NOT = 0
        EXIT PARAGRAPH
    END-IF

    IF REGION-TRIMMED = REGION-PRESENT
        CALL "CBL_DELETE_FILE" USING REGION-FILE-NAME
            GIVING DELETE-STATUS
        IF DELETE-STATUS = 0
            ADD 1 TO FILES-DELETED
        ELSE
            CALL "Log-Write" USING "ERROR"
                "world trim: could not delete an emptied region file"
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO TEMP-FILE-NAME
    STRING FUNCTION TRIM(REGION-FILE-NAME) ".tmp"
        DELIMITED BY SIZE INTO TEMP-FILE-NAME
    CALL "Files-WriteAll" USING TEMP-FILE-NAME TRIMMED-BUFFER
        TRIMMED-BYTES
    CALL "CBL_RENAME_FILE" USING TEMP-FILE-NAME REGION-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "world trim: could not replace a region file, its .tmp copy was kept"
    END-IF.

READ-HEADER-ENTRY.
    COMPUTE HEADER-OFFSET = ENTRY-INDEX * 4 + 1
    COMPUTE SECTOR-OFFSET =
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET:1)) - 1) * 65536 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 1:1)) - 1) * 256 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 2:1)) - 1)
    COMPUTE SECTOR-COUNT =
        FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 3:1)) - 1.

COPY-KEPT-CHUNK.
    *> sectors verbatim, new location, the old timestamp
    MOVE REGION-BUFFER(SECTOR-OFFSET * 4096 + 1:SECTOR-COUNT * 4096)
        TO TRIMMED-BUFFER(TRIMMED-BYTES + 1:SECTOR-COUNT * 4096)
    MOVE FUNCTION CHAR(FUNCTION MOD(NEXT-SECTOR / 65536, 256) + 1)
        TO TRIMMED-BUFFER(HEADER-OFFSET:1)
    MOVE FUNCTION CHAR(FUNCTION MOD(NEXT-SECTOR / 256, 256) + 1)
        TO TRIMMED-BUFFER(HEADER-OFFSET + 1:1)
    MOVE FUNCTION CHAR(FUNCTION MOD(NEXT-SECTOR, 256) + 1)
        TO TRIMMED-BUFFER(HEADER-OFFSET + 2:1)
    MOVE REGION-BUFFER(HEADER-OFFSET + 3:1)
        TO TRIMMED-BUFFER(HEADER-OFFSET + 3:1)
    MOVE REGION-BUFFER(HEADER-OFFSET + 4096:4)
        TO TRIMMED-BUFFER(HEADER-OFFSET + 4096:4)
    COMPUTE TRIMMED-BYTES = TRIMMED-BYTES + SECTOR-COUNT * 4096
    COMPUTE NEXT-SECTOR = NEXT-SECTOR + SECTOR-COUNT.

SKIP-REGION-FILE.
    ADD 1 TO FILES-SKIPPED
    MOVE SPACES TO REPORT-LINE
    STRING "SKIPPED " FUNCTION TRIM(REGION-LABEL)
        " header damaged or unreadable, run the region scan"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-REGION-LINE.
    MOVE REGION-PRESENT TO COUNT-DISPLAY
    MOVE REGION-TRIMMED TO COUNT-DISPLAY-2
    MOVE REGION-FREED TO BYTES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    IF DRY-RUN NOT = 0
        STRING FUNCTION TRIM(REGION-LABEL) " "
            FUNCTION TRIM(COUNT-DISPLAY-2) " of "
            FUNCTION TRIM(COUNT-DISPLAY) " chunk(s) would go, "
            FUNCTION TRIM(BYTES-DISPLAY) " byte(s) to free"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING FUNCTION TRIM(REGION-LABEL) " "
            FUNCTION TRIM(COUNT-DISPLAY-2) " of "
            FUNCTION TRIM(COUNT-DISPLAY) " chunk(s) trimmed, "
            FUNCTION TRIM(BYTES-DISPLAY) " byte(s) freed"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

WRITE-SUMMARY.
    MOVE HOMES-READ TO COUNT-DISPLAY
    MOVE AUDIT-LINES-READ TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "kept around " FUNCTION TRIM(COUNT-DISPLAY) " home(s) and "
        FUNCTION TRIM(COUNT-DISPLAY-2) " audited position(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE FILES-SEEN TO COUNT-DISPLAY
    MOVE FILES-SKIPPED TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " region file(s), "
        FUNCTION TRIM(COUNT-DISPLAY-2) " skipped"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE CHUNKS-PRESENT TO COUNT-DISPLAY
    MOVE CHUNKS-TRIMMED TO COUNT-DISPLAY-2
    MOVE BYTES-FREED TO BYTES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    IF DRY-RUN NOT = 0
        STRING FUNCTION TRIM(COUNT-DISPLAY-2) " of "
            FUNCTION TRIM(COUNT-DISPLAY) " chunk(s) would go, freeing "
            FUNCTION TRIM(BYTES-DISPLAY) " byte(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING FUNCTION TRIM(COUNT-DISPLAY-2) " of "
            FUNCTION TRIM(COUNT-DISPLAY) " chunk(s) trimmed, freeing "
            FUNCTION TRIM(BYTES-DISPLAY) " byte(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    IF DRY-RUN = 0 AND CHUNKS-TRIMMED > 0
        MOVE FILES-DELETED TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(COUNT-DISPLAY) " region file(s) emptied and deleted"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        CALL "Log-Write" USING "INFO"
            "world trim removed chunks, see save/logs"
    END-IF.

END PROGRAM WorldTrim-Run.
