*> --- SeasonRollover-Run ---
*> The season rollover batch: closes one season and opens the next in a
*> single pass instead of a weekend of hand edits. In order:
*>   1. archive - every file Backup-BuildFileList knows, the rest of the
*>      persistent state (shops, auctions, towns, tickets, duels, logs,
*>      ...), each known player's snapshots, ignore list and quests (by
*>      the same usercache walk that finds the player files), the daily
*>      ledger copies save/economy-ledger.index lists, the held maps and
*>      every region file within season-region-radius regions of the
*>      spawn region are copied to save/seasons/<season-name>/, which
*>      gets a Backup-WriteManifest manifest with the extra files and
*>      regions appended in the same "size md5 name" form. Any copy that
*>      fails stops the batch before anything is reset.
*>   2. carry-over - each player file the usercache knows keeps
*>      season-carry-percent of a positive balance; the rest leaves
*>      through the ledger to the season pool identity under SEASON, so
*>      the supply report sees it destroyed. Only the stats named in
*>      season-keep-stats (blocks-broken, distance-walked, deaths,
*>      playtime, or "all"/"none") survive; the rest are zeroed. Town
*>      banks go to the season pool the same way, since the towns go.
*>   3. summary - save/logs/season-<season-name>.txt, also copied into
*>      the archive: top players by balance and by playtime, the
*>      richest towns and the money supply, all as the season ended.
*>   4. reset - the regions (worldgen rebuilds them from level-seed),
*>      claims, shops, auctions, containers, towns, arenas, the slot
*>      journal and the rest of the state that lives in the world are
*>      deleted. The slot journal goes with the containers it patches:
*>      replayed at the next startup it would put last season's slots
*>      into the new world.
*> The region sweep only reaches season-region-radius, so before any of
*> that the rest of the world inside the border (up to 1024 regions out
*> from the origin either way) is probed for region files; any found
*> outside the sweep are listed and the rollover refuses until the
*> radius is raised to take them in. Once the reset is done, a
*> save/regions that still won't delete as empty - a region file past
*> even the probe - is reported.
*> Inventories, homes, warps, bans, bounties, the server treasury, the
*> banknotes outstanding and the lottery pot are left as they are.
*> Refuses to run while save/server.lock is held, without an explicit
*> season-name, or when that season has already been archived.
IDENTIFICATION DIVISION.
PROGRAM-ID. SeasonRollover-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-FILE-IO
        ASSIGN TO PLAYER-IO-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-MANIFEST
        ASSIGN TO MANIFEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-LEDGER-INDEX
        ASSIGN TO "save/economy-ledger.index"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-MAP-INDEX
        ASSIGN TO "save/maps/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-PLAYER-FILE-IO.
    COPY DD-PLAYER-FILE.
FD FD-MANIFEST.
    01 MANIFEST-LINE             PIC X(120).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
FD FD-LEDGER-INDEX.
    01 LEDGER-INDEX-LINE         PIC X(64).
FD FD-MAP-INDEX.
    01 MAP-INDEX-LINE            PIC X(20).
WORKING-STORAGE SECTION.
    COPY DD-TOWNS.
    COPY DD-BOUNTIES.
    COPY DD-BATCH-STEP.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    *> settings
    01 SEASON-NAME               PIC X(32).
    01 SEASON-NAME-LENGTH        BINARY-LONG UNSIGNED.
    01 NAME-INDEX                BINARY-LONG UNSIGNED.
    01 NAME-VALID                BINARY-CHAR UNSIGNED.
    01 CARRY-PERCENT             BINARY-LONG-LONG.
    01 KEEP-STATS                PIC X(64).
    01 KEEP-TALLY                BINARY-LONG UNSIGNED.
    01 KEEP-BLOCKS               BINARY-CHAR UNSIGNED.
    01 KEEP-DISTANCE             BINARY-CHAR UNSIGNED.
    01 KEEP-DEATHS               BINARY-CHAR UNSIGNED.
    01 KEEP-PLAYTIME             BINARY-CHAR UNSIGNED.
    01 REGION-RADIUS             BINARY-LONG-LONG.
    01 SPAWN-X-CONFIG            BINARY-LONG-LONG.
    01 SPAWN-Z-CONFIG            BINARY-LONG-LONG.
    01 BLOCK-COORD               BINARY-LONG.
    01 REGION-COORD              BINARY-LONG.
    01 CENTRE-REGION-X           BINARY-LONG.
    01 CENTRE-REGION-Z           BINARY-LONG.
    01 REGION-X                  BINARY-LONG.
    01 REGION-Z                  BINARY-LONG.
    01 REGION-X-DISPLAY          PIC -(9)9.
    01 REGION-Z-DISPLAY          PIC -(9)9.
    01 REGION-LABEL              PIC X(32).
    01 REGION-FILE-NAME          PIC X(64).
    *> the probe for region files the sweep would miss
    01 C-SURVEY-LIMIT            BINARY-LONG VALUE 1024.
    01 BORDER-RADIUS             BINARY-LONG-LONG.
    01 SURVEY-FIRST              BINARY-LONG.
    01 SURVEY-LAST               BINARY-LONG.
    01 OUTSIDE-COUNT             BINARY-LONG UNSIGNED.
    01 C-OUTSIDE-LISTED          BINARY-LONG UNSIGNED VALUE 16.
    *> the archive
    01 ARCHIVE-DIR               PIC X(32).
    01 ARCHIVE-FAILED            BINARY-CHAR UNSIGNED.
    01 SOURCE-PATH               PIC X(64).
    01 ARCHIVE-NAME              PIC X(64).
    01 DEST-FILE                 PIC X(96).
    01 COPY-STATUS               BINARY-LONG.
    01 DELETE-STATUS             BINARY-LONG.
    01 RENAME-STATUS             BINARY-LONG.
    01 FILE-LIST.
        05 FILE-COUNT            BINARY-LONG UNSIGNED.
        05 FILE-ENTRY OCCURS 1024 TIMES.
            10 FILE-BACKUP-NAME  PIC X(48).
            10 FILE-LIVE-PATH    PIC X(64).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    *> archived files the standard backup list doesn't cover, for the
    *> lines appended to the manifest
    01 MAX-EXTRA-ARCHIVED        BINARY-LONG UNSIGNED VALUE 16384.
    01 EXTRA-ARCHIVED.
        05 EXTRA-ARCHIVED-NAME   PIC X(64) OCCURS 16384 TIMES.
    01 EXTRA-COUNT               BINARY-LONG UNSIGNED.
    01 IS-EXTRA                  BINARY-CHAR UNSIGNED.
    01 MANIFEST-FILE-NAME        PIC X(64).
    01 HASH-FILE-SIZE            BINARY-LONG UNSIGNED.
    01 DIGEST-HEX                PIC X(32).
    01 SIZE-DISPLAY              PIC Z(9)9.
    *> the persistent state outside the standard backup list
    01 C-SEASON-FILE-COUNT       BINARY-LONG UNSIGNED VALUE 51.
    01 SEASON-FILE-TABLE.
        05 FILLER PIC X(24) VALUE "shops.dat".
        05 FILLER PIC X(24) VALUE "claim-market.dat".
        05 FILLER PIC X(24) VALUE "shop-statements.dat".
        05 FILLER PIC X(24) VALUE "shop-sales.log".
        05 FILLER PIC X(24) VALUE "auctions.dat".
        05 FILLER PIC X(24) VALUE "towns.dat".
        05 FILLER PIC X(24) VALUE "bounties.dat".
        05 FILLER PIC X(24) VALUE "treasury.dat".
        05 FILLER PIC X(24) VALUE "treasury.log".
        05 FILLER PIC X(24) VALUE "treasury-statement.dat".
        05 FILLER PIC X(24) VALUE "banknotes.dat".
        05 FILLER PIC X(24) VALUE "banknote-register.log".
        05 FILLER PIC X(24) VALUE "lottery.dat".
        05 FILLER PIC X(24) VALUE "lottery-draws.log".
        05 FILLER PIC X(24) VALUE "referrals.dat".
        05 FILLER PIC X(24) VALUE "buyback.dat".
        05 FILLER PIC X(24) VALUE "buyback-sales.log".
        05 FILLER PIC X(24) VALUE "hoppers.dat".
        05 FILLER PIC X(24) VALUE "dispensers.dat".
        05 FILLER PIC X(24) VALUE "beacons.dat".
        05 FILLER PIC X(24) VALUE "end.dat".
        05 FILLER PIC X(24) VALUE "brewing.dat".
        05 FILLER PIC X(24) VALUE "graves.dat".
        05 FILLER PIC X(24) VALUE "entities.dat".
        05 FILLER PIC X(24) VALUE "ground-items.dat".
        05 FILLER PIC X(24) VALUE "respawns.dat".
        05 FILLER PIC X(24) VALUE "holograms.dat".
        05 FILLER PIC X(24) VALUE "jobs.dat".
        05 FILLER PIC X(24) VALUE "advancements.dat".
        05 FILLER PIC X(24) VALUE "votes.log".
        05 FILLER PIC X(24) VALUE "playtime.log".
        05 FILLER PIC X(24) VALUE "item-use.log".
        05 FILLER PIC X(24) VALUE "addresses.log".
        05 FILLER PIC X(24) VALUE "name-history.dat".
        05 FILLER PIC X(24) VALUE "op-pins.dat".
        05 FILLER PIC X(24) VALUE "pregen-progress.dat".
        05 FILLER PIC X(24) VALUE "map-progress.dat".
        05 FILLER PIC X(24) VALUE "tickets.dat".
        05 FILLER PIC X(24) VALUE "tickets.log".
        05 FILLER PIC X(24) VALUE "ticket-report.dat".
        05 FILLER PIC X(24) VALUE "infractions.dat".
        05 FILLER PIC X(24) VALUE "jail.dat".
        05 FILLER PIC X(24) VALUE "arenas.dat".
        05 FILLER PIC X(24) VALUE "duel-ratings.dat".
        05 FILLER PIC X(24) VALUE "duel-ladder.dat".
        05 FILLER PIC X(24) VALUE "regions.dat".
        05 FILLER PIC X(24) VALUE "rules-accepted.dat".
        05 FILLER PIC X(24) VALUE "item-census.dat".
        05 FILLER PIC X(24) VALUE "referral-report.dat".
        05 FILLER PIC X(24) VALUE "slot-journal.dat".
        05 FILLER PIC X(24) VALUE "economy-ledger.index".
    01 SEASON-FILE-LIST REDEFINES SEASON-FILE-TABLE.
        05 SEASON-FILE OCCURS 51 TIMES PIC X(24).
    *> what the reset removes besides the regions: everything placed in
    *> or tied to the old world
    01 C-RESET-FILE-COUNT        BINARY-LONG UNSIGNED VALUE 22.
    01 RESET-FILE-TABLE.
        05 FILLER PIC X(24) VALUE "claims.dat".
        05 FILLER PIC X(24) VALUE "claim-market.dat".
        05 FILLER PIC X(24) VALUE "shops.dat".
        05 FILLER PIC X(24) VALUE "shop-statements.dat".
        05 FILLER PIC X(24) VALUE "auctions.dat".
        05 FILLER PIC X(24) VALUE "containers.dat".
        05 FILLER PIC X(24) VALUE "towns.dat".
        05 FILLER PIC X(24) VALUE "furnaces.dat".
        05 FILLER PIC X(24) VALUE "brewing.dat".
        05 FILLER PIC X(24) VALUE "hoppers.dat".
        05 FILLER PIC X(24) VALUE "dispensers.dat".
        05 FILLER PIC X(24) VALUE "beacons.dat".
        05 FILLER PIC X(24) VALUE "end.dat".
        05 FILLER PIC X(24) VALUE "signs.dat".
        05 FILLER PIC X(24) VALUE "entities.dat".
        05 FILLER PIC X(24) VALUE "ground-items.dat".
        05 FILLER PIC X(24) VALUE "graves.dat".
        05 FILLER PIC X(24) VALUE "respawns.dat".
        05 FILLER PIC X(24) VALUE "pregen-progress.dat".
        05 FILLER PIC X(24) VALUE "map-progress.dat".
        05 FILLER PIC X(24) VALUE "arenas.dat".
        05 FILLER PIC X(24) VALUE "slot-journal.dat".
    01 RESET-FILE-LIST REDEFINES RESET-FILE-TABLE.
        05 RESET-FILE OCCURS 22 TIMES PIC X(24).
    01 FILE-INDEX                BINARY-LONG UNSIGNED.
    *> the per-player files outside the standard backup list
    01 TREE-UUID-STR             PIC X(36).
    01 TREE-UUID-BIN             PIC X(16).
    *> the held maps, numbered from 1 below the next ID to issue
    01 NEXT-MAP-ID               BINARY-LONG UNSIGNED.
    01 MAP-ID                    BINARY-LONG UNSIGNED.
    01 MAP-ID-DISPLAY            PIC Z(9)9.
    *> the players, as the season ended
    01 MAX-SEASON-PLAYERS        BINARY-LONG UNSIGNED VALUE 4096.
    01 SEASON-PLAYERS.
        05 SEASON-PLAYER OCCURS 4096 TIMES.
            10 SP-UUID-STR               PIC X(36).
            10 SP-NAME                   PIC X(16).
            10 SP-BALANCE                BINARY-LONG.
            10 SP-PLAYTIME-TICKS         BINARY-LONG-LONG UNSIGNED.
            10 SP-RANKED                 BINARY-CHAR UNSIGNED.
    01 PLAYER-COUNT              BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG UNSIGNED.
    01 ALREADY-SEEN              BINARY-CHAR UNSIGNED.
    01 CAP-REPORTED              BINARY-CHAR UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 PLAYER-UUID-BIN           PIC X(16).
    01 PLAYER-FILE-NAME          PIC X(64).
    01 PLAYER-FILE-TMP-NAME      PIC X(68).
    01 PLAYER-IO-NAME            PIC X(68).
    01 RECORD-LOADED             BINARY-CHAR UNSIGNED.
    01 CARRIED-BALANCE           BINARY-LONG.
    01 RETIRED-AMOUNT            BINARY-LONG.
    01 C-SEASON-SEED             PIC X(16) VALUE "seasonpool".
    01 C-SEASON-SEED-LEN         BINARY-LONG UNSIGNED VALUE 10.
    01 POOL-UUID                 PIC X(16).
    *> run totals
    01 PLAYERS-ROLLED            BINARY-LONG UNSIGNED.
    01 PLAYERS-SKIPPED           BINARY-LONG UNSIGNED.
    01 FILES-ARCHIVED            BINARY-LONG UNSIGNED.
    01 REGIONS-ARCHIVED          BINARY-LONG UNSIGNED.
    01 REGIONS-DELETED           BINARY-LONG UNSIGNED.
    01 SUPPLY-PLAYERS            BINARY-LONG-LONG.
    01 SUPPLY-TOWNS              BINARY-LONG-LONG.
    01 SUPPLY-BOUNTIES           BINARY-LONG-LONG.
    01 SUPPLY-TOTAL              BINARY-LONG-LONG.
    01 TOTAL-CARRIED             BINARY-LONG-LONG.
    01 TOTAL-RETIRED             BINARY-LONG-LONG.
    *> rankings
    01 C-TOP-COUNT               BINARY-LONG UNSIGNED VALUE 10.
    01 RANK-STAT                 BINARY-CHAR UNSIGNED.
    01 RANK-POSITION             BINARY-LONG UNSIGNED.
    01 BEST-INDEX                BINARY-LONG UNSIGNED.
    01 BEST-VALUE                BINARY-LONG-LONG.
    01 CANDIDATE-VALUE           BINARY-LONG-LONG.
    01 TOWN-INDEX                BINARY-LONG UNSIGNED.
    01 TOWN-RANKED               BINARY-CHAR UNSIGNED OCCURS 16 TIMES.
    01 REPORT-FILE-NAME          PIC X(64).
    01 RANK-DISPLAY              PIC Z9.
    01 AMOUNT-DISPLAY            PIC -(14)9.
    01 AMOUNT-DISPLAY-2          PIC -(14)9.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 COUNT-DISPLAY-2           PIC Z(8)9.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "season rollover refused: server.lock present, stop the server first"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetString" USING "season-name" " " SEASON-NAME
    PERFORM CHECK-SEASON-NAME
    IF NAME-VALID = 0
        CALL "Log-Write" USING "WARN"
            "season rollover refused: set season-name (letters, digits, - and _, up to 16)"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF
    CALL "Config-GetNumber" USING "season-carry-percent" 25 CARRY-PERCENT
    IF CARRY-PERCENT < 0 OR CARRY-PERCENT > 100
        MOVE 25 TO CARRY-PERCENT
    END-IF
    CALL "Config-GetString" USING "season-keep-stats" "playtime" KEEP-STATS
    PERFORM PARSE-KEEP-STATS
    CALL "Config-GetNumber" USING "season-region-radius" 8 REGION-RADIUS
    IF REGION-RADIUS < 0 OR REGION-RADIUS > C-SURVEY-LIMIT
        MOVE 8 TO REGION-RADIUS
    END-IF
    CALL "Config-GetNumber" USING "world-border-radius" 29999984
        BORDER-RADIUS
    IF BORDER-RADIUS < 1
        MOVE 29999984 TO BORDER-RADIUS
    END-IF
    CALL "Config-GetNumber" USING "spawn-x" 0 SPAWN-X-CONFIG
    CALL "Config-GetNumber" USING "spawn-z" 0 SPAWN-Z-CONFIG
    MOVE SPAWN-X-CONFIG TO BLOCK-COORD
    PERFORM BLOCK-TO-REGION
    MOVE REGION-COORD TO CENTRE-REGION-X
    MOVE SPAWN-Z-CONFIG TO BLOCK-COORD
    PERFORM BLOCK-TO-REGION
    MOVE REGION-COORD TO CENTRE-REGION-Z

    MOVE SPACES TO ARCHIVE-DIR
    STRING "save/seasons/" SEASON-NAME(1:SEASON-NAME-LENGTH)
        DELIMITED BY SIZE INTO ARCHIVE-DIR
    MOVE SPACES TO MANIFEST-FILE-NAME
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/manifest.txt"
        DELIMITED BY SIZE INTO MANIFEST-FILE-NAME
    *> a season is closed once; a second run would archive the new
    *> season's empty world over the old one
    CALL "CBL_CHECK_FILE_EXIST" USING MANIFEST-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE = 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "season rollover refused: " FUNCTION TRIM(ARCHIVE-DIR)
            " already holds an archive" DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

    PERFORM SURVEY-REGIONS
    IF OUTSIDE-COUNT > 0
        MOVE OUTSIDE-COUNT TO COUNT-DISPLAY
        MOVE SPACES TO LOG-MESSAGE
        STRING "season rollover refused: " FUNCTION TRIM(COUNT-DISPLAY)
            " region files lie outside season-region-radius, raise it to"
            " take them in" DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        MOVE 1 TO BATCH-STEP-FAILED
        MOVE OUTSIDE-COUNT TO BATCH-STEP-EXCEPTIONS
        GOBACK
    END-IF

    MOVE 0 TO PLAYERS-ROLLED
    MOVE 0 TO PLAYERS-SKIPPED
    MOVE 0 TO FILES-ARCHIVED
    MOVE 0 TO REGIONS-ARCHIVED
    MOVE 0 TO REGIONS-DELETED
    MOVE 0 TO SUPPLY-PLAYERS
    MOVE 0 TO SUPPLY-TOWNS
    MOVE 0 TO SUPPLY-BOUNTIES
    MOVE 0 TO TOTAL-CARRIED
    MOVE 0 TO TOTAL-RETIRED

    PERFORM ARCHIVE-SAVE-TREE
    IF ARCHIVE-FAILED NOT = 0
        CALL "Log-Write" USING "ERROR"
            "season rollover stopped: the archive is incomplete, nothing was reset"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

    CALL "UUID-OfflineFromName" USING C-SEASON-SEED C-SEASON-SEED-LEN
        POOL-UUID
    PERFORM ROLL-PLAYERS
    PERFORM CLOSE-TOWNS
    CALL "Bounties-Init"
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-BOUNTIES
        IF BOUNTY-USED(ENTRY-INDEX) NOT = 0
            ADD BOUNTY-AMOUNT(ENTRY-INDEX) TO SUPPLY-BOUNTIES
        END-IF
    END-PERFORM
    COMPUTE SUPPLY-TOTAL = SUPPLY-PLAYERS + SUPPLY-TOWNS + SUPPLY-BOUNTIES

    PERFORM WRITE-SUMMARY
    PERFORM RESET-WORLD-STATE

    MOVE PLAYERS-ROLLED TO COUNT-DISPLAY
    MOVE REGIONS-DELETED TO COUNT-DISPLAY-2
    MOVE SPACES TO LOG-MESSAGE
    STRING "season " SEASON-NAME(1:SEASON-NAME-LENGTH) " closed: "
        FUNCTION TRIM(COUNT-DISPLAY) " players rolled over, "
        FUNCTION TRIM(COUNT-DISPLAY-2) " region files reset"
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    MOVE PLAYERS-ROLLED TO BATCH-STEP-RECORDS
    MOVE PLAYERS-SKIPPED TO BATCH-STEP-EXCEPTIONS
    GOBACK.

CHECK-SEASON-NAME.
    *> the name becomes a directory, so it is held to a safe alphabet
    MOVE 0 TO NAME-VALID
    IF SEASON-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(SEASON-NAME) TO SEASON-NAME
    COMPUTE SEASON-NAME-LENGTH = FUNCTION STORED-CHAR-LENGTH(SEASON-NAME)
    IF SEASON-NAME-LENGTH > 16
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING NAME-INDEX FROM 1 BY 1
            UNTIL NAME-INDEX > SEASON-NAME-LENGTH
        IF NOT (SEASON-NAME(NAME-INDEX:1) >= "a"
                    AND SEASON-NAME(NAME-INDEX:1) <= "z")
                AND NOT (SEASON-NAME(NAME-INDEX:1) >= "A"
                    AND SEASON-NAME(NAME-INDEX:1) <= "Z")
                AND SEASON-NAME(NAME-INDEX:1) IS NOT NUMERIC
                AND SEASON-NAME(NAME-INDEX:1) NOT = "-"
                AND SEASON-NAME(NAME-INDEX:1) NOT = "_"
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE 1 TO NAME-VALID.

PARSE-KEEP-STATS.
    MOVE FUNCTION LOWER-CASE(KEEP-STATS) TO KEEP-STATS
    MOVE 0 TO KEEP-BLOCKS
    MOVE 0 TO KEEP-DISTANCE
    MOVE 0 TO KEEP-DEATHS
    MOVE 0 TO KEEP-PLAYTIME
    MOVE 0 TO KEEP-TALLY
    INSPECT KEEP-STATS TALLYING KEEP-TALLY FOR ALL "all"
    IF KEEP-TALLY > 0
        MOVE 1 TO KEEP-BLOCKS
        MOVE 1 TO KEEP-DISTANCE
        MOVE 1 TO KEEP-DEATHS
        MOVE 1 TO KEEP-PLAYTIME
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO KEEP-TALLY
    INSPECT KEEP-STATS TALLYING KEEP-TALLY FOR ALL "blocks-broken"
    IF KEEP-TALLY > 0
        MOVE 1 TO KEEP-BLOCKS
    END-IF
    MOVE 0 TO KEEP-TALLY
    INSPECT KEEP-STATS TALLYING KEEP-TALLY FOR ALL "distance-walked"
    IF KEEP-TALLY > 0
        MOVE 1 TO KEEP-DISTANCE
    END-IF
    MOVE 0 TO KEEP-TALLY
    INSPECT KEEP-STATS TALLYING KEEP-TALLY FOR ALL "deaths"
    IF KEEP-TALLY > 0
        MOVE 1 TO KEEP-DEATHS
    END-IF
    MOVE 0 TO KEEP-TALLY
    INSPECT KEEP-STATS TALLYING KEEP-TALLY FOR ALL "playtime"
    IF KEEP-TALLY > 0
        MOVE 1 TO KEEP-PLAYTIME
    END-IF.

BLOCK-TO-REGION.
    *> floor division by 512, negative coordinates included
    IF BLOCK-COORD >= 0
        COMPUTE REGION-COORD = BLOCK-COORD / 512
    ELSE
        COMPUTE REGION-COORD = (BLOCK-COORD - 511) / 512
    END-IF.

SURVEY-REGIONS.
    *> every region inside the border, as far as the probe reaches, that
    *> the sweep square around the spawn region doesn't cover
    MOVE 0 TO OUTSIDE-COUNT
    IF BORDER-RADIUS > C-SURVEY-LIMIT * 512
        MOVE C-SURVEY-LIMIT TO SURVEY-LAST
    ELSE
        COMPUTE SURVEY-LAST = BORDER-RADIUS / 512
    END-IF
    COMPUTE SURVEY-FIRST = -1 - SURVEY-LAST
    PERFORM VARYING REGION-X FROM SURVEY-FIRST BY 1
            UNTIL REGION-X > SURVEY-LAST
        PERFORM VARYING REGION-Z FROM SURVEY-FIRST BY 1
                UNTIL REGION-Z > SURVEY-LAST
            IF REGION-X < CENTRE-REGION-X - REGION-RADIUS
                    OR REGION-X > CENTRE-REGION-X + REGION-RADIUS
                    OR REGION-Z < CENTRE-REGION-Z - REGION-RADIUS
                    OR REGION-Z > CENTRE-REGION-Z + REGION-RADIUS
                PERFORM SURVEY-ONE-REGION
            END-IF
        END-PERFORM
    END-PERFORM.

SURVEY-ONE-REGION.
    PERFORM BUILD-REGION-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING REGION-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO OUTSIDE-COUNT
    IF OUTSIDE-COUNT <= C-OUTSIDE-LISTED
        MOVE SPACES TO LOG-MESSAGE
        STRING "season rollover: " FUNCTION TRIM(REGION-FILE-NAME)
            " lies outside season-region-radius"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
    END-IF.

ARCHIVE-SAVE-TREE.
    MOVE 0 TO ARCHIVE-FAILED
    MOVE 0 TO EXTRA-COUNT
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/seasons"
    CALL "CBL_CREATE_DIR" USING ARCHIVE-DIR
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/regions" DELIMITED BY SIZE
        INTO DEST-FILE
    CALL "CBL_CREATE_DIR" USING DEST-FILE
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/snapshots" DELIMITED BY SIZE
        INTO DEST-FILE
    CALL "CBL_CREATE_DIR" USING DEST-FILE
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/ignores" DELIMITED BY SIZE
        INTO DEST-FILE
    CALL "CBL_CREATE_DIR" USING DEST-FILE
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/quests" DELIMITED BY SIZE
        INTO DEST-FILE
    CALL "CBL_CREATE_DIR" USING DEST-FILE
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/maps" DELIMITED BY SIZE
        INTO DEST-FILE
    CALL "CBL_CREATE_DIR" USING DEST-FILE

    *> what a nightly backup holds, by the same list
    CALL "Backup-BuildFileList" USING FILE-LIST
    MOVE 0 TO IS-EXTRA
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > FILE-COUNT
        MOVE FILE-LIVE-PATH(ENTRY-INDEX) TO SOURCE-PATH
        MOVE FILE-BACKUP-NAME(ENTRY-INDEX) TO ARCHIVE-NAME
        PERFORM ARCHIVE-ONE-FILE
    END-PERFORM

    *> and what only a season archive needs
    MOVE 1 TO IS-EXTRA
    PERFORM VARYING FILE-INDEX FROM 1 BY 1
            UNTIL FILE-INDEX > C-SEASON-FILE-COUNT
        MOVE SPACES TO SOURCE-PATH
        STRING "save/" FUNCTION TRIM(SEASON-FILE(FILE-INDEX))
            DELIMITED BY SIZE INTO SOURCE-PATH
        MOVE SEASON-FILE(FILE-INDEX) TO ARCHIVE-NAME
        PERFORM ARCHIVE-ONE-FILE
    END-PERFORM
    *> the per-player files, by the player files the list already found
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > FILE-COUNT
        IF FILE-BACKUP-NAME(ENTRY-INDEX)(9:1) = "-"
                AND FILE-BACKUP-NAME(ENTRY-INDEX)(37:) = ".dat"
            MOVE FILE-BACKUP-NAME(ENTRY-INDEX)(1:36) TO TREE-UUID-STR
            PERFORM ARCHIVE-PLAYER-TREES
        END-IF
    END-PERFORM
    PERFORM ARCHIVE-LEDGER-COPIES
    PERFORM ARCHIVE-MAPS
    COMPUTE REGION-X = CENTRE-REGION-X - REGION-RADIUS
    PERFORM UNTIL REGION-X > CENTRE-REGION-X + REGION-RADIUS
        COMPUTE REGION-Z = CENTRE-REGION-Z - REGION-RADIUS
        PERFORM UNTIL REGION-Z > CENTRE-REGION-Z + REGION-RADIUS
            PERFORM BUILD-REGION-NAME
            MOVE REGION-FILE-NAME TO SOURCE-PATH
            MOVE SPACES TO ARCHIVE-NAME
            STRING "regions/" FUNCTION TRIM(REGION-LABEL)
                DELIMITED BY SIZE INTO ARCHIVE-NAME
            MOVE FILES-ARCHIVED TO ENTRY-INDEX
            PERFORM ARCHIVE-ONE-FILE
            *> counted apart from the rest for the summary
            IF FILES-ARCHIVED > ENTRY-INDEX
                ADD 1 TO REGIONS-ARCHIVED
            END-IF
            ADD 1 TO REGION-Z
        END-PERFORM
        ADD 1 TO REGION-X
    END-PERFORM

    IF ARCHIVE-FAILED NOT = 0
        EXIT PARAGRAPH
    END-IF

    CALL "Backup-WriteManifest" USING ARCHIVE-DIR
    OPEN EXTEND FD-MANIFEST
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > EXTRA-COUNT
        MOVE SPACES TO DEST-FILE
        STRING FUNCTION TRIM(ARCHIVE-DIR) "/"
            FUNCTION TRIM(EXTRA-ARCHIVED-NAME(ENTRY-INDEX))
            DELIMITED BY SIZE INTO DEST-FILE
        CALL "Backup-HashFile" USING DEST-FILE HASH-FILE-SIZE DIGEST-HEX
        IF HASH-FILE-SIZE > 0
            MOVE HASH-FILE-SIZE TO SIZE-DISPLAY
            MOVE SPACES TO MANIFEST-LINE
            STRING FUNCTION TRIM(SIZE-DISPLAY) " " DIGEST-HEX " "
                FUNCTION TRIM(EXTRA-ARCHIVED-NAME(ENTRY-INDEX))
                DELIMITED BY SIZE INTO MANIFEST-LINE
            WRITE MANIFEST-LINE
        END-IF
    END-PERFORM
    CLOSE FD-MANIFEST.

ARCHIVE-PLAYER-TREES.
    CALL "UUID-FromString" USING TREE-UUID-STR TREE-UUID-BIN
    CALL "Snapshots-FileName" USING TREE-UUID-BIN SOURCE-PATH
    MOVE SPACES TO ARCHIVE-NAME
    STRING "snapshots/" TREE-UUID-STR ".dat" DELIMITED BY SIZE
        INTO ARCHIVE-NAME
    PERFORM ARCHIVE-ONE-FILE
    CALL "Ignore-FileName" USING TREE-UUID-BIN SOURCE-PATH
    MOVE SPACES TO ARCHIVE-NAME
    STRING "ignores/" TREE-UUID-STR ".txt" DELIMITED BY SIZE
        INTO ARCHIVE-NAME
    PERFORM ARCHIVE-ONE-FILE
    CALL "Quests-FileName" USING TREE-UUID-BIN SOURCE-PATH
    MOVE SPACES TO ARCHIVE-NAME
    STRING "quests/" TREE-UUID-STR ".txt" DELIMITED BY SIZE
        INTO ARCHIVE-NAME
    PERFORM ARCHIVE-ONE-FILE.

ARCHIVE-LEDGER-COPIES.
    *> the daily copies LogRotate-CheckDaily rolled the ledger into,
    *> kept under their own names beside the live one
    OPEN INPUT FD-LEDGER-INDEX
    PERFORM UNTIL EXIT
        READ FD-LEDGER-INDEX
            AT END
                EXIT PERFORM
            NOT AT END
                IF LEDGER-INDEX-LINE(1:5) = "save/"
                    MOVE LEDGER-INDEX-LINE TO SOURCE-PATH
                    MOVE LEDGER-INDEX-LINE(6:) TO ARCHIVE-NAME
                    PERFORM ARCHIVE-ONE-FILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LEDGER-INDEX.

ARCHIVE-MAPS.
    *> map IDs are issued from 1 up; the index holds the next one
    MOVE 1 TO NEXT-MAP-ID
    MOVE SPACES TO MAP-INDEX-LINE
    OPEN INPUT FD-MAP-INDEX
    READ FD-MAP-INDEX
        AT END
            CONTINUE
        NOT AT END
            IF FUNCTION TEST-NUMVAL(MAP-INDEX-LINE) = 0
                COMPUTE NEXT-MAP-ID = FUNCTION NUMVAL(MAP-INDEX-LINE)
            END-IF
    END-READ
    CLOSE FD-MAP-INDEX
    MOVE "save/maps/index.dat" TO SOURCE-PATH
    MOVE "maps/index.dat" TO ARCHIVE-NAME
    PERFORM ARCHIVE-ONE-FILE
    PERFORM VARYING MAP-ID FROM 1 BY 1 UNTIL MAP-ID >= NEXT-MAP-ID
        MOVE MAP-ID TO MAP-ID-DISPLAY
        MOVE SPACES TO ARCHIVE-NAME
        STRING "maps/map_" FUNCTION TRIM(MAP-ID-DISPLAY) ".dat"
            DELIMITED BY SIZE INTO ARCHIVE-NAME
        MOVE SPACES TO SOURCE-PATH
        STRING "save/" FUNCTION TRIM(ARCHIVE-NAME)
            DELIMITED BY SIZE INTO SOURCE-PATH
        PERFORM ARCHIVE-ONE-FILE
    END-PERFORM.

ARCHIVE-ONE-FILE.
    *> a file that doesn't exist has nothing to lose; one that exists
    *> and won't copy stops the rollover
    CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-PATH FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/" FUNCTION TRIM(ARCHIVE-NAME)
        DELIMITED BY SIZE INTO DEST-FILE
    CALL "CBL_COPY_FILE" USING SOURCE-PATH DEST-FILE GIVING COPY-STATUS
    IF COPY-STATUS NOT = 0
        MOVE 1 TO ARCHIVE-FAILED
        MOVE SPACES TO LOG-MESSAGE
        STRING "season archive: could not copy " FUNCTION TRIM(SOURCE-PATH)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO FILES-ARCHIVED
    IF IS-EXTRA NOT = 0 AND EXTRA-COUNT < MAX-EXTRA-ARCHIVED
        ADD 1 TO EXTRA-COUNT
        MOVE ARCHIVE-NAME TO EXTRA-ARCHIVED-NAME(EXTRA-COUNT)
    END-IF.

BUILD-REGION-NAME.
    MOVE REGION-X TO REGION-X-DISPLAY
    MOVE REGION-Z TO REGION-Z-DISPLAY
    MOVE SPACES TO REGION-LABEL
    STRING "r." FUNCTION TRIM(REGION-X-DISPLAY) "."
        FUNCTION TRIM(REGION-Z-DISPLAY) ".mca"
        DELIMITED BY SIZE INTO REGION-LABEL
    MOVE SPACES TO REGION-FILE-NAME
    STRING "save/regions/" FUNCTION TRIM(REGION-LABEL)
        DELIMITED BY SIZE INTO REGION-FILE-NAME.

ROLL-PLAYERS.
    MOVE 0 TO PLAYER-COUNT
    MOVE 0 TO CAP-REPORTED
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM ROLL-ONE-PLAYER
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE.

ROLL-ONE-PLAYER.
    MOVE SPACES TO LINE-UUID-STR
    MOVE SPACES TO LINE-NAME
    UNSTRING USERCACHE-LINE DELIMITED BY " "
        INTO LINE-UUID-STR LINE-NAME
    IF LINE-UUID-STR = SPACES
        EXIT PARAGRAPH
    END-IF

    *> a UUID appears once per name it was cached under; it rolls over
    *> once, and the newest name is the one reported
    MOVE 0 TO ALREADY-SEEN
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > PLAYER-COUNT
        IF SP-UUID-STR(PLAYER-INDEX) = LINE-UUID-STR
            MOVE LINE-NAME TO SP-NAME(PLAYER-INDEX)
            MOVE 1 TO ALREADY-SEEN
        END-IF
    END-PERFORM
    IF ALREADY-SEEN NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF PLAYER-COUNT >= MAX-SEASON-PLAYERS
        IF CAP-REPORTED = 0
            CALL "Log-Write" USING "WARN"
                "season rollover: player table full, later players keep their balances and stats"
            MOVE 1 TO CAP-REPORTED
        END-IF
        ADD 1 TO PLAYERS-SKIPPED
        EXIT PARAGRAPH
    END-IF

    CALL "UUID-FromString" USING LINE-UUID-STR PLAYER-UUID-BIN
    CALL "Players-PlayerFileName" USING PLAYER-UUID-BIN PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    *> the same refusal Economy-AdjustOffline makes: an old-layout file
    *> read through the current record and written back is destroyed
    IF FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        MOVE SPACES TO LOG-MESSAGE
        STRING "season rollover skipped " LINE-UUID-STR
            ": player file predates the current layout"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        ADD 1 TO PLAYERS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE PLAYER-FILE-NAME TO PLAYER-IO-NAME
    MOVE 0 TO RECORD-LOADED
    OPEN INPUT FD-PLAYER-FILE-IO
    READ FD-PLAYER-FILE-IO
        AT END
            CONTINUE
        NOT AT END
            MOVE 1 TO RECORD-LOADED
    END-READ
    CLOSE FD-PLAYER-FILE-IO
    IF RECORD-LOADED = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO PLAYER-COUNT
    MOVE LINE-UUID-STR TO SP-UUID-STR(PLAYER-COUNT)
    MOVE LINE-NAME TO SP-NAME(PLAYER-COUNT)
    MOVE FILE-PLAYER-BALANCE TO SP-BALANCE(PLAYER-COUNT)
    MOVE FILE-PLAYER-STAT-PLAYTIME-TICKS TO SP-PLAYTIME-TICKS(PLAYER-COUNT)
    ADD FILE-PLAYER-BALANCE TO SUPPLY-PLAYERS

    *> a debt carries over whole; only savings are cut
    MOVE 0 TO RETIRED-AMOUNT
    IF FILE-PLAYER-BALANCE > 0
        COMPUTE CARRIED-BALANCE = FILE-PLAYER-BALANCE * CARRY-PERCENT / 100
        COMPUTE RETIRED-AMOUNT = FILE-PLAYER-BALANCE - CARRIED-BALANCE
        MOVE CARRIED-BALANCE TO FILE-PLAYER-BALANCE
    END-IF
    ADD FILE-PLAYER-BALANCE TO TOTAL-CARRIED
    ADD RETIRED-AMOUNT TO TOTAL-RETIRED

    IF KEEP-BLOCKS = 0
        MOVE 0 TO FILE-PLAYER-STAT-BLOCKS-BROKEN
    END-IF
    IF KEEP-DISTANCE = 0
        MOVE 0 TO FILE-PLAYER-STAT-DISTANCE-WALKED
    END-IF
    IF KEEP-DEATHS = 0
        MOVE 0 TO FILE-PLAYER-STAT-DEATH-COUNT
    END-IF
    IF KEEP-PLAYTIME = 0
        MOVE 0 TO FILE-PLAYER-STAT-PLAYTIME-TICKS
    END-IF

    MOVE SPACES TO PLAYER-FILE-TMP-NAME
    STRING FUNCTION TRIM(PLAYER-FILE-NAME) ".tmp" DELIMITED BY SIZE
        INTO PLAYER-FILE-TMP-NAME
    MOVE PLAYER-FILE-TMP-NAME TO PLAYER-IO-NAME
    OPEN OUTPUT FD-PLAYER-FILE-IO
    WRITE FILE-PLAYER
    CLOSE FD-PLAYER-FILE-IO
    CALL "CBL_RENAME_FILE" USING PLAYER-FILE-TMP-NAME PLAYER-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "season rollover could not rewrite " LINE-UUID-STR
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
        ADD 1 TO PLAYERS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF RETIRED-AMOUNT > 0
        CALL "Economy-LogTransaction" USING PLAYER-UUID-BIN POOL-UUID
            RETIRED-AMOUNT "SEASON"
    END-IF
    ADD 1 TO PLAYERS-ROLLED.

CLOSE-TOWNS.
    *> the towns don't survive the reset, so their banks are retired
    *> through the ledger before the file goes
    CALL "Towns-Init"
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        IF TOWN-USED(TOWN-INDEX) NOT = 0
            ADD TOWN-BANK-BALANCE(TOWN-INDEX) TO SUPPLY-TOWNS
            IF TOWN-BANK-BALANCE(TOWN-INDEX) > 0
                CALL "Economy-LogTransaction" USING TOWN-UUID(TOWN-INDEX)
                    POOL-UUID TOWN-BANK-BALANCE(TOWN-INDEX) "SEASON"
                ADD TOWN-BANK-BALANCE(TOWN-INDEX) TO TOTAL-RETIRED
            END-IF
        END-IF
    END-PERFORM.

WRITE-SUMMARY.
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/season-" SEASON-NAME(1:SEASON-NAME-LENGTH) ".txt"
        DELIMITED BY SIZE INTO REPORT-FILE-NAME
    OPEN OUTPUT FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "season " SEASON-NAME(1:SEASON-NAME-LENGTH) " summary, closed "
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 1 TO RANK-STAT
    MOVE "-- richest players --" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-PLAYER-RANKING
    MOVE 2 TO RANK-STAT
    MOVE "-- most playtime (minutes) --" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-PLAYER-RANKING
    MOVE "-- richest towns --" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-TOWN-RANKING

    MOVE "-- money supply --" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SUPPLY-PLAYERS TO AMOUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "player balances " FUNCTION TRIM(AMOUNT-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SUPPLY-TOWNS TO AMOUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "town banks " FUNCTION TRIM(AMOUNT-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SUPPLY-BOUNTIES TO AMOUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "bounty escrow " FUNCTION TRIM(AMOUNT-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SUPPLY-TOTAL TO AMOUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "total in circulation " FUNCTION TRIM(AMOUNT-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE TOTAL-CARRIED TO AMOUNT-DISPLAY
    MOVE TOTAL-RETIRED TO AMOUNT-DISPLAY-2
    MOVE CARRY-PERCENT TO RANK-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "carried into the next season " FUNCTION TRIM(AMOUNT-DISPLAY)
        " (" FUNCTION TRIM(RANK-DISPLAY) "%), retired "
        FUNCTION TRIM(AMOUNT-DISPLAY-2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE PLAYERS-ROLLED TO COUNT-DISPLAY
    MOVE PLAYERS-SKIPPED TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "players rolled over " FUNCTION TRIM(COUNT-DISPLAY)
        ", skipped " FUNCTION TRIM(COUNT-DISPLAY-2)
        "; stats kept: " FUNCTION TRIM(KEEP-STATS)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE FILES-ARCHIVED TO COUNT-DISPLAY
    MOVE REGIONS-ARCHIVED TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "archived " FUNCTION TRIM(COUNT-DISPLAY) " files ("
        FUNCTION TRIM(COUNT-DISPLAY-2) " region files) to "
        FUNCTION TRIM(ARCHIVE-DIR) DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT

    *> the summary belongs with the season it describes
    MOVE SPACES TO DEST-FILE
    STRING FUNCTION TRIM(ARCHIVE-DIR) "/season-summary.txt"
        DELIMITED BY SIZE INTO DEST-FILE
    CALL "CBL_COPY_FILE" USING REPORT-FILE-NAME DEST-FILE
        GIVING COPY-STATUS.

WRITE-PLAYER-RANKING.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > PLAYER-COUNT
        MOVE 0 TO SP-RANKED(PLAYER-INDEX)
    END-PERFORM
    PERFORM VARYING RANK-POSITION FROM 1 BY 1
            UNTIL RANK-POSITION > C-TOP-COUNT
            OR RANK-POSITION > PLAYER-COUNT
        MOVE 0 TO BEST-INDEX
        PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
                UNTIL PLAYER-INDEX > PLAYER-COUNT
            IF SP-RANKED(PLAYER-INDEX) = 0
                IF RANK-STAT = 1
                    MOVE SP-BALANCE(PLAYER-INDEX) TO CANDIDATE-VALUE
                ELSE
                    COMPUTE CANDIDATE-VALUE =
                        SP-PLAYTIME-TICKS(PLAYER-INDEX) / 1200
                END-IF
                IF BEST-INDEX = 0 OR CANDIDATE-VALUE > BEST-VALUE
                    MOVE CANDIDATE-VALUE TO BEST-VALUE
                    MOVE PLAYER-INDEX TO BEST-INDEX
                END-IF
            END-IF
        END-PERFORM
        IF BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO SP-RANKED(BEST-INDEX)
        MOVE RANK-POSITION TO RANK-DISPLAY
        MOVE BEST-VALUE TO AMOUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(RANK-DISPLAY) ". " SP-NAME(BEST-INDEX) " "
            FUNCTION TRIM(AMOUNT-DISPLAY) DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

WRITE-TOWN-RANKING.
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        MOVE 0 TO TOWN-RANKED(TOWN-INDEX)
    END-PERFORM
    PERFORM VARYING RANK-POSITION FROM 1 BY 1
            UNTIL RANK-POSITION > C-TOP-COUNT
        MOVE 0 TO BEST-INDEX
        PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
            IF TOWN-USED(TOWN-INDEX) NOT = 0
                    AND TOWN-RANKED(TOWN-INDEX) = 0
                MOVE TOWN-BANK-BALANCE(TOWN-INDEX) TO CANDIDATE-VALUE
                IF BEST-INDEX = 0 OR CANDIDATE-VALUE > BEST-VALUE
                    MOVE CANDIDATE-VALUE TO BEST-VALUE
                    MOVE TOWN-INDEX TO BEST-INDEX
                END-IF
            END-IF
        END-PERFORM
        IF BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO TOWN-RANKED(BEST-INDEX)
        MOVE RANK-POSITION TO RANK-DISPLAY
        MOVE BEST-VALUE TO AMOUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(RANK-DISPLAY) ". " TOWN-NAME(BEST-INDEX) " "
            FUNCTION TRIM(AMOUNT-DISPLAY) DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

RESET-WORLD-STATE.
    PERFORM VARYING FILE-INDEX FROM 1 BY 1
            UNTIL FILE-INDEX > C-RESET-FILE-COUNT
        MOVE SPACES TO SOURCE-PATH
        STRING "save/" FUNCTION TRIM(RESET-FILE(FILE-INDEX))
            DELIMITED BY SIZE INTO SOURCE-PATH
        CALL "CBL_DELETE_FILE" USING SOURCE-PATH GIVING DELETE-STATUS
    END-PERFORM
    COMPUTE REGION-X = CENTRE-REGION-X - REGION-RADIUS
    PERFORM UNTIL REGION-X > CENTRE-REGION-X + REGION-RADIUS
        COMPUTE REGION-Z = CENTRE-REGION-Z - REGION-RADIUS
        PERFORM UNTIL REGION-Z > CENTRE-REGION-Z + REGION-RADIUS
            PERFORM BUILD-REGION-NAME
            CALL "CBL_DELETE_FILE" USING REGION-FILE-NAME
                GIVING DELETE-STATUS
            IF DELETE-STATUS = 0
                ADD 1 TO REGIONS-DELETED
            END-IF
            ADD 1 TO REGION-Z
        END-PERFORM
        ADD 1 TO REGION-X
    END-PERFORM
    *> the directory only deletes once nothing is left in it - anything
    *> still there lies past the probe and is old terrain
    CALL "CBL_DELETE_DIR" USING "save/regions" GIVING DELETE-STATUS
    IF DELETE-STATUS NOT = 0
        CALL "Log-Write" USING "WARN"
            "season rollover: save/regions still holds files after the reset, remove them by hand"
    END-IF
    CALL "CBL_CREATE_DIR" USING "save/regions".

END PROGRAM SeasonRollover-Run.
