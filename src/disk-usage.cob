*> --- DiskUsage-Run ---
*> The nightly measure of the save tree, so growth shows up in a report
*> before it shows up as a full disk. There is no directory listing to
*> walk, so each area is sized from the names the server itself writes
*> - the same enumeration RegionScan, MapRender and the backup file list
*> already rely on - through CBL_CHECK_FILE_EXIST:
*>   REGIONS   r.<x>.<z>.mca within region-scan-radius of spawn
*>   PLAYERS   every usercache UUID's player file, its rotated
*>             generations, ignore list and quest file
*>   MAIL      every usercache UUID's mailbox
*>   BACKUPS   each dated backup found in the last year, by manifest
*>   CAPTURES  the per-connection packet captures
*>   LOGS      the live logs, their rotated days, and the dated reports
*>   MAPS      the web map tiles and the in-game map files
*>   DATA      the fixed server-wide files from Backup-BuildFileList
*> Rotated logs and dated reports are probed by day, a year back; a
*> report stamped by week or month is not counted. Every run appends one
*> "date area bytes files" line per area to
*> save/logs/disk-usage-history.dat and compares against it: growth since
*> the previous run and over the last 30 days (or since the oldest line,
*> until there are 30 days on file), a projected days-until-full against
*> disk-capacity-mb, and the ten largest files found. An area that goes
*> over its disk-quota-<area>-mb (0 = no quota) since the previous run is
*> an exception, logged, reported and sent to the webhook as
*> "disk-quota". Only sizes are read, so unlike the batches that rewrite
*> save files this one runs with the server up as well.
IDENTIFICATION DIVISION.
PROGRAM-ID. DiskUsage-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-HISTORY
        ASSIGN TO "save/logs/disk-usage-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-MANIFEST
        ASSIGN TO MANIFEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-MAP-INDEX
        ASSIGN TO "save/maps/index.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-HISTORY.
    01 HISTORY-LINE              PIC X(48).
FD FD-MANIFEST.
    01 MANIFEST-LINE             PIC X(120).
FD FD-MAP-INDEX.
    01 MAP-INDEX-LINE            PIC X(16).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-BATCH-STEP.
    COPY DD-WEBHOOK.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 REPORT-FILE-NAME          PIC X(64).
    01 MANIFEST-FILE-NAME        PIC X(64).
    01 TODAY-DATE                PIC X(8).
    01 TODAY-INTEGER             PIC 9(8).
    01 CUTOFF-DATE               PIC X(8).
    01 PROBE-INTEGER             BINARY-LONG.
    01 PROBE-DATE                PIC 9(8).
    01 DAYS-BACK                 BINARY-LONG.
    *> how far back rotated logs, dated reports and backups are probed
    01 C-PROBE-DAYS              BINARY-LONG VALUE 366.
    01 C-GROWTH-DAYS             BINARY-LONG VALUE 30.
    01 MEGABYTE                  BINARY-LONG-LONG UNSIGNED VALUE 1048576.

    *> the areas, in report order, with the key holding each one's quota
    01 C-AREA-COUNT              BINARY-LONG UNSIGNED VALUE 8.
    01 AREA-NAME-TABLE.
        05 FILLER PIC X(8)  VALUE "REGIONS".
        05 FILLER PIC X(40) VALUE "disk-quota-regions-mb".
        05 FILLER PIC X(8)  VALUE "PLAYERS".
        05 FILLER PIC X(40) VALUE "disk-quota-players-mb".
        05 FILLER PIC X(8)  VALUE "MAIL".
        05 FILLER PIC X(40) VALUE "disk-quota-mail-mb".
        05 FILLER PIC X(8)  VALUE "BACKUPS".
        05 FILLER PIC X(40) VALUE "disk-quota-backups-mb".
        05 FILLER PIC X(8)  VALUE "CAPTURES".
        05 FILLER PIC X(40) VALUE "disk-quota-captures-mb".
        05 FILLER PIC X(8)  VALUE "LOGS".
        05 FILLER PIC X(40) VALUE "disk-quota-logs-mb".
        05 FILLER PIC X(8)  VALUE "MAPS".
        05 FILLER PIC X(40) VALUE "disk-quota-maps-mb".
        05 FILLER PIC X(8)  VALUE "DATA".
        05 FILLER PIC X(40) VALUE "disk-quota-data-mb".
    01 AREA-NAME-LIST REDEFINES AREA-NAME-TABLE.
        05 AREA-DEFINITION OCCURS 8 TIMES.
            10 AREA-NAME         PIC X(8).
            10 AREA-QUOTA-KEY    PIC X(40).
    01 C-AREA-REGIONS            BINARY-LONG UNSIGNED VALUE 1.
    01 C-AREA-PLAYERS            BINARY-LONG UNSIGNED VALUE 2.
    01 C-AREA-MAIL               BINARY-LONG UNSIGNED VALUE 3.
    01 C-AREA-BACKUPS            BINARY-LONG UNSIGNED VALUE 4.
    01 C-AREA-CAPTURES           BINARY-LONG UNSIGNED VALUE 5.
    01 C-AREA-LOGS               BINARY-LONG UNSIGNED VALUE 6.
    01 C-AREA-MAPS               BINARY-LONG UNSIGNED VALUE 7.
    01 C-AREA-DATA               BINARY-LONG UNSIGNED VALUE 8.
    *> today's measure per area, and the history lines it is held against
    01 AREA-STATS.
        05 AREA-STAT OCCURS 8 TIMES.
            10 AREA-BYTES        BINARY-LONG-LONG UNSIGNED.
            10 AREA-FILES        BINARY-LONG UNSIGNED.
            10 AREA-QUOTA-MB     BINARY-LONG-LONG.
            10 PREV-DATE         PIC X(8).
            10 PREV-BYTES        BINARY-LONG-LONG UNSIGNED.
            10 PREV-FILES        BINARY-LONG UNSIGNED.
            10 BASE-DATE         PIC X(8).
            10 BASE-BYTES        BINARY-LONG-LONG UNSIGNED.
            10 OLDEST-DATE       PIC X(8).
            10 OLDEST-BYTES      BINARY-LONG-LONG UNSIGNED.
    01 AREA-INDEX                BINARY-LONG UNSIGNED.
    01 CURRENT-AREA              BINARY-LONG UNSIGNED.

    *> the largest files seen, biggest first
    01 MAX-TOP-FILES             BINARY-LONG UNSIGNED VALUE 10.
    01 TOP-FILES.
        05 TOP-FILE OCCURS 10 TIMES.
            10 TOP-SIZE          BINARY-LONG-LONG UNSIGNED.
            10 TOP-AREA          PIC X(8).
            10 TOP-PATH          PIC X(96).
    01 TOP-COUNT                 BINARY-LONG UNSIGNED.
    01 TOP-INDEX                 BINARY-LONG UNSIGNED.
    01 INSERT-INDEX              BINARY-LONG UNSIGNED.

    *> the file being sized
    01 PROBE-PATH                PIC X(96).
    01 PROBE-SIZE                BINARY-LONG-LONG UNSIGNED.

    *> the live logs; each is also probed for its rotated days
    *> (<name>.<date>, see LogRotate-CheckDaily)
    01 C-LIVE-LOG-COUNT          BINARY-LONG UNSIGNED VALUE 23.
    01 LIVE-LOG-TABLE.
        05 FILLER PIC X(48) VALUE "save/server.log".
        05 FILLER PIC X(48) VALUE "save/playtime.log".
        05 FILLER PIC X(48) VALUE "save/item-use.log".
        05 FILLER PIC X(48) VALUE "save/economy-ledger.log".
        05 FILLER PIC X(48) VALUE "save/addresses.log".
        05 FILLER PIC X(48) VALUE "save/banknote-register.log".
        05 FILLER PIC X(48) VALUE "save/buyback-sales.log".
        05 FILLER PIC X(48) VALUE "save/lottery-draws.log".
        05 FILLER PIC X(48) VALUE "save/shop-sales.log".
        05 FILLER PIC X(48) VALUE "save/tickets.log".
        05 FILLER PIC X(48) VALUE "save/treasury.log".
        05 FILLER PIC X(48) VALUE "save/votes.log".
        05 FILLER PIC X(48) VALUE "save/logs/chat.log".
        05 FILLER PIC X(48) VALUE "save/logs/metrics.csv".
        05 FILLER PIC X(48) VALUE "save/logs/metrics-summary.csv".
        05 FILLER PIC X(48) VALUE "save/logs/tick-profile.csv".
        05 FILLER PIC X(48) VALUE "save/logs/combat-log.log".
        05 FILLER PIC X(48) VALUE "save/logs/commands.log".
        05 FILLER PIC X(48) VALUE "save/logs/density.log".
        05 FILLER PIC X(48) VALUE "save/logs/mining.log".
        05 FILLER PIC X(48) VALUE "save/logs/batch-control.dat".
        05 FILLER PIC X(48) VALUE "save/logs/disk-usage-history.dat".
        05 FILLER PIC X(48) VALUE "save/privacy/erasures.log".
    01 LIVE-LOG-LIST REDEFINES LIVE-LOG-TABLE.
        05 LIVE-LOG OCCURS 23 TIMES PIC X(48).
    *> the reports written as save/logs/<prefix><date>.txt
    01 C-REPORT-PREFIX-COUNT     BINARY-LONG UNSIGNED VALUE 23.
    01 REPORT-PREFIX-TABLE.
        05 FILLER PIC X(24) VALUE "alt-report-".
        05 FILLER PIC X(24) VALUE "audit-report-".
        05 FILLER PIC X(24) VALUE "command-audit-".
        05 FILLER PIC X(24) VALUE "config-".
        05 FILLER PIC X(24) VALUE "density-report-".
        05 FILLER PIC X(24) VALUE "disk-usage-".
        05 FILLER PIC X(24) VALUE "economy-daily-".
        05 FILLER PIC X(24) VALUE "economy-reconcile-".
        05 FILLER PIC X(24) VALUE "item-census-".
        05 FILLER PIC X(24) VALUE "leaderboard-".
        05 FILLER PIC X(24) VALUE "loadtest-".
        05 FILLER PIC X(24) VALUE "money-supply-".
        05 FILLER PIC X(24) VALUE "playerfile-check-".
        05 FILLER PIC X(24) VALUE "playtime-report-".
        05 FILLER PIC X(24) VALUE "referral-report-".
        05 FILLER PIC X(24) VALUE "region-scan-".
        05 FILLER PIC X(24) VALUE "save-compact-".
        05 FILLER PIC X(24) VALUE "shop-sales-".
        05 FILLER PIC X(24) VALUE "tickets-".
        05 FILLER PIC X(24) VALUE "vote-report-".
        05 FILLER PIC X(24) VALUE "world-refs-".
        05 FILLER PIC X(24) VALUE "world-trim-".
        05 FILLER PIC X(24) VALUE "xray-report-".
    01 REPORT-PREFIX-LIST REDEFINES REPORT-PREFIX-TABLE.
        05 REPORT-PREFIX OCCURS 23 TIMES PIC X(24).
    01 LOG-INDEX                 BINARY-LONG UNSIGNED.
    01 IS-LIVE-LOG               BINARY-CHAR UNSIGNED.

    *> the backup file list: fixed files, player files and mailboxes
    01 FILE-LIST.
        05 FILE-COUNT            BINARY-LONG UNSIGNED.
        05 FILE-ENTRY OCCURS 1024 TIMES.
            10 FILE-BACKUP-NAME  PIC X(48).
            10 FILE-LIVE-PATH    PIC X(64).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 PLAYER-UUID-STR           PIC X(36).
    *> rotated player-file generations kept by Players-SavePlayer
    01 C-PLAYER-GENERATIONS      BINARY-LONG UNSIGNED VALUE 5.
    01 GENERATION                PIC 9(1).

    *> region and tile grids
    01 SCAN-RADIUS               BINARY-LONG-LONG.
    01 RENDER-RADIUS             BINARY-LONG-LONG.
    01 SPAWN-X-CONFIG            BINARY-LONG-LONG.
    01 SPAWN-Z-CONFIG            BINARY-LONG-LONG.
    01 CENTRE-REGION-X           BINARY-LONG.
    01 CENTRE-REGION-Z           BINARY-LONG.
    01 FIRST-REGION-X            BINARY-LONG.
    01 LAST-REGION-X             BINARY-LONG.
    01 FIRST-REGION-Z            BINARY-LONG.
    01 LAST-REGION-Z             BINARY-LONG.
    01 REGION-X                  BINARY-LONG.
    01 REGION-Z                  BINARY-LONG.
    01 REGION-X-DISPLAY          PIC -(9)9.
    01 REGION-Z-DISPLAY          PIC -(9)9.
    01 C-TILE-CHUNKS             BINARY-LONG VALUE 8.
    01 TILE-SPAN                 BINARY-LONG.
    01 TILE-MIN                  BINARY-LONG.
    01 TILE-X                    BINARY-LONG.
    01 TILE-Z                    BINARY-LONG.
    01 MAP-NEXT-ID               BINARY-LONG.
    01 MAP-ID                    BINARY-LONG.
    01 MAP-ID-DISPLAY            PIC Z(8)9.
    01 CLIENT-INDEX              BINARY-LONG UNSIGNED.
    01 CLIENT-DISPLAY            PIC 9(2).
    01 MANIFEST-SIZE             PIC X(16).
    01 MANIFEST-DIGEST           PIC X(32).
    01 MANIFEST-NAME             PIC X(64).

    *> one history line
    01 HISTORY-RECORD.
        05 HISTORY-DATE          PIC X(8).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 HISTORY-AREA          PIC X(8).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 HISTORY-BYTES         PIC 9(15).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 HISTORY-FILES         PIC 9(9).

    *> totals and the projection
    01 TOTAL-BYTES               BINARY-LONG-LONG UNSIGNED.
    01 TOTAL-FILES               BINARY-LONG UNSIGNED.
    01 TOTAL-PREV-BYTES          BINARY-LONG-LONG UNSIGNED.
    01 TOTAL-BASE-BYTES          BINARY-LONG-LONG UNSIGNED.
    01 HAS-PREV                  BINARY-CHAR UNSIGNED.
    01 HAS-BASE                  BINARY-CHAR UNSIGNED.
    01 GROWTH-BYTES              BINARY-LONG-LONG.
    01 SPAN-DAYS                 BINARY-LONG.
    01 LONGEST-SPAN              BINARY-LONG.
    01 DAILY-GROWTH              BINARY-LONG-LONG.
    01 CAPACITY-MB               BINARY-LONG-LONG.
    01 CAPACITY-BYTES            BINARY-LONG-LONG UNSIGNED.
    01 DAYS-UNTIL-FULL           BINARY-LONG-LONG.
    01 USED-PERCENT              BINARY-LONG.
    01 QUOTA-BYTES               BINARY-LONG-LONG UNSIGNED.
    01 ALERT-COUNT               BINARY-LONG UNSIGNED.
    01 QUEUED-BEFORE             BINARY-LONG UNSIGNED.

    *> report fields
    01 BYTES-DISPLAY             PIC Z(14)9.
    01 FILES-DISPLAY             PIC Z(8)9.
    01 DAY-GROWTH-DISPLAY        PIC -(14)9.
    01 MONTH-GROWTH-DISPLAY      PIC -(14)9.
    01 MB-DISPLAY                PIC Z(11)9.
    01 QUOTA-DISPLAY             PIC Z(11)9.
    01 DAYS-DISPLAY              PIC Z(8)9.
    01 PERCENT-DISPLAY           PIC ZZ9.
    01 RANK-DISPLAY              PIC Z9.
    01 DAY-GROWTH-TEXT           PIC X(16).
    01 MONTH-GROWTH-TEXT         PIC X(24).
    01 QUOTA-TEXT                PIC X(20).
    01 LOG-MESSAGE               PIC X(160).
    01 WEBHOOK-DETAIL            PIC X(256).
    01 WEBHOOK-DETAIL-LENGTH     BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    CALL "Config-Load"
    CALL "Webhook-Init"
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE TODAY-DATE TO TODAY-INTEGER
    COMPUTE PROBE-INTEGER =
        FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - C-GROWTH-DAYS
    COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
    MOVE PROBE-DATE TO CUTOFF-DATE
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/disk-usage-" DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME

    CALL "Config-GetNumber" USING "disk-capacity-mb" 0 CAPACITY-MB
    IF CAPACITY-MB < 0
        MOVE 0 TO CAPACITY-MB
    END-IF
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > C-AREA-COUNT
        MOVE 0 TO AREA-BYTES(AREA-INDEX)
        MOVE 0 TO AREA-FILES(AREA-INDEX)
        CALL "Config-GetNumber" USING AREA-QUOTA-KEY(AREA-INDEX) 0
            AREA-QUOTA-MB(AREA-INDEX)
        IF AREA-QUOTA-MB(AREA-INDEX) < 0
            MOVE 0 TO AREA-QUOTA-MB(AREA-INDEX)
        END-IF
        MOVE SPACES TO PREV-DATE(AREA-INDEX)
        MOVE 0 TO PREV-BYTES(AREA-INDEX)
        MOVE 0 TO PREV-FILES(AREA-INDEX)
        MOVE SPACES TO BASE-DATE(AREA-INDEX)
        MOVE 0 TO BASE-BYTES(AREA-INDEX)
        MOVE SPACES TO OLDEST-DATE(AREA-INDEX)
        MOVE 0 TO OLDEST-BYTES(AREA-INDEX)
    END-PERFORM
    MOVE 0 TO TOP-COUNT
    MOVE 0 TO ALERT-COUNT

    PERFORM MEASURE-REGIONS
    PERFORM MEASURE-LISTED-FILES
    PERFORM MEASURE-BACKUPS
    PERFORM MEASURE-CAPTURES
    PERFORM MEASURE-LOGS
    PERFORM MEASURE-MAPS

    PERFORM READ-HISTORY
    PERFORM WRITE-REPORT
    PERFORM APPEND-HISTORY
    PERFORM DELIVER-ALERTS

    MOVE TOTAL-FILES TO BATCH-STEP-RECORDS
    MOVE ALERT-COUNT TO BATCH-STEP-EXCEPTIONS
    GOBACK.

MEASURE-FILE.
    *> sizes PROBE-PATH into CURRENT-AREA, if it exists
    CALL "CBL_CHECK_FILE_EXIST" USING PROBE-PATH FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FILE-EXIST-SIZE TO PROBE-SIZE
    ADD PROBE-SIZE TO AREA-BYTES(CURRENT-AREA)
    ADD 1 TO AREA-FILES(CURRENT-AREA)

    IF TOP-COUNT >= MAX-TOP-FILES
        IF PROBE-SIZE <= TOP-SIZE(MAX-TOP-FILES)
            EXIT PARAGRAPH
        END-IF
    ELSE
        ADD 1 TO TOP-COUNT
    END-IF
    MOVE TOP-COUNT TO INSERT-INDEX
    PERFORM UNTIL INSERT-INDEX <= 1
            OR TOP-SIZE(INSERT-INDEX - 1) >= PROBE-SIZE
        MOVE TOP-FILE(INSERT-INDEX - 1) TO TOP-FILE(INSERT-INDEX)
        SUBTRACT 1 FROM INSERT-INDEX
    END-PERFORM
    MOVE PROBE-SIZE TO TOP-SIZE(INSERT-INDEX)
    MOVE AREA-NAME(CURRENT-AREA) TO TOP-AREA(INSERT-INDEX)
    MOVE PROBE-PATH TO TOP-PATH(INSERT-INDEX).

MEASURE-REGIONS.
    *> the same grid RegionScan walks
    MOVE C-AREA-REGIONS TO CURRENT-AREA
    CALL "Config-GetNumber" USING "region-scan-radius" 8 SCAN-RADIUS
    IF SCAN-RADIUS < 0
        MOVE 8 TO SCAN-RADIUS
    END-IF
    CALL "Config-GetNumber" USING "spawn-x" 0 SPAWN-X-CONFIG
    CALL "Config-GetNumber" USING "spawn-z" 0 SPAWN-Z-CONFIG
    IF SPAWN-X-CONFIG >= 0
        COMPUTE CENTRE-REGION-X = SPAWN-X-CONFIG / 512
    ELSE
        COMPUTE CENTRE-REGION-X = (SPAWN-X-CONFIG - 511) / 512
    END-IF
    IF SPAWN-Z-CONFIG >= 0
        COMPUTE CENTRE-REGION-Z = SPAWN-Z-CONFIG / 512
    ELSE
        COMPUTE CENTRE-REGION-Z = (SPAWN-Z-CONFIG - 511) / 512
    END-IF
    COMPUTE FIRST-REGION-X = CENTRE-REGION-X - SCAN-RADIUS
    COMPUTE LAST-REGION-X = CENTRE-REGION-X + SCAN-RADIUS
    COMPUTE FIRST-REGION-Z = CENTRE-REGION-Z - SCAN-RADIUS
    COMPUTE LAST-REGION-Z = CENTRE-REGION-Z + SCAN-RADIUS
    PERFORM VARYING REGION-Z FROM FIRST-REGION-Z BY 1
            UNTIL REGION-Z > LAST-REGION-Z
        PERFORM VARYING REGION-X FROM FIRST-REGION-X BY 1
                UNTIL REGION-X > LAST-REGION-X
            MOVE REGION-X TO REGION-X-DISPLAY
            MOVE REGION-Z TO REGION-Z-DISPLAY
            MOVE SPACES TO PROBE-PATH
            STRING "save/regions/r." FUNCTION TRIM(REGION-X-DISPLAY) "."
                FUNCTION TRIM(REGION-Z-DISPLAY) ".mca"
                DELIMITED BY SIZE INTO PROBE-PATH
            PERFORM MEASURE-FILE
        END-PERFORM
    END-PERFORM.

MEASURE-LISTED-FILES.
    *> the backup file list already knows the server-wide files and every
    *> player's file and mailbox; logs on it are left to MEASURE-LOGS
    CALL "Backup-BuildFileList" USING FILE-LIST
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > FILE-COUNT
        MOVE FILE-LIVE-PATH(ENTRY-INDEX) TO PROBE-PATH
        EVALUATE TRUE
            WHEN PROBE-PATH(1:13) = "save/players/"
                MOVE C-AREA-PLAYERS TO CURRENT-AREA
                PERFORM MEASURE-FILE
                MOVE FILE-BACKUP-NAME(ENTRY-INDEX)(1:36) TO PLAYER-UUID-STR
                PERFORM MEASURE-PLAYER-EXTRAS
            WHEN PROBE-PATH(1:10) = "save/mail/"
                MOVE C-AREA-MAIL TO CURRENT-AREA
                PERFORM MEASURE-FILE
            WHEN OTHER
                MOVE 0 TO IS-LIVE-LOG
                PERFORM VARYING LOG-INDEX FROM 1 BY 1
                        UNTIL LOG-INDEX > C-LIVE-LOG-COUNT
                    IF LIVE-LOG(LOG-INDEX) = PROBE-PATH
                        MOVE 1 TO IS-LIVE-LOG
                    END-IF
                END-PERFORM
                IF IS-LIVE-LOG = 0
                    MOVE C-AREA-DATA TO CURRENT-AREA
                    PERFORM MEASURE-FILE
                END-IF
        END-EVALUATE
    END-PERFORM.

MEASURE-PLAYER-EXTRAS.
    PERFORM VARYING GENERATION FROM 1 BY 1
            UNTIL GENERATION > C-PLAYER-GENERATIONS
        MOVE SPACES TO PROBE-PATH
        STRING FUNCTION TRIM(FILE-LIVE-PATH(ENTRY-INDEX)) "." GENERATION
            DELIMITED BY SIZE INTO PROBE-PATH
        PERFORM MEASURE-FILE
    END-PERFORM
    MOVE SPACES TO PROBE-PATH
    STRING "save/ignores/" PLAYER-UUID-STR ".txt"
        DELIMITED BY SIZE INTO PROBE-PATH
    PERFORM MEASURE-FILE
    MOVE SPACES TO PROBE-PATH
    STRING "save/quests/" PLAYER-UUID-STR ".txt"
        DELIMITED BY SIZE INTO PROBE-PATH
    PERFORM MEASURE-FILE.

MEASURE-BACKUPS.
    *> every dated backup directory still holding a manifest, sized file
    *> by file from what the manifest says it holds
    MOVE C-AREA-BACKUPS TO CURRENT-AREA
    PERFORM VARYING DAYS-BACK FROM 0 BY 1 UNTIL DAYS-BACK >= C-PROBE-DAYS
        COMPUTE PROBE-INTEGER =
            FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - DAYS-BACK
        COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
        MOVE SPACES TO MANIFEST-FILE-NAME
        STRING "save/backups/" PROBE-DATE "/manifest.txt"
            DELIMITED BY SIZE INTO MANIFEST-FILE-NAME
        MOVE MANIFEST-FILE-NAME TO PROBE-PATH
        CALL "CBL_CHECK_FILE_EXIST" USING PROBE-PATH FILE-EXIST-INFO
        IF RETURN-CODE = 0
            PERFORM MEASURE-FILE
            PERFORM MEASURE-ONE-BACKUP
        END-IF
    END-PERFORM.

MEASURE-ONE-BACKUP.
    OPEN INPUT FD-MANIFEST
    PERFORM UNTIL EXIT
        READ FD-MANIFEST
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SPACES TO MANIFEST-SIZE
                MOVE SPACES TO MANIFEST-DIGEST
                MOVE SPACES TO MANIFEST-NAME
                UNSTRING MANIFEST-LINE DELIMITED BY " "
                    INTO MANIFEST-SIZE MANIFEST-DIGEST MANIFEST-NAME
                IF MANIFEST-NAME NOT = SPACES
                    MOVE SPACES TO PROBE-PATH
                    STRING "save/backups/" PROBE-DATE "/"
                        FUNCTION TRIM(MANIFEST-NAME)
                        DELIMITED BY SIZE INTO PROBE-PATH
                    PERFORM MEASURE-FILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-MANIFEST.

MEASURE-CAPTURES.
    MOVE C-AREA-CAPTURES TO CURRENT-AREA
    PERFORM VARYING CLIENT-INDEX FROM 1 BY 1 UNTIL CLIENT-INDEX > 40
        MOVE CLIENT-INDEX TO CLIENT-DISPLAY
        MOVE SPACES TO PROBE-PATH
        STRING "save/captures/client-" CLIENT-DISPLAY ".log"
            DELIMITED BY SIZE INTO PROBE-PATH
        PERFORM MEASURE-FILE
    END-PERFORM.

MEASURE-LOGS.
    MOVE C-AREA-LOGS TO CURRENT-AREA
    PERFORM VARYING LOG-INDEX FROM 1 BY 1 UNTIL LOG-INDEX > C-LIVE-LOG-COUNT
        MOVE LIVE-LOG(LOG-INDEX) TO PROBE-PATH
        PERFORM MEASURE-FILE
    END-PERFORM
    PERFORM VARYING DAYS-BACK FROM 0 BY 1 UNTIL DAYS-BACK >= C-PROBE-DAYS
        COMPUTE PROBE-INTEGER =
            FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - DAYS-BACK
        COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
        PERFORM VARYING LOG-INDEX FROM 1 BY 1
                UNTIL LOG-INDEX > C-LIVE-LOG-COUNT
            MOVE SPACES TO PROBE-PATH
            STRING FUNCTION TRIM(LIVE-LOG(LOG-INDEX)) "." PROBE-DATE
                DELIMITED BY SIZE INTO PROBE-PATH
            PERFORM MEASURE-FILE
        END-PERFORM
        PERFORM VARYING LOG-INDEX FROM 1 BY 1
                UNTIL LOG-INDEX > C-REPORT-PREFIX-COUNT
            MOVE SPACES TO PROBE-PATH
            STRING "save/logs/" FUNCTION TRIM(REPORT-PREFIX(LOG-INDEX))
                PROBE-DATE ".txt"
                DELIMITED BY SIZE INTO PROBE-PATH
            PERFORM MEASURE-FILE
        END-PERFORM
    END-PERFORM.

MEASURE-MAPS.
    *> the web tiles on MapRender's grid, then the in-game maps
    MOVE C-AREA-MAPS TO CURRENT-AREA
    CALL "Config-GetNumber" USING "map-render-radius-chunks" 16
        RENDER-RADIUS
    IF RENDER-RADIUS < 1
        MOVE 16 TO RENDER-RADIUS
    END-IF
    COMPUTE TILE-SPAN = (RENDER-RADIUS * 2 + C-TILE-CHUNKS - 1)
        / C-TILE-CHUNKS
    COMPUTE TILE-MIN = 0 - FUNCTION INTEGER-PART(TILE-SPAN / 2)
    PERFORM VARYING TILE-Z FROM TILE-MIN BY 1
            UNTIL TILE-Z >= TILE-MIN + TILE-SPAN
        PERFORM VARYING TILE-X FROM TILE-MIN BY 1
                UNTIL TILE-X >= TILE-MIN + TILE-SPAN
            MOVE TILE-X TO REGION-X-DISPLAY
            MOVE TILE-Z TO REGION-Z-DISPLAY
            MOVE SPACES TO PROBE-PATH
            STRING "save/map/tile_" FUNCTION TRIM(REGION-X-DISPLAY) "_"
                FUNCTION TRIM(REGION-Z-DISPLAY) ".ppm"
                DELIMITED BY SIZE INTO PROBE-PATH
            PERFORM MEASURE-FILE
        END-PERFORM
    END-PERFORM
    MOVE "save/map/index.txt" TO PROBE-PATH
    PERFORM MEASURE-FILE
    MOVE "save/map-progress.dat" TO PROBE-PATH
    PERFORM MEASURE-FILE
    MOVE "save/maps/index.dat" TO PROBE-PATH
    PERFORM MEASURE-FILE

    MOVE 1 TO MAP-NEXT-ID
    OPEN INPUT FD-MAP-INDEX
    READ FD-MAP-INDEX
        AT END
            CONTINUE
        NOT AT END
            IF MAP-INDEX-LINE NOT = SPACES
                COMPUTE MAP-NEXT-ID = FUNCTION NUMVAL(MAP-INDEX-LINE)
            END-IF
    END-READ
    CLOSE FD-MAP-INDEX
    PERFORM VARYING MAP-ID FROM 1 BY 1 UNTIL MAP-ID >= MAP-NEXT-ID
        MOVE MAP-ID TO MAP-ID-DISPLAY
        MOVE SPACES TO PROBE-PATH
        STRING "save/maps/map_" FUNCTION TRIM(MAP-ID-DISPLAY) ".dat"
            DELIMITED BY SIZE INTO PROBE-PATH
        PERFORM MEASURE-FILE
    END-PERFORM.

READ-HISTORY.
    *> per area: the newest line before today, the newest line at least
    *> 30 days old, and the oldest line, should the history be younger
    OPEN INPUT FD-HISTORY
    PERFORM UNTIL EXIT
        READ FD-HISTORY
            AT END
                EXIT PERFORM
            NOT AT END
                IF HISTORY-LINE NOT = SPACES
                    MOVE HISTORY-LINE TO HISTORY-RECORD
                    IF HISTORY-DATE < TODAY-DATE
                        PERFORM APPLY-HISTORY-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-HISTORY.

APPLY-HISTORY-LINE.
    MOVE 0 TO CURRENT-AREA
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > C-AREA-COUNT
        IF AREA-NAME(AREA-INDEX) = HISTORY-AREA
            MOVE AREA-INDEX TO CURRENT-AREA
        END-IF
    END-PERFORM
    IF CURRENT-AREA = 0 OR HISTORY-BYTES IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF PREV-DATE(CURRENT-AREA) = SPACES
            OR HISTORY-DATE >= PREV-DATE(CURRENT-AREA)
        MOVE HISTORY-DATE TO PREV-DATE(CURRENT-AREA)
        MOVE HISTORY-BYTES TO PREV-BYTES(CURRENT-AREA)
        MOVE HISTORY-FILES TO PREV-FILES(CURRENT-AREA)
    END-IF
    IF HISTORY-DATE <= CUTOFF-DATE
        IF BASE-DATE(CURRENT-AREA) = SPACES
                OR HISTORY-DATE >= BASE-DATE(CURRENT-AREA)
            MOVE HISTORY-DATE TO BASE-DATE(CURRENT-AREA)
            MOVE HISTORY-BYTES TO BASE-BYTES(CURRENT-AREA)
        END-IF
    END-IF
    IF OLDEST-DATE(CURRENT-AREA) = SPACES
            OR HISTORY-DATE < OLDEST-DATE(CURRENT-AREA)
        MOVE HISTORY-DATE TO OLDEST-DATE(CURRENT-AREA)
        MOVE HISTORY-BYTES TO OLDEST-BYTES(CURRENT-AREA)
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "save tree disk usage " TODAY-DATE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "area               bytes     files  since last run    30-day growth (span)      quota MB"
        TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 0 TO TOTAL-BYTES
    MOVE 0 TO TOTAL-FILES
    MOVE 0 TO TOTAL-PREV-BYTES
    MOVE 0 TO TOTAL-BASE-BYTES
    MOVE 0 TO DAILY-GROWTH
    MOVE 0 TO LONGEST-SPAN
    MOVE 0 TO HAS-PREV
    MOVE 0 TO HAS-BASE
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > C-AREA-COUNT
        PERFORM WRITE-AREA-LINE
    END-PERFORM

    *> the whole tree
    MOVE TOTAL-BYTES TO BYTES-DISPLAY
    MOVE TOTAL-FILES TO FILES-DISPLAY
    MOVE "              -" TO DAY-GROWTH-TEXT
    IF HAS-PREV NOT = 0
        COMPUTE GROWTH-BYTES = TOTAL-BYTES - TOTAL-PREV-BYTES
        MOVE GROWTH-BYTES TO DAY-GROWTH-DISPLAY
        MOVE DAY-GROWTH-DISPLAY TO DAY-GROWTH-TEXT
    END-IF
    MOVE "              -" TO MONTH-GROWTH-TEXT
    IF HAS-BASE NOT = 0
        COMPUTE GROWTH-BYTES = TOTAL-BYTES - TOTAL-BASE-BYTES
        MOVE GROWTH-BYTES TO MONTH-GROWTH-DISPLAY
        MOVE MONTH-GROWTH-DISPLAY TO MONTH-GROWTH-TEXT
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "TOTAL    " BYTES-DISPLAY " " FILES-DISPLAY " "
        DAY-GROWTH-TEXT " " MONTH-GROWTH-TEXT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-PROJECTION

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "-- largest files --" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING TOP-INDEX FROM 1 BY 1 UNTIL TOP-INDEX > TOP-COUNT
        MOVE TOP-INDEX TO RANK-DISPLAY
        MOVE TOP-SIZE(TOP-INDEX) TO BYTES-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING RANK-DISPLAY ". " BYTES-DISPLAY " " TOP-AREA(TOP-INDEX) " "
            FUNCTION TRIM(TOP-PATH(TOP-INDEX))
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ALERT-COUNT TO FILES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(FILES-DISPLAY) " area(s) newly over quota"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT.

WRITE-AREA-LINE.
    ADD AREA-BYTES(AREA-INDEX) TO TOTAL-BYTES
    ADD AREA-FILES(AREA-INDEX) TO TOTAL-FILES
    MOVE AREA-BYTES(AREA-INDEX) TO BYTES-DISPLAY
    MOVE AREA-FILES(AREA-INDEX) TO FILES-DISPLAY

    MOVE "              -" TO DAY-GROWTH-TEXT
    IF PREV-DATE(AREA-INDEX) NOT = SPACES
        MOVE 1 TO HAS-PREV
        ADD PREV-BYTES(AREA-INDEX) TO TOTAL-PREV-BYTES
        COMPUTE GROWTH-BYTES =
            AREA-BYTES(AREA-INDEX) - PREV-BYTES(AREA-INDEX)
        MOVE GROWTH-BYTES TO DAY-GROWTH-DISPLAY
        MOVE DAY-GROWTH-DISPLAY TO DAY-GROWTH-TEXT
    END-IF

    *> until 30 days are on file the window runs from the oldest line
    IF BASE-DATE(AREA-INDEX) = SPACES
        MOVE OLDEST-DATE(AREA-INDEX) TO BASE-DATE(AREA-INDEX)
        MOVE OLDEST-BYTES(AREA-INDEX) TO BASE-BYTES(AREA-INDEX)
    END-IF
    MOVE "              -" TO MONTH-GROWTH-TEXT
    IF BASE-DATE(AREA-INDEX) NOT = SPACES
        MOVE SPACES TO MONTH-GROWTH-TEXT
        MOVE 1 TO HAS-BASE
        ADD BASE-BYTES(AREA-INDEX) TO TOTAL-BASE-BYTES
        MOVE BASE-DATE(AREA-INDEX) TO PROBE-DATE
        COMPUTE SPAN-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-INTEGER)
            - FUNCTION INTEGER-OF-DATE(PROBE-DATE)
        COMPUTE GROWTH-BYTES =
            AREA-BYTES(AREA-INDEX) - BASE-BYTES(AREA-INDEX)
        IF SPAN-DAYS > 0
            COMPUTE DAILY-GROWTH = DAILY-GROWTH + GROWTH-BYTES / SPAN-DAYS
            IF SPAN-DAYS > LONGEST-SPAN
                MOVE SPAN-DAYS TO LONGEST-SPAN
            END-IF
        END-IF
        MOVE GROWTH-BYTES TO MONTH-GROWTH-DISPLAY
        MOVE SPAN-DAYS TO DAYS-DISPLAY
        STRING MONTH-GROWTH-DISPLAY " (" FUNCTION TRIM(DAYS-DISPLAY) "d)"
            DELIMITED BY SIZE INTO MONTH-GROWTH-TEXT
    END-IF

    MOVE "        none" TO QUOTA-TEXT
    IF AREA-QUOTA-MB(AREA-INDEX) > 0
        MOVE AREA-QUOTA-MB(AREA-INDEX) TO QUOTA-DISPLAY
        MOVE QUOTA-DISPLAY TO QUOTA-TEXT
        PERFORM CHECK-QUOTA
    END-IF

    MOVE SPACES TO REPORT-LINE
    STRING AREA-NAME(AREA-INDEX) " " BYTES-DISPLAY " " FILES-DISPLAY " "
        DAY-GROWTH-TEXT " " MONTH-GROWTH-TEXT " " QUOTA-TEXT
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

CHECK-QUOTA.
    *> alert on the crossing, not on every night spent over the line
    COMPUTE QUOTA-BYTES = AREA-QUOTA-MB(AREA-INDEX) * MEGABYTE
    IF AREA-BYTES(AREA-INDEX) <= QUOTA-BYTES
        EXIT PARAGRAPH
    END-IF
    IF PREV-DATE(AREA-INDEX) NOT = SPACES
            AND PREV-BYTES(AREA-INDEX) > QUOTA-BYTES
        MOVE " OVER" TO QUOTA-TEXT(13:5)
        EXIT PARAGRAPH
    END-IF
    MOVE " OVER" TO QUOTA-TEXT(13:5)
    ADD 1 TO ALERT-COUNT
    MOVE AREA-BYTES(AREA-INDEX) TO BYTES-DISPLAY
    MOVE SPACES TO WEBHOOK-DETAIL
    STRING "save area " FUNCTION TRIM(AREA-NAME(AREA-INDEX)) " is at "
        FUNCTION TRIM(BYTES-DISPLAY) " bytes, over its quota of "
        FUNCTION TRIM(QUOTA-DISPLAY) " MB"
        DELIMITED BY SIZE INTO WEBHOOK-DETAIL
    COMPUTE WEBHOOK-DETAIL-LENGTH =
        FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL)
    MOVE SPACES TO LOG-MESSAGE
    STRING "disk usage: " WEBHOOK-DETAIL(1:WEBHOOK-DETAIL-LENGTH)
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "WARN" LOG-MESSAGE
    CALL "Webhook-Enqueue" USING "disk-quota" WEBHOOK-DETAIL
        WEBHOOK-DETAIL-LENGTH.

WRITE-PROJECTION.
    IF CAPACITY-MB = 0
        MOVE "capacity: not configured (disk-capacity-mb), no projection"
            TO REPORT-LINE
        WRITE REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE CAPACITY-BYTES = CAPACITY-MB * MEGABYTE
    COMPUTE USED-PERCENT = (TOTAL-BYTES * 100) / CAPACITY-BYTES
    MOVE CAPACITY-MB TO MB-DISPLAY
    MOVE USED-PERCENT TO PERCENT-DISPLAY
    IF USED-PERCENT > 999
        MOVE 999 TO PERCENT-DISPLAY
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "capacity: " FUNCTION TRIM(MB-DISPLAY) " MB, "
        FUNCTION TRIM(PERCENT-DISPLAY) "% used by the save tree"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    EVALUATE TRUE
        WHEN TOTAL-BYTES >= CAPACITY-BYTES
            MOVE "projection: the save tree already fills the configured capacity"
                TO REPORT-LINE
        WHEN LONGEST-SPAN = 0
            MOVE "projection: no history yet, growth is measured from the next run"
                TO REPORT-LINE
        WHEN DAILY-GROWTH <= 0
            MOVE LONGEST-SPAN TO DAYS-DISPLAY
            STRING "projection: not growing over the last "
                FUNCTION TRIM(DAYS-DISPLAY) " day(s)"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN OTHER
            COMPUTE DAYS-UNTIL-FULL =
                (CAPACITY-BYTES - TOTAL-BYTES) / DAILY-GROWTH
            MOVE DAILY-GROWTH TO BYTES-DISPLAY
            MOVE DAYS-UNTIL-FULL TO DAYS-DISPLAY
            MOVE LONGEST-SPAN TO FILES-DISPLAY
            STRING "projection: growing " FUNCTION TRIM(BYTES-DISPLAY)
                " bytes/day over the last " FUNCTION TRIM(FILES-DISPLAY)
                " day(s), full in about " FUNCTION TRIM(DAYS-DISPLAY)
                " day(s)"
                DELIMITED BY SIZE INTO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE.

APPEND-HISTORY.
    OPEN EXTEND FD-HISTORY
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > C-AREA-COUNT
        MOVE TODAY-DATE TO HISTORY-DATE
        MOVE AREA-NAME(AREA-INDEX) TO HISTORY-AREA
        MOVE AREA-BYTES(AREA-INDEX) TO HISTORY-BYTES
        MOVE AREA-FILES(AREA-INDEX) TO HISTORY-FILES
        MOVE HISTORY-RECORD TO HISTORY-LINE
        WRITE HISTORY-LINE
    END-PERFORM
    CLOSE FD-HISTORY.

DELIVER-ALERTS.
    *> no World-Tick runs in a batch, so the queue is drained here; a
    *> failed send backs the bridge off and ends the loop, and the
    *> alert stays on record in the log and the report
    PERFORM UNTIL WEBHOOK-QUEUE-COUNT = 0
        MOVE WEBHOOK-QUEUE-COUNT TO QUEUED-BEFORE
        CALL "Webhook-Tick"
        IF WEBHOOK-QUEUE-COUNT >= QUEUED-BEFORE
            CALL "Log-Write" USING "WARN"
                "disk usage: webhook unreachable, quota alert(s) not delivered"
            EXIT PERFORM
        END-IF
    END-PERFORM.

END PROGRAM DiskUsage-Run.
