*> --- Boss-Init ---
*> Clears the event state and loads the boss loot table from
*> save/boss-loot.txt (one "item count" line each, see DD-BOSS),
*> seeding the built-in table when the file is absent. Lines that
*> don't parse are skipped with a warning, as Quests-Init does.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-LOOT
        ASSIGN TO "save/boss-loot.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-LOOT.
    01 LOOT-LINE                 PIC X(96).
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    01 C-BAR-SEED                PIC X(16) VALUE "worldboss".
    01 C-BAR-SEED-LEN            BINARY-LONG UNSIGNED VALUE 9.
    01 ITEM-TOKEN                PIC X(64).
    01 COUNT-TOKEN               PIC X(12).

PROCEDURE DIVISION.
    INITIALIZE BOSS-DATA
    CALL "UUID-OfflineFromName" USING C-BAR-SEED C-BAR-SEED-LEN
        BOSS-BAR-UUID

    OPEN INPUT FD-LOOT
    PERFORM UNTIL EXIT
        IF BOSS-LOOT-COUNT >= MAX-BOSS-LOOT
            EXIT PERFORM
        END-IF
        READ FD-LOOT
            AT END
                EXIT PERFORM
            NOT AT END
                IF LOOT-LINE NOT = SPACES AND LOOT-LINE(1:1) NOT = "#"
                    PERFORM LOAD-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LOOT

    IF BOSS-LOOT-COUNT = 0
        PERFORM SEED-DEFAULT-LOOT
    END-IF
    GOBACK.

LOAD-ONE-LINE.
    MOVE SPACES TO ITEM-TOKEN COUNT-TOKEN
    UNSTRING LOOT-LINE DELIMITED BY ALL " " INTO ITEM-TOKEN COUNT-TOKEN
    IF COUNT-TOKEN = SPACES OR FUNCTION TEST-NUMVAL(COUNT-TOKEN) NOT = 0
        CALL "Log-Write" USING "WARN" "skipped malformed boss loot line"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BOSS-LOOT-COUNT
    MOVE ITEM-TOKEN TO BOSS-LOOT-ITEM(BOSS-LOOT-COUNT)
    COMPUTE BOSS-LOOT-AMOUNT(BOSS-LOOT-COUNT) = FUNCTION NUMVAL(COUNT-TOKEN)
    *> one stack per item and winner at most
    IF BOSS-LOOT-AMOUNT(BOSS-LOOT-COUNT) > 64
        MOVE 64 TO BOSS-LOOT-AMOUNT(BOSS-LOOT-COUNT)
    END-IF.

SEED-DEFAULT-LOOT.
    MOVE "minecraft:diamond 8" TO LOOT-LINE
    PERFORM LOAD-ONE-LINE
    MOVE "minecraft:golden_apple 4" TO LOOT-LINE
    PERFORM LOAD-ONE-LINE
    MOVE "minecraft:experience_bottle 16" TO LOOT-LINE
    PERFORM LOAD-ONE-LINE.

END PROGRAM Boss-Init.

*> --- Boss-Announce ---
*> One message-catalogue line to every online player, each in their
*> own language.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-Announce.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 ANNOUNCE-LINE             PIC X(160).
LINKAGE SECTION.
    01 LK-KEY                    PIC X ANY LENGTH.
    01 LK-DEFAULT                PIC X ANY LENGTH.
    01 LK-ARG                    PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-KEY LK-DEFAULT LK-ARG.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Messages-GetPlayer" USING PLAYER-INDEX LK-KEY LK-DEFAULT
                LK-ARG ANNOUNCE-LINE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(PLAYER-INDEX)
                ANNOUNCE-LINE
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Boss-Announce.

*> --- Boss-Start ---
*> Spawns the boss at a warp and opens the event: boss-event-mob
*> (default a zombie) with boss-event-health hit points, for
*> boss-event-minutes before it escapes. Mobs live in the overworld
*> only, so the warp must be there. LK-RESULT comes back as a short
*> line for the caller to show: blank on success.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-Start.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-WARPS.
    COPY DD-ENTITIES.
    COPY DD-WORLD.
    01 WARP-INDEX                BINARY-LONG UNSIGNED.
    01 MOB-TYPE                  PIC X(32).
    01 MOB-HOSTILE               BINARY-CHAR UNSIGNED VALUE 1.
    01 SPAWNED-INDEX             BINARY-LONG UNSIGNED.
    01 BOSS-HEALTH-SETTING       BINARY-LONG-LONG.
    01 BOSS-MINUTES              BINARY-LONG-LONG.
    01 LOG-MESSAGE               PIC X(120).
LINKAGE SECTION.
    01 LK-WARP-NAME              PIC X(16).
    01 LK-RESULT                 PIC X(80).

PROCEDURE DIVISION USING LK-WARP-NAME LK-RESULT.
    MOVE SPACES TO LK-RESULT
    IF BOSS-ACTIVE NOT = 0
        MOVE "A boss event is already running" TO LK-RESULT
        GOBACK
    END-IF
    PERFORM VARYING WARP-INDEX FROM 1 BY 1 UNTIL WARP-INDEX > MAX-WARPS
        IF WARP-NAME(WARP-INDEX) = LK-WARP-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF LK-WARP-NAME = SPACES OR WARP-INDEX > MAX-WARPS
        STRING "No such warp: " FUNCTION TRIM(LK-WARP-NAME)
            DELIMITED BY SIZE INTO LK-RESULT
        GOBACK
    END-IF
    IF WARP-DIMENSION(WARP-INDEX) NOT = "minecraft:overworld"
        MOVE "A boss can only be summoned at an overworld warp"
            TO LK-RESULT
        GOBACK
    END-IF

    CALL "Config-GetString" USING "boss-event-mob" "minecraft:zombie"
        MOB-TYPE
    CALL "Entities-SpawnMob" USING MOB-TYPE MOB-HOSTILE
        WARP-POSITION(WARP-INDEX) SPAWNED-INDEX
    IF SPAWNED-INDEX = 0
        MOVE "The boss could not be spawned there (mob cap, no-mobs region or full table)"
            TO LK-RESULT
        GOBACK
    END-IF

    CALL "Config-GetNumber" USING "boss-event-health" 500
        BOSS-HEALTH-SETTING
    IF BOSS-HEALTH-SETTING < 20
        MOVE 20 TO BOSS-HEALTH-SETTING
    END-IF
    CALL "Config-GetNumber" USING "boss-event-minutes" 30 BOSS-MINUTES
    IF BOSS-MINUTES < 1
        MOVE 30 TO BOSS-MINUTES
    END-IF
    MOVE BOSS-HEALTH-SETTING TO ENTITY-HEALTH(SPAWNED-INDEX)

    MOVE 1 TO BOSS-ACTIVE
    MOVE SPAWNED-INDEX TO BOSS-ENTITY-INDEX
    MOVE ENTITY-ID(SPAWNED-INDEX) TO BOSS-ENTITY-ID
    MOVE LK-WARP-NAME TO BOSS-WARP-NAME
    MOVE BOSS-HEALTH-SETTING TO BOSS-MAX-HEALTH
    COMPUTE BOSS-END-TICK = WORLD-CURRENT-TICK + BOSS-MINUTES * 1200
    MOVE 0 TO BOSS-CONTRIBUTOR-COUNT
    MOVE SPACES TO BOSS-TITLE
    STRING "World boss at " FUNCTION TRIM(LK-WARP-NAME)
        DELIMITED BY SIZE INTO BOSS-TITLE

    CALL "Boss-SendBar"
    CALL "Boss-Announce" USING "boss-started"
        "A world boss has appeared at warp {0}! /warp there to fight it"
        FUNCTION TRIM(LK-WARP-NAME)

    MOVE SPACES TO LOG-MESSAGE
    STRING "boss event started at warp " FUNCTION TRIM(LK-WARP-NAME)
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    GOBACK.

END PROGRAM Boss-Start.

*> --- Boss-SendBar ---
*> (Re)sends the boss bar, at the boss's current health, to every
*> online player. Re-adding an existing bar replaces it client-side
*> (see SendPacket-BossBarAdd), so the same call covers players who
*> joined after the event began.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-SendBar.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-ENTITIES.
    COPY DD-PLAYERS.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 BAR-PROGRESS              FLOAT.

PROCEDURE DIVISION.
    IF BOSS-ACTIVE = 0
        GOBACK
    END-IF
    COMPUTE BAR-PROGRESS =
        ENTITY-HEALTH(BOSS-ENTITY-INDEX) / BOSS-MAX-HEALTH
    IF BAR-PROGRESS < 0
        MOVE 0 TO BAR-PROGRESS
    END-IF
    IF BAR-PROGRESS > 1
        MOVE 1 TO BAR-PROGRESS
    END-IF
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "SendPacket-BossBarAdd" USING PLAYER-CLIENT(PLAYER-INDEX)
                BOSS-BAR-UUID BOSS-TITLE BAR-PROGRESS
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Boss-SendBar.

*> --- Boss-End ---
*> Closes the event: the bar comes down everywhere and the state is
*> cleared. The boss itself is removed by the caller where it still
*> stands.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-End.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-PLAYERS.
    01 PLAYER-INDEX              BINARY-CHAR.

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "SendPacket-BossBarRemove" USING PLAYER-CLIENT(PLAYER-INDEX)
                BOSS-BAR-UUID
        END-IF
    END-PERFORM
    MOVE 0 TO BOSS-ACTIVE
    MOVE 0 TO BOSS-ENTITY-INDEX
    MOVE 0 TO BOSS-ENTITY-ID
    MOVE 0 TO BOSS-CONTRIBUTOR-COUNT
    GOBACK.

END PROGRAM Boss-End.

*> --- Boss-Cancel ---
*> Ends the event with no rewards and takes the boss out of the world:
*> BOSS STOP, and Server-Shutdown before the entity table is saved, so
*> a restart never brings the boss back as a stray high-health mob.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-Cancel.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-ENTITIES.

PROCEDURE DIVISION.
    IF BOSS-ACTIVE = 0
        GOBACK
    END-IF
    IF ENTITY-ALIVE(BOSS-ENTITY-INDEX) NOT = 0
            AND ENTITY-ID(BOSS-ENTITY-INDEX) = BOSS-ENTITY-ID
        CALL "Entities-Remove" USING BOSS-ENTITY-INDEX
    END-IF
    CALL "Boss-End"
    CALL "Log-Write" USING "INFO" "boss event cancelled"
    GOBACK.

END PROGRAM Boss-Cancel.

*> --- Boss-Tick ---
*> Called once per tick from World-Tick. Refreshes the bar once a
*> second, lets the boss escape when the event runs out of time, and
*> ends an event whose boss left the entity table some other way (a
*> peaceful-difficulty cull) without paying anyone.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-ENTITIES.
    COPY DD-WORLD.

PROCEDURE DIVISION.
    IF BOSS-ACTIVE = 0
        GOBACK
    END-IF
    IF ENTITY-ALIVE(BOSS-ENTITY-INDEX) = 0
            OR ENTITY-ID(BOSS-ENTITY-INDEX) NOT = BOSS-ENTITY-ID
        CALL "Boss-End"
        CALL "Boss-Announce" USING "boss-vanished"
            "The world boss has vanished" " "
        GOBACK
    END-IF
    IF WORLD-CURRENT-TICK >= BOSS-END-TICK
        CALL "Entities-Remove" USING BOSS-ENTITY-INDEX
        CALL "Boss-End"
        CALL "Boss-Announce" USING "boss-escaped"
            "The world boss escaped - better luck next time" " "
        CALL "Log-Write" USING "INFO" "boss event timed out"
        GOBACK
    END-IF
    IF FUNCTION MOD(WORLD-CURRENT-TICK, 20) = 0
        CALL "Boss-SendBar"
    END-IF
    GOBACK.

END PROGRAM Boss-Tick.

*> --- Boss-RecordHit ---
*> Called by every path that hurts a mob, after the damage has been
*> taken off its health: melee (Combat-PlayerAttacksMob), arrows
*> (Projectiles-Tick) and explosions (attacker 0 - the hit counts, but
*> nobody is credited). Anything but the boss is ignored. The credit is
*> the health actually removed, so an overkill earns no more than the
*> boss had left. The killing hit settles the event (Boss-Settle); the
*> caller then drops the loot and removes the mob as it would any
*> other.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-RecordHit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-ENTITIES.
    COPY DD-PLAYERS.
    01 CREDITED-DAMAGE           FLOAT-LONG.
    01 CONTRIBUTOR-INDEX         BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-ENTITY-INDEX           BINARY-LONG UNSIGNED.
    01 LK-DAMAGE                 FLOAT.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-ENTITY-INDEX LK-DAMAGE.
    IF BOSS-ACTIVE = 0 OR LK-ENTITY-INDEX NOT = BOSS-ENTITY-INDEX
            OR ENTITY-ID(LK-ENTITY-INDEX) NOT = BOSS-ENTITY-ID
        GOBACK
    END-IF

    MOVE LK-DAMAGE TO CREDITED-DAMAGE
    IF ENTITY-HEALTH(LK-ENTITY-INDEX) < 0
        COMPUTE CREDITED-DAMAGE =
            LK-DAMAGE + ENTITY-HEALTH(LK-ENTITY-INDEX)
    END-IF
    IF LK-ATTACKER-ID > 0 AND CREDITED-DAMAGE > 0
        PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
                UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
            IF CONTRIBUTOR-UUID(CONTRIBUTOR-INDEX)
                    = PLAYER-UUID(LK-ATTACKER-ID)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
                AND BOSS-CONTRIBUTOR-COUNT < MAX-BOSS-CONTRIBUTORS
            ADD 1 TO BOSS-CONTRIBUTOR-COUNT
            MOVE BOSS-CONTRIBUTOR-COUNT TO CONTRIBUTOR-INDEX
            MOVE PLAYER-UUID(LK-ATTACKER-ID)
                TO CONTRIBUTOR-UUID(CONTRIBUTOR-INDEX)
            MOVE PLAYER-NAME(LK-ATTACKER-ID)
                TO CONTRIBUTOR-NAME(CONTRIBUTOR-INDEX)
            MOVE 0 TO CONTRIBUTOR-DAMAGE(CONTRIBUTOR-INDEX)
        END-IF
        IF CONTRIBUTOR-INDEX <= BOSS-CONTRIBUTOR-COUNT
            ADD CREDITED-DAMAGE TO CONTRIBUTOR-DAMAGE(CONTRIBUTOR-INDEX)
        END-IF
    END-IF

    IF ENTITY-HEALTH(LK-ENTITY-INDEX) <= 0
        CALL "Boss-Settle"
    END-IF
    GOBACK.

END PROGRAM Boss-RecordHit.

*> --- Boss-Settle ---
*> Pays out a defeated boss. Contributors are ranked by damage, and
*> each gets the share of boss-event-coins and of every loot-table line
*> their damage earned (rounded down; what rounding leaves over goes to
*> the top contributor). Coins move from the boss pool through the
*> ledger, into the live balance or - for a contributor who has since
*> logged off - the save file. Items go only to contributors online at
*> the kill: into a free inventory slot, or at their feet when there
*> is none. A results line with the top three goes to chat, the
*> webhook and the server log.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boss-Settle.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOSS.
    COPY DD-PLAYERS.
    01 C-POOL-SEED               PIC X(16) VALUE "bosspool".
    01 C-POOL-SEED-LEN           BINARY-LONG UNSIGNED VALUE 8.
    01 POOL-UUID                 PIC X(16).
    01 TOTAL-DAMAGE              FLOAT-LONG.
    01 TOTAL-COINS-SETTING       BINARY-LONG-LONG.
    01 TOTAL-COINS               BINARY-LONG.
    01 COINS-LEFT                BINARY-LONG.
    01 CONTRIBUTOR-INDEX         BINARY-LONG UNSIGNED.
    01 SORT-INDEX                BINARY-LONG UNSIGNED.
    01 SWAP-CONTRIBUTOR.
        05 SWAP-UUID             PIC X(16).
        05 SWAP-NAME             PIC X(16).
        05 SWAP-DAMAGE           FLOAT-LONG.
    01 CONTRIBUTOR-SHARE         OCCURS 64 TIMES FLOAT-LONG.
    01 CONTRIBUTOR-COINS         OCCURS 64 TIMES BINARY-LONG.
    01 CONTRIBUTOR-PLAYER        OCCURS 64 TIMES BINARY-CHAR.
    01 OFFLINE-SUCCESS           BINARY-CHAR UNSIGNED.
    01 LOOT-INDEX                BINARY-LONG UNSIGNED.
    01 LOOT-ITEM-ID              BINARY-LONG.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 ITEMS-LEFT                BINARY-LONG UNSIGNED.
    01 GIVE-COUNT                BINARY-LONG UNSIGNED.
    01 GIVE-PLAYER               BINARY-CHAR.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-LENGTH           BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-DATA             PIC X(2048) VALUE SPACES.
    01 PERCENT-DISPLAY           PIC ZZ9.
    01 COINS-DISPLAY             PIC Z(9)9.
    01 RESULT-LINE               PIC X(256).
    01 RESULT-LINE-LENGTH        BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-CHAR.

PROCEDURE DIVISION.
    PERFORM RANK-CONTRIBUTORS
    MOVE 0 TO TOTAL-DAMAGE
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
        ADD CONTRIBUTOR-DAMAGE(CONTRIBUTOR-INDEX) TO TOTAL-DAMAGE
        CALL "Players-FindConnectedByUUID" USING
            CONTRIBUTOR-UUID(CONTRIBUTOR-INDEX)
            CONTRIBUTOR-PLAYER(CONTRIBUTOR-INDEX)
    END-PERFORM
    IF BOSS-CONTRIBUTOR-COUNT = 0 OR TOTAL-DAMAGE <= 0
        CALL "Boss-End"
        CALL "Boss-Announce" USING "boss-defeated-nobody"
            "The world boss has fallen, with nobody to claim it" " "
        GOBACK
    END-IF
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
        COMPUTE CONTRIBUTOR-SHARE(CONTRIBUTOR-INDEX) =
            CONTRIBUTOR-DAMAGE(CONTRIBUTOR-INDEX) / TOTAL-DAMAGE
    END-PERFORM

    PERFORM PAY-COINS
    PERFORM VARYING LOOT-INDEX FROM 1 BY 1 UNTIL LOOT-INDEX > BOSS-LOOT-COUNT
        PERFORM SHARE-LOOT-LINE
    END-PERFORM
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Crafting-SendInventory" USING PLAYER-INDEX
        END-IF
    END-PERFORM

    PERFORM BUILD-RESULT-LINE
    CALL "Boss-End"
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(PLAYER-INDEX)
                RESULT-LINE
        END-IF
    END-PERFORM
    COMPUTE RESULT-LINE-LENGTH = FUNCTION STORED-CHAR-LENGTH(RESULT-LINE)
    CALL "Webhook-Enqueue" USING "boss" RESULT-LINE RESULT-LINE-LENGTH
    CALL "Log-Write" USING "INFO" RESULT-LINE
    GOBACK.

RANK-CONTRIBUTORS.
    *> a straight insertion sort, highest damage first - the table is
    *> a few dozen rows at most
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 2 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
        MOVE BOSS-CONTRIBUTOR(CONTRIBUTOR-INDEX) TO SWAP-CONTRIBUTOR
        MOVE CONTRIBUTOR-INDEX TO SORT-INDEX
        PERFORM UNTIL SORT-INDEX = 1
            IF CONTRIBUTOR-DAMAGE(SORT-INDEX - 1) >= SWAP-DAMAGE
                EXIT PERFORM
            END-IF
            MOVE BOSS-CONTRIBUTOR(SORT-INDEX - 1)
                TO BOSS-CONTRIBUTOR(SORT-INDEX)
            SUBTRACT 1 FROM SORT-INDEX
        END-PERFORM
        MOVE SWAP-CONTRIBUTOR TO BOSS-CONTRIBUTOR(SORT-INDEX)
    END-PERFORM.

PAY-COINS.
    CALL "Config-GetNumber" USING "boss-event-coins" 1000
        TOTAL-COINS-SETTING
    MOVE TOTAL-COINS-SETTING TO TOTAL-COINS
    MOVE TOTAL-COINS TO COINS-LEFT
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
        COMPUTE CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) =
            TOTAL-COINS * CONTRIBUTOR-SHARE(CONTRIBUTOR-INDEX)
        SUBTRACT CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) FROM COINS-LEFT
    END-PERFORM
    ADD COINS-LEFT TO CONTRIBUTOR-COINS(1)

    CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
        POOL-UUID
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
        IF CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) > 0
            IF CONTRIBUTOR-PLAYER(CONTRIBUTOR-INDEX) NOT = 0
                ADD CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) TO PLAYER-BALANCE(
                    CONTRIBUTOR-PLAYER(CONTRIBUTOR-INDEX))
                MOVE 1 TO OFFLINE-SUCCESS
            ELSE
                CALL "Economy-AdjustOffline" USING
                    CONTRIBUTOR-UUID(CONTRIBUTOR-INDEX)
                    CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) OFFLINE-SUCCESS
            END-IF
            IF OFFLINE-SUCCESS NOT = 0
                CALL "Economy-LogTransaction" USING POOL-UUID
                    CONTRIBUTOR-UUID(CONTRIBUTOR-INDEX)
                    CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) "BOSS-REWARD"
            END-IF
        END-IF
    END-PERFORM.

SHARE-LOOT-LINE.
    CALL "Items-Get-Id" USING BOSS-LOOT-ITEM(LOOT-INDEX) LOOT-ITEM-ID
    CALL "Players-ValidateItemId" USING LOOT-ITEM-ID ITEM-ID-VALID
    IF ITEM-ID-VALID = 0
        EXIT PARAGRAPH
    END-IF
    MOVE BOSS-LOOT-AMOUNT(LOOT-INDEX) TO ITEMS-LEFT
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
        COMPUTE GIVE-COUNT = BOSS-LOOT-AMOUNT(LOOT-INDEX)
            * CONTRIBUTOR-SHARE(CONTRIBUTOR-INDEX)
        SUBTRACT GIVE-COUNT FROM ITEMS-LEFT
        IF CONTRIBUTOR-INDEX > 1
            MOVE CONTRIBUTOR-PLAYER(CONTRIBUTOR-INDEX) TO GIVE-PLAYER
            PERFORM GIVE-ITEMS
        END-IF
    END-PERFORM
    *> the top contributor's share, plus the rounding leftovers
    COMPUTE GIVE-COUNT = BOSS-LOOT-AMOUNT(LOOT-INDEX)
        * CONTRIBUTOR-SHARE(1)
    ADD ITEMS-LEFT TO GIVE-COUNT
    MOVE CONTRIBUTOR-PLAYER(1) TO GIVE-PLAYER
    PERFORM GIVE-ITEMS.

GIVE-ITEMS.
    IF GIVE-COUNT = 0 OR GIVE-PLAYER = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO TARGET-SLOT
    PERFORM VARYING SLOT-INDEX FROM 10 BY 1
            UNTIL SLOT-INDEX > 45 OR TARGET-SLOT NOT = 0
        IF PLAYER-INVENTORY-SLOT-COUNT(GIVE-PLAYER, SLOT-INDEX) = 0
            MOVE SLOT-INDEX TO TARGET-SLOT
        END-IF
    END-PERFORM
    IF TARGET-SLOT = 0
        CALL "GroundItems-Spawn" USING PLAYER-POSITION(GIVE-PLAYER)
            LOOT-ITEM-ID GIVE-COUNT DROP-DAMAGE DROP-NBT-LENGTH
            DROP-NBT-DATA
        EXIT PARAGRAPH
    END-IF
    MOVE LOOT-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(GIVE-PLAYER, TARGET-SLOT)
    MOVE GIVE-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(GIVE-PLAYER, TARGET-SLOT)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(GIVE-PLAYER, TARGET-SLOT)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(GIVE-PLAYER, TARGET-SLOT).

BUILD-RESULT-LINE.
    MOVE SPACES TO RESULT-LINE
    STRING "World boss defeated at " FUNCTION TRIM(BOSS-WARP-NAME) "!"
        DELIMITED BY SIZE INTO RESULT-LINE
    PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
            UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
                OR CONTRIBUTOR-INDEX > 3
        COMPUTE PERCENT-DISPLAY ROUNDED =
            CONTRIBUTOR-SHARE(CONTRIBUTOR-INDEX) * 100
        MOVE CONTRIBUTOR-COINS(CONTRIBUTOR-INDEX) TO COINS-DISPLAY
        STRING FUNCTION TRIM(RESULT-LINE) " "
            FUNCTION TRIM(CONTRIBUTOR-NAME(CONTRIBUTOR-INDEX)) " "
            FUNCTION TRIM(PERCENT-DISPLAY) "% ("
            FUNCTION TRIM(COINS-DISPLAY) " coins)"
            DELIMITED BY SIZE INTO RESULT-LINE
        IF CONTRIBUTOR-INDEX < 3
                AND CONTRIBUTOR-INDEX < BOSS-CONTRIBUTOR-COUNT
            STRING FUNCTION TRIM(RESULT-LINE) ","
                DELIMITED BY SIZE INTO RESULT-LINE
        END-IF
    END-PERFORM
    IF BOSS-CONTRIBUTOR-COUNT > 3
        MOVE BOSS-CONTRIBUTOR-COUNT TO COINS-DISPLAY
        STRING FUNCTION TRIM(RESULT-LINE) " - "
            FUNCTION TRIM(COINS-DISPLAY) " fighters in all"
            DELIMITED BY SIZE INTO RESULT-LINE
    END-IF.

END PROGRAM Boss-Settle.

*> --- RegisterCommand-Boss ---
*> Registers BOSS for event hosts (permission level 2, like SETWARP):
*>   boss start <warp>  - summon the boss there (a save/schedule.txt
*>                        line such as "2000 boss start arena" runs a
*>                        weekend event unattended)
*>   boss stop          - end the event, no rewards
*>   boss               - the event's state and the damage so far
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Boss.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Boss"
    CALL "Commands-Register" USING "BOSS" 2 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Boss ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Boss.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-BOSS.
        COPY DD-ENTITIES.
        COPY DD-WORLD.
        01 SUB-COMMAND            PIC X(12).
        01 WARP-ARG               PIC X(16).
        01 START-RESULT           PIC X(80).
        01 CONTRIBUTOR-INDEX      BINARY-LONG UNSIGNED.
        01 HEALTH-DISPLAY         PIC Z(9)9.
        01 DAMAGE-DISPLAY         PIC Z(9)9.
        01 MINUTES-DISPLAY        PIC Z(9)9.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO SUB-COMMAND
        MOVE SPACES TO WARP-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND WARP-ARG
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN "START"
                CALL "Boss-Start" USING WARP-ARG START-RESULT
                IF START-RESULT = SPACES
                    STRING "Boss summoned at " FUNCTION TRIM(WARP-ARG)
                        DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                ELSE
                    MOVE START-RESULT TO LK-COMMAND-RESPONSE-TEXT
                END-IF
            WHEN "STOP"
                IF BOSS-ACTIVE = 0
                    MOVE "No boss event is running"
                        TO LK-COMMAND-RESPONSE-TEXT
                ELSE
                    CALL "Boss-Cancel"
                    CALL "Boss-Announce" USING "boss-cancelled"
                        "The world boss event has been called off" " "
                    MOVE "Boss event stopped" TO LK-COMMAND-RESPONSE-TEXT
                END-IF
            WHEN SPACES
                PERFORM SHOW-STATUS
            WHEN OTHER
                MOVE "Usage: boss start <warp> | stop"
                    TO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    SHOW-STATUS.
        IF BOSS-ACTIVE = 0
            MOVE "No boss event is running" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE ENTITY-HEALTH(BOSS-ENTITY-INDEX) TO HEALTH-DISPLAY
        COMPUTE MINUTES-DISPLAY =
            (BOSS-END-TICK - WORLD-CURRENT-TICK) / 1200
        STRING "Boss at " FUNCTION TRIM(BOSS-WARP-NAME) ": "
            FUNCTION TRIM(HEALTH-DISPLAY) " health, "
            FUNCTION TRIM(MINUTES-DISPLAY) " min left"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        PERFORM VARYING CONTRIBUTOR-INDEX FROM 1 BY 1
                UNTIL CONTRIBUTOR-INDEX > BOSS-CONTRIBUTOR-COUNT
            MOVE CONTRIBUTOR-DAMAGE(CONTRIBUTOR-INDEX) TO DAMAGE-DISPLAY
            STRING FUNCTION TRIM(LK-COMMAND-RESPONSE-TEXT) " | "
                FUNCTION TRIM(CONTRIBUTOR-NAME(CONTRIBUTOR-INDEX)) " "
                FUNCTION TRIM(DAMAGE-DISPLAY)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        END-PERFORM
        EXIT PARAGRAPH.

    END PROGRAM Callback-Boss.

END PROGRAM RegisterCommand-Boss.
