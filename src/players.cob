    COPY DD-CONNECTION-RATE.
    *> temporary data
    01 PLAYER-INDEX             BINARY-CHAR.
    01 RATE-INDEX                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
        MOVE 0 TO CONNECTION-RATE-BACKOFF-UNTIL(RATE-INDEX)
    END-PERFORM

    CALL "Config-Load"
    CALL "Players-Configure"

    GOBACK.

END PROGRAM Players-Init.

*> --- Players-Configure ---
*> The connection cap, read at startup and again by Config-Reload. A
*> lowered cap turns away new logins only; nobody already on is kicked.
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 CONFIGURED-MAX-PLAYERS   BINARY-LONG-LONG.

PROCEDURE DIVISION.
    *> server.properties can only lower the connection cap; the array
    *> declared in DD-PLAYERS is the hard capacity
    CALL "Config-GetNumber" USING "max-players" MAX-PLAYERS CONFIGURED-MAX-PLAYERS
    IF CONFIGURED-MAX-PLAYERS < 1 OR CONFIGURED-MAX-PLAYERS > MAX-PLAYERS
        MOVE MAX-PLAYERS TO ACTIVE-MAX-PLAYERS
    ELSE
        MOVE CONFIGURED-MAX-PLAYERS TO ACTIVE-MAX-PLAYERS
    END-IF
    GOBACK.

END PROGRAM Players-Configure.

*> --- Players-PlayerFileName ---
IDENTIFICATION DIVISION.
    *> shared data
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-SLOT-JOURNAL.
    *> temporary data
    01 INVENTORY-INDEX          BINARY-LONG UNSIGNED.
LINKAGE SECTION.
            FUNCTION TRIM(PLAYER-FILE-NAME) DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    ELSE
        *> the whole inventory is on disk now, which settles every
        *> journaled slot change for this player up to here
        CALL "SlotJournal-PlayerSaved" USING PLAYER-UUID(LK-PLAYER-ID)
    END-IF

    GOBACK.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Players-SavePlayer" USING PLAYER-INDEX
            CALL "Quests-Save" USING PLAYER-INDEX
        END-IF
    END-PERFORM
    GOBACK.
    01 FEET-BLOCK-ID             BINARY-LONG.
    01 WATER-BASE-ID             BINARY-LONG.
    01 PORTAL-BASE-ID            BINARY-LONG.
    01 END-PORTAL-ID             BINARY-LONG.
    01 FALL-DISTANCE             BINARY-LONG.
    01 FALL-DAMAGE               FLOAT.
    01 CATALOG-MESSAGE           PIC X(160).
    01 ADVANCEMENT-TRIGGER-CODE  BINARY-CHAR UNSIGNED.
    01 ADVANCEMENT-VALUE         BINARY-LONG-LONG.
    01 WALKED-BEFORE             BINARY-LONG-LONG.
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 6.
    01 QUEST-AMOUNT              BINARY-LONG UNSIGNED.
    01 MOVE-CHECK-TICK           BINARY-LONG-LONG UNSIGNED.
    01 TICK-SPEED-CAP            FLOAT-LONG.
    01 SUPPORT-POSITION.
    END-IF

    *> only horizontal movement counts as walking, matching the stat's name
    COMPUTE WALKED-BEFORE = PLAYER-STAT-DISTANCE-WALKED(LK-PLAYER-ID)
    COMPUTE PLAYER-STAT-DISTANCE-WALKED(LK-PLAYER-ID) =
        PLAYER-STAT-DISTANCE-WALKED(LK-PLAYER-ID)
        + FUNCTION SQRT(DELTA-X * DELTA-X + DELTA-Z * DELTA-Z)
        PLAYER-STAT-DISTANCE-WALKED(LK-PLAYER-ID)
    CALL "Advancements-OnEvent" USING LK-PLAYER-ID
        ADVANCEMENT-TRIGGER-CODE ADVANCEMENT-VALUE
    *> and each whole block crossed counts towards a walking quest
    IF ADVANCEMENT-VALUE > WALKED-BEFORE
        COMPUTE QUEST-AMOUNT = ADVANCEMENT-VALUE - WALKED-BEFORE
        CALL "Quests-OnEvent" USING LK-PLAYER-ID QUEST-EVENT-TYPE "*"
            QUEST-AMOUNT
    END-IF

    *> every accepted movement is reflected to whoever can see (or has
    *> just gained/lost sight of) this player, and the loaded chunk
            AND FEET-BLOCK-ID < PORTAL-BASE-ID + 2
        CALL "Nether-Travel" USING LK-PLAYER-ID
    END-IF
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:end_portal"
        END-PORTAL-ID
    IF FEET-BLOCK-ID = END-PORTAL-ID
        CALL "End-Travel" USING LK-PLAYER-ID
    END-IF

    *> fall tracking: remember where a descent started, and convert the
    *> total drop into damage on the packet that stops descending. A
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-WORLD.
    COPY DD-MAINTENANCE.
    *> temporary data
    01 IO-FAILURE               BINARY-CHAR UNSIGNED.
    01 PLAYER-INVENTORY-INDEX   BINARY-CHAR.
    01 JOINING-PERMISSION       BINARY-CHAR UNSIGNED.
    01 IS-BANNED                BINARY-CHAR UNSIGNED.
    01 TEMPBAN-REASON           PIC X(64).
    01 IS-WHITELISTED           BINARY-CHAR UNSIGNED.
    01 RESOURCE-PACK-REQUIRED   PIC X(8).
    01 RESOURCE-PACK-FORCED     BINARY-CHAR UNSIGNED.
    01 ALT-VERDICT              BINARY-CHAR UNSIGNED.
    01 CACHED-NAME              PIC X(16).
    01 CACHED-NAME-FOUND        BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 LK-PLAYER-UUID           PIC X(16).
        MOVE CATALOG-MESSAGE(1:64) TO LK-DISCONNECT-REASON
        GOBACK
    END-IF
    *> while the maintenance lockout is on, only staff get in; everyone
    *> else is told when the server expects to reopen
    IF MAINTENANCE-LOCKED-OUT
        CALL "Players-CheckPermission" USING LK-PLAYER-UUID
            JOINING-PERMISSION
        IF JOINING-PERMISSION < MAINTENANCE-LOCKOUT-LEVEL
            MOVE 0 TO LK-PLAYER-ID
            CALL "Maintenance-LockoutMessage" USING LK-DISCONNECT-REASON
            GOBACK
        END-IF
    END-IF
    *> a new account walking in on a banned account's address is
    *> flagged - or, under the deny policy, turned away at the door
    CALL "AltDetect-CheckConnect" USING LK-PLAYER-UUID
            MOVE 0 TO PLAYER-OPEN-ANVIL(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-VEHICLE(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-OPEN-HOPPER(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-OPEN-DISPENSER(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-OPEN-BEACON(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-TRADE-SESSION(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-LAST-ATTACKER(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-LAST-ATTACKER-TICK(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID)
            MOVE SPACES TO PLAYER-COMBAT-OPPONENT(LK-PLAYER-ID)
            MOVE SPACES TO PLAYER-LOCALE(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-RESOURCE-PACK-STATUS(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-VANISHED(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-FROZEN(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-JAIL-INDEX(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-RULES-PENDING(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-INVSEE-TARGET(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-INVSEE-SNAPSHOT(LK-PLAYER-ID)
            *> the player's ignore list comes back with them
            CALL "Ignore-ReadFile" USING PLAYER-UUID(LK-PLAYER-ID)
                PLAYER-IGNORES(LK-PLAYER-ID)
            INITIALIZE PLAYER-MINING-TALLY(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-MOVE-TICK(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-MOVE-TICK-DISTANCE(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-ASCEND-STREAK(LK-PLAYER-ID)
            MOVE LK-PLAYER-NAME(1:LK-PLAYER-NAME-LENGTH) TO WEBHOOK-DETAIL
            CALL "Webhook-Enqueue" USING "join" WEBHOOK-DETAIL
                FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL)
            *> a UUID the directory knows under another name has renamed
            *> since it last played; carry the new name to every copy
            CALL "Players-LookupNameByUUID" USING LK-PLAYER-UUID
                CACHED-NAME CACHED-NAME-FOUND
            IF CACHED-NAME-FOUND NOT = 0 AND CACHED-NAME NOT =
                    LK-PLAYER-NAME(1:LK-PLAYER-NAME-LENGTH)
                CALL "NameHistory-Propagate" USING LK-PLAYER-UUID
                    CACHED-NAME LK-PLAYER-NAME LK-PLAYER-NAME-LENGTH
            END-IF
            CALL "Players-CacheName" USING LK-PLAYER-UUID LK-PLAYER-NAME LK-PLAYER-NAME-LENGTH
            CALL "Players-BroadcastEquipment" USING LK-PLAYER-ID
            CALL "SendPacket-WorldBorder" USING LK-CLIENT-ID WORLD-BORDER-RADIUS
            CALL "Players-VisibilityConnect" USING LK-PLAYER-ID
            *> anything left for this player while they were away
            CALL "Mail-Deliver" USING LK-PLAYER-ID
            *> a moderator hears about reports waiting on the board
            CALL "Tickets-NotifyOnJoin" USING LK-PLAYER-ID
            *> a jail sentence follows the player across relogs
            CALL "Jail-OnConnect" USING LK-PLAYER-ID
            *> and nobody plays before accepting the current rules
            CALL "Rules-OnConnect" USING LK-PLAYER-ID
            *> and today's quests come back, or a fresh board is drawn
            CALL "Quests-OnConnect" USING LK-PLAYER-ID
            *> and any auction purchases parked for inventory room
            CALL "Auctions-DeliverPending" USING LK-PLAYER-ID
            CALL "Players-BroadcastStats" USING LK-PLAYER-ID
*> --- Players-LookupUUIDByName ---
*> Scans save/usercache.dat for the most recent UUID a player name was
*> seen under. Name matching is case-sensitive, matching Minecraft's own
*> case-sensitive player names. A name nobody currently holds is looked
*> up in the name history, so a player who renamed is still found by the
*> name they left behind.
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-LookupUUIDByName.

    END-PERFORM
    CLOSE FD-USERCACHE

    IF LK-FOUND = 0
        CALL "NameHistory-LookupOldName" USING LK-PLAYER-NAME
            LK-PLAYER-NAME-LENGTH LK-PLAYER-UUID LK-FOUND
    END-IF

    GOBACK.

END PROGRAM Players-LookupUUIDByName.

*> --- Players-LookupNameByUUID ---
*> The reverse lookup: the name save/usercache.dat last recorded for a
*> UUID, or spaces with LK-FOUND = 0 for a UUID it has never seen.
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-LookupNameByUUID.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-PLAYER-NAME            PIC X(16).
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-PLAYER-NAME LK-FOUND.
    MOVE 0 TO LK-FOUND
    MOVE SPACES TO LK-PLAYER-NAME
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR

    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                IF USERCACHE-LINE(1:36) = UUID-STR
                    MOVE USERCACHE-LINE(38:16) TO LK-PLAYER-NAME
                    MOVE 1 TO LK-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE

    GOBACK.

END PROGRAM Players-LookupNameByUUID.

*> --- Players-Disconnect ---
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-Disconnect.
    01 LK-PLAYER-ID             BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    *> leaving mid-fight is dying in it - while the player is still
    *> visible and online for the death flow
    CALL "Combat-OnDisconnect" USING LK-PLAYER-ID
    *> a party with nobody left online breaks up
    CALL "Parties-OnDisconnect" USING LK-PLAYER-ID
    *> stop rendering this player on every client that could see them,
    *> and clear their tab-list row
    CALL "Players-VisibilityDisconnect" USING LK-PLAYER-ID
    END-PERFORM
    *> a trade in flight must settle back before the slot empties
    CALL "Trade-CancelFor" USING LK-PLAYER-ID
    *> and so must an ingot left in a beacon's payment slot
    CALL "Beacons-Close" USING LK-PLAYER-ID
    *> time served this session is kept, and the slot forgets the jail
    CALL "Jail-OnDisconnect" USING LK-PLAYER-ID
    *> leaving mid-duel forfeits it, and puts the leaver back where the
    *> duel found them before the save
    CALL "Duels-OnDisconnect" USING LK-PLAYER-ID
    *> the inventory as it left, for SNAPSHOT restore
    CALL "Snapshots-Take" USING LK-PLAYER-ID "disconnect"
    *> the session's mining tallies, for the x-ray report
    CALL "Mining-FlushTally" USING LK-PLAYER-ID
    *> quest progress made since the last payout
    CALL "Quests-Save" USING LK-PLAYER-ID
    *> an operator unlock ends with the session
    CALL "OpPin-OnDisconnect" USING LK-PLAYER-ID
    *> save the player data
    CALL "Players-SavePlayer" USING LK-PLAYER-ID
    *> record the session end before the slot's identity is lost
