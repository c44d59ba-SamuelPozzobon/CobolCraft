*> --- World-Init ---
*> Loads server.properties and the world settings World-Configure reads
*> from it - the autosave interval (in ticks; vanilla's default of 6000
*> is 5 minutes at 20 ticks/second), the world-border-radius World-Tick
*> enforces every tick, and the default-gamemode/default-difficulty a
*> brand-new player spawns with - then Broadcast-Init to load the
*> message-of-the-day rotation, and every other subsystem after it.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLD.

PROCEDURE DIVISION.
    CALL "Config-Load"
    *> what the server is about to run on, typos and all, goes on record
    *> before anything reads it
    CALL "Config-Report"
    CALL "World-Configure"
    MOVE 0 TO WORLD-AUTOSAVE-COUNTER

    CALL "Broadcast-Init"
    CALL "Metrics-Init"
    CALL "Profiler-Init"

    *> every subsystem added alongside the tick hooks below bootstraps
    *> here, the same way Broadcast-Init and Metrics-Init do: the main
    *> loop outside this tree calls World-Init and World-Tick and knows
    *> nothing else. Tables and registries first - the block-state
    *> range table everything from the interaction dispatch to the
    *> region exporter anchors on, the message catalog, the rules book,
    *> the crafting
    *> and smelting recipe books and the entity/fluid/ground-item/
    *> capture state
    CALL "BlockNames-Init"
    CALL "Messages-Init"
    CALL "Rules-Load"
    CALL "Recipes-Init"
    *> after the recipe book, which it adds the empty map to if needed
    CALL "Maps-Init"
    CALL "Entities-Init"
    CALL "Fluids-Init"
    CALL "Redstone-Init"
    CALL "ChunkCache-Init"
    CALL "AntiXray-Configure"
    CALL "ChunkLru-Init"
    CALL "GroundItems-Init"
    *> the persisted mobs and drops come back before anything else
    CALL "Furnaces-Init"
    CALL "Brewing-Init"
    CALL "Hoppers-Init"
    CALL "Dispensers-Init"
    CALL "Beacons-Init"
    *> and brought forward past the last checkpoint by the slot journal
    CALL "SlotJournal-Replay"
    CALL "Graves-Init"
    CALL "Shops-Init"
    CALL "ClaimMarket-Init"
    CALL "Auctions-Init"
    CALL "Trade-Init"
    CALL "Bounties-Init"
    CALL "Treasury-Init"
    CALL "Banknotes-Init"
    CALL "Lottery-Init"
    CALL "Referrals-Init"
    CALL "Boosters-Init"
    CALL "Buyback-Init"
    CALL "Duels-Init"
    CALL "Parties-Init"
    CALL "Boss-Init"
    CALL "End-Init"
    CALL "Tickets-Init"
    CALL "Jail-Init"
    CALL "Towns-Init"
    CALL "Advancements-Init"
    CALL "Quests-Init"
    CALL "Holograms-Init"
    CALL "Trades-Init"
    CALL "Signs-Init"
    CALL "Claims-Init"
    CALL "Warps-Init"
    CALL "Regions-Init"
    CALL "OpPin-Init"
    *> the per-chunk caps come on only once all of the above is back,
    *> so restoring what was saved is never refused
    CALL "Density-Init"

    *> then the interaction, command and chat-filter registrations
    CALL "BlockUse-Init"
    CALL "RegisterBlock-EnchantingTable"
    CALL "RegisterBlock-Anvil"
    CALL "RegisterBlock-Hopper"
    CALL "RegisterBlock-Dispensers"
    CALL "RegisterBlock-Beacon"
    CALL "RegisterItem-Bow"
    CALL "RegisterItem-Food"
    CALL "RegisterItem-Farming"
    CALL "RegisterItem-FlintAndSteel"
    CALL "RegisterItem-Vehicles"
    CALL "RegisterItem-FishingRod"
    CALL "RegisterItem-ShulkerBox"
    CALL "RegisterItem-Dispensers"
    CALL "RegisterItem-EnderEye"
    CALL "RegisterItem-Banknote"
    CALL "RegisterItem-Map"
    CALL "RegisterCommand-Time"
    CALL "RegisterCommand-Weather"
    CALL "RegisterCommand-Effect"
    CALL "RegisterCommand-Home"
    CALL "RegisterCommand-Warp"
    CALL "RegisterCommand-Claim"
    CALL "RegisterCommand-ClaimMarket"
    CALL "RegisterCommand-Region"
    CALL "RegisterCommand-Mail"
    CALL "RegisterCommand-Msg"
    CALL "RegisterCommand-Economy"
    CALL "RegisterCommand-Treasury"
    CALL "RegisterCommand-Banknote"
    CALL "RegisterCommand-Lottery"
    CALL "RegisterCommand-Referral"
    CALL "RegisterCommand-Booster"
    CALL "RegisterCommand-Buyback"
    CALL "RegisterCommand-Moderation"
    CALL "RegisterCommand-Tickets"
    CALL "RegisterCommand-Jail"
    CALL "RegisterCommand-Snapshot"
    CALL "RegisterCommand-Rules"
    CALL "RegisterCommand-Ignore"
    CALL "RegisterCommand-Quests"
    CALL "RegisterCommand-Rollback"
    CALL "RegisterCommand-Lookup"
    CALL "RegisterCommand-Capture"
    CALL "RegisterCommand-Auction"
    CALL "RegisterCommand-Trade"
    CALL "RegisterCommand-Bounty"
    CALL "RegisterCommand-Duel"
    CALL "RegisterCommand-Arena"
    CALL "RegisterCommand-CombatLog"
    CALL "RegisterCommand-Party"
    CALL "RegisterCommand-Boss"
    CALL "RegisterCommand-Town"
    CALL "RegisterCommand-Jobs"
    CALL "RegisterCommand-Hologram"
    CALL "RegisterCommand-Vanish"
    CALL "RegisterCommand-Invsee"
    CALL "RegisterCommand-Profile"
    CALL "RegisterCommand-Lag"
    CALL "RegisterCommand-ReloadConfig"
    CALL "RegisterCommand-Lockout"
    CALL "RegisterCommand-Pin"
    CALL "RegisterChatFilter-Wordlist"

    *> and the wall-clock schedulers World-Tick polls
    CALL "Maintenance-Init"
    CALL "Backup-Init"
    CALL "Scheduler-Init"
    CALL "LogRotate-Init"
    CALL "StatsPublish-Init"

    CALL "World-LoadTime"

    *> every restart opens on a clear sky; World-TickWeather rolls the
    *> first rain once this initial spell runs out
    MOVE 0 TO WORLD-WEATHER
    MOVE 12000 TO WORLD-WEATHER-REMAINING

    *> the liveness lock the offline batches (restore, player-file
    *> check) test for: EXTERNAL storage is per run unit, so "is the
    *> server up" has to live on disk to be visible across processes.
    *> Server-Shutdown removes it; after a crash the stale lock is the
    *> operator's cue to confirm the process really is gone.
    CALL "World-WriteLockFile"
    GOBACK.

END PROGRAM World-Init.

*> --- World-Configure ---
*> The world settings World-Init reads from server.properties: the
*> autosave interval, the idle timeout, the world-border-radius
*> World-Tick enforces every tick, the default-gamemode/
*> default-difficulty a brand-new player spawns with, and the spawn
*> point. Called again by Config-Reload, so it only stores settings and
*> leaves the running counters alone.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    01 DEFAULT-GAMEMODE-STR      PIC X(16).
    01 DEFAULT-DIFFICULTY-STR    PIC X(16).
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "autosave-interval-ticks" 6000 CONFIGURED-NUMBER
    MOVE CONFIGURED-NUMBER TO WORLD-AUTOSAVE-INTERVAL
    IF WORLD-AUTOSAVE-INTERVAL < 1
        MOVE 6000 TO WORLD-AUTOSAVE-INTERVAL
    END-IF

    *> 0 disables idle kicking entirely
    CALL "Config-GetNumber" USING "player-idle-timeout-ticks" 36000
        WORLD-IDLE-TIMEOUT-TICKS
    IF WORLD-IDLE-TIMEOUT-TICKS < 0
        MOVE 0 TO WORLD-IDLE-TIMEOUT-TICKS
    END-IF

    CALL "Config-GetNumber" USING "world-border-radius" 29999984
        CONFIGURED-NUMBER
    MOVE CONFIGURED-NUMBER TO WORLD-BORDER-RADIUS
    MOVE CONFIGURED-NUMBER TO WORLD-SPAWN-Y
    CALL "Config-GetNumber" USING "spawn-z" 0 CONFIGURED-NUMBER
    MOVE CONFIGURED-NUMBER TO WORLD-SPAWN-Z
    GOBACK.

END PROGRAM World-Configure.

*> --- World-WriteLockFile ---
IDENTIFICATION DIVISION.
*> a player-initiated quit uses. Finally hands off to Broadcast-Tick, which
*> cycles the save/broadcasts.txt rotation on its own timer. Finally
*> records this tick's timing and player count via Metrics-RecordTick.
*> RandomTick-Sweep, Chunks-TickEviction, Broadcast-Tick, StatsPublish-
*> Tick, Holograms-Tick and Maps-Tick are deferrable: Metrics-Rollup's
*> load shedding thins them out while ticks run long. Every subsystem
*> call is bracketed by a Profiler-Mark so the minute's time per
*> subsystem lands in save/logs/tick-profile.csv and LAG.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-Tick.

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-PLAYERS.
    COPY DD-METRICS.
    01 DEFERRABLE-DUE           BINARY-CHAR UNSIGNED.
    01 PLAYER-INDEX             BINARY-CHAR.
    01 IDLE-TICKS                BINARY-LONG-LONG UNSIGNED.
    01 SIGNED-BORDER-RADIUS      BINARY-LONG.
    01 CATALOG-MESSAGE           PIC X(160).

PROCEDURE DIVISION.
    CALL "Profiler-BeginTick"
    ADD 1 TO WORLD-CURRENT-TICK

    *> while load shedding is on, cosmetic and deferrable work runs only
    *> every METRICS-SHED-STRIDE ticks (not at all at stride 0); the
    *> gameplay-critical calls below are never skipped
    MOVE 1 TO DEFERRABLE-DUE
    IF METRICS-SHED-ACTIVE NOT = 0
        IF METRICS-SHED-STRIDE = 0
            MOVE 0 TO DEFERRABLE-DUE
        ELSE
            IF FUNCTION MOD(WORLD-CURRENT-TICK, METRICS-SHED-STRIDE) NOT = 0
                MOVE 0 TO DEFERRABLE-DUE
            END-IF
        END-IF
    END-IF

    *> advance the day/night cycle, wrapping at the end of each day; the
    *> once-a-second sync keeps every client's free-running clock honest
    ADD 1 TO WORLD-TIME-OF-DAY
    IF FUNCTION MOD(WORLD-CURRENT-TICK, 20) = 0
        CALL "World-BroadcastTime"
    END-IF
    CALL "Profiler-Mark" USING "World-BroadcastTime"

    CALL "World-TickWeather"
    CALL "Profiler-Mark" USING "World-TickWeather"
    CALL "Entities-Tick"
    CALL "Profiler-Mark" USING "Entities-Tick"

    ADD 1 TO WORLD-AUTOSAVE-COUNTER
    IF WORLD-AUTOSAVE-COUNTER >= WORLD-AUTOSAVE-INTERVAL
        CALL "Furnaces-Save"
        CALL "Brewing-Save"
        CALL "Hoppers-Save"
        CALL "Dispensers-Save"
        CALL "Beacons-Save"
        CALL "Entities-Save"
        CALL "GroundItems-Save"
        CALL "Signs-Save"
        CALL "Maps-Save"
        CALL "SlotJournal-Checkpoint"
        CALL "Log-Write" USING "INFO" "autosave checkpoint completed"
    END-IF
    CALL "Profiler-Mark" USING "autosave"

    MOVE WORLD-BORDER-RADIUS TO SIGNED-BORDER-RADIUS

            *> environmental damage (void, drowning) accrues per tick,
            *> active status effects apply and expire, and an
            *> in-progress dig advances its crack overlay
            CALL "Profiler-Mark" USING "player-upkeep"
            CALL "Players-TickDamage" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Players-TickDamage"
            CALL "Effects-TickPlayer" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Effects-TickPlayer"
            CALL "Digging-TickPlayer" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Digging-TickPlayer"
            CALL "Jail-TickPlayer" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Jail-TickPlayer"
            CALL "Duels-TickPlayer" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Duels-TickPlayer"
            CALL "Combat-TickPlayer" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Combat-TickPlayer"
            CALL "Regions-TickPlayer" USING PLAYER-INDEX
            CALL "Profiler-Mark" USING "Regions-TickPlayer"
        END-IF
    END-PERFORM
    CALL "Profiler-Mark" USING "player-upkeep"

    CALL "Structure-TickPaste"
    CALL "Profiler-Mark" USING "Structure-TickPaste"
    CALL "Fluids-TickSpread"
    CALL "Profiler-Mark" USING "Fluids-TickSpread"
    CALL "Redstone-Tick"
    CALL "Profiler-Mark" USING "Redstone-Tick"
    IF DEFERRABLE-DUE NOT = 0
        CALL "RandomTick-Sweep"
    END-IF
    CALL "Profiler-Mark" USING "RandomTick-Sweep"
    CALL "Furnaces-Tick"
    CALL "Profiler-Mark" USING "Furnaces-Tick"
    CALL "Brewing-Tick"
    CALL "Profiler-Mark" USING "Brewing-Tick"
    CALL "Hoppers-Tick"
    CALL "Profiler-Mark" USING "Hoppers-Tick"
    CALL "Beacons-Tick"
    CALL "Profiler-Mark" USING "Beacons-Tick"
    CALL "Trades-Tick"
    CALL "Profiler-Mark" USING "Trades-Tick"
    CALL "GroundItems-Tick"
    CALL "Profiler-Mark" USING "GroundItems-Tick"
    CALL "Projectiles-Tick"
    CALL "Profiler-Mark" USING "Projectiles-Tick"
    CALL "Explosions-Tick"
    CALL "Profiler-Mark" USING "Explosions-Tick"
    CALL "Fishing-Tick"
    CALL "Profiler-Mark" USING "Fishing-Tick"
    CALL "Boss-Tick"
    CALL "Profiler-Mark" USING "Boss-Tick"
    CALL "End-Tick"
    CALL "Profiler-Mark" USING "End-Tick"
    CALL "Backup-CheckNightly"
    CALL "Profiler-Mark" USING "Backup-CheckNightly"
    CALL "LogRotate-CheckDaily"
    CALL "Profiler-Mark" USING "LogRotate-CheckDaily"
    CALL "Maintenance-Tick"
    CALL "Profiler-Mark" USING "Maintenance-Tick"
    CALL "Scheduler-Tick"
    CALL "Profiler-Mark" USING "Scheduler-Tick"
    CALL "Boosters-Tick"
    CALL "Profiler-Mark" USING "Boosters-Tick"
    IF DEFERRABLE-DUE NOT = 0
        CALL "Chunks-TickEviction"
    END-IF
    CALL "Profiler-Mark" USING "Chunks-TickEviction"

    CALL "KeepAlive-Tick"
    CALL "Profiler-Mark" USING "KeepAlive-Tick"
    CALL "Webhook-Tick"
    CALL "Profiler-Mark" USING "Webhook-Tick"
    CALL "Bridge-Tick"
    CALL "Profiler-Mark" USING "Bridge-Tick"
    IF DEFERRABLE-DUE NOT = 0
        CALL "Broadcast-Tick"
    END-IF
    CALL "Profiler-Mark" USING "Broadcast-Tick"
    IF DEFERRABLE-DUE NOT = 0
        CALL "StatsPublish-Tick"
    END-IF
    CALL "Profiler-Mark" USING "StatsPublish-Tick"
    IF DEFERRABLE-DUE NOT = 0
        CALL "Holograms-Tick"
    END-IF
    CALL "Profiler-Mark" USING "Holograms-Tick"
    IF DEFERRABLE-DUE NOT = 0
        CALL "Maps-Tick"
    END-IF
    CALL "Profiler-Mark" USING "Maps-Tick"
    CALL "Metrics-RecordTick"
    CALL "Profiler-Mark" USING "Metrics-RecordTick"
    CALL "Profiler-EndTick"
    GOBACK.

END PROGRAM World-Tick.
*> Ties together the pieces a clean stop needs: every connected client gets
*> a disconnect packet carrying the operator's reason, so a restart shows up
*> as a normal kick rather than a client-side connection-lost error, and
*> then running duels are drawn, each player gets the disconnect snapshot
*> and mining tally a normal leave records, and every player's data is
*> force-saved the same way an autosave checkpoint does before the process
*> actually exits.
IDENTIFICATION DIVISION.
PROGRAM-ID. Server-Shutdown.

        END-IF
    END-PERFORM

    *> a duel doesn't survive a stop either: it is drawn, the wagers go
    *> back, and both sides are saved where the duel found them
    CALL "Duels-SettleAll"
    *> what a disconnect would have recorded for each player still on
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Snapshots-Take" USING PLAYER-INDEX "disconnect"
            CALL "Mining-FlushTally" USING PLAYER-INDEX
        END-IF
    END-PERFORM

    CALL "Players-Save"
    CALL "World-SaveTime"
    CALL "Containers-Save"
    CALL "Furnaces-Save"
    CALL "Brewing-Save"
    CALL "Hoppers-Save"
    CALL "Dispensers-Save"
    CALL "Beacons-Save"
    *> a boss event doesn't survive a stop; its boss mustn't either
    CALL "Boss-Cancel"
    *> nor does a dragon fight in progress
    CALL "End-StowDragon"
    CALL "Entities-Save"
    CALL "GroundItems-Save"
    CALL "Signs-Save"
    CALL "Maps-Save"
    CALL "SlotJournal-Checkpoint"
    *> release the liveness lock so the offline batches know the save
    *> tree is theirs
    CALL "CBL_DELETE_FILE" USING "save/server.lock" GIVING DELETE-STATUS

    *> every block change flows through here, which makes it the one
    *> place the gravity pass can watch for sand or gravel left hanging
    *> and the chunk-packet cache can drop the stale serialization -
    *> and where a dig or blast that opens up a disguised ore shows it
    CALL "Gravity-OnBlockChange" USING LK-LOCATION
    CALL "ChunkCache-Invalidate" USING LK-LOCATION
    CALL "AntiXray-RevealAround" USING LK-LOCATION LK-BLOCK-STATE-ID

    GOBACK.

