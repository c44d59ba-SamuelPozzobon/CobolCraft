*> --- Beacons-Init ---
*> Clears the beacon table and reloads the chosen effects from
*> save/beacons.dat, the same load-at-startup flow Hoppers-Init has.
*> Tiers start at zero; the first Beacons-Tick cycle measures them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BEACON-FILE-IN
        ASSIGN TO "save/beacons.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BEACON-FILE-IN.
    COPY DD-BEACON-FILE.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 REQUIRED-TIER             BINARY-CHAR UNSIGNED.
    01 FILE-EXHAUSTED            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING BEACON-INDEX FROM 1 BY 1
            UNTIL BEACON-INDEX > MAX-BEACONS
        MOVE 0 TO BEACON-USED(BEACON-INDEX)
    END-PERFORM

    MOVE 0 TO BEACON-INDEX
    MOVE 0 TO FILE-EXHAUSTED
    OPEN INPUT FD-BEACON-FILE-IN
    PERFORM UNTIL FILE-EXHAUSTED NOT = 0
            OR BEACON-INDEX >= MAX-BEACONS
        READ FD-BEACON-FILE-IN
            AT END
                MOVE 1 TO FILE-EXHAUSTED
            NOT AT END
                ADD 1 TO BEACON-INDEX
                MOVE 1 TO BEACON-USED(BEACON-INDEX)
                MOVE FILE-BEACON-POSITION TO BEACON-POSITION(BEACON-INDEX)
                MOVE 0 TO BEACON-TIER(BEACON-INDEX)
                *> a hand-edited file can't hand out effects a beacon
                *> could never sell
                MOVE SPACES TO BEACON-PRIMARY(BEACON-INDEX)
                MOVE SPACES TO BEACON-SECONDARY(BEACON-INDEX)
                CALL "Beacons-EffectTier" USING FILE-BEACON-PRIMARY
                    REQUIRED-TIER
                IF REQUIRED-TIER NOT = 0
                    MOVE FILE-BEACON-PRIMARY TO BEACON-PRIMARY(BEACON-INDEX)
                    CALL "Beacons-EffectTier" USING FILE-BEACON-SECONDARY
                        REQUIRED-TIER
                    IF REQUIRED-TIER NOT = 0
                        MOVE FILE-BEACON-SECONDARY
                            TO BEACON-SECONDARY(BEACON-INDEX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-BEACON-FILE-IN
    GOBACK.

END PROGRAM Beacons-Init.

*> --- Beacons-Save ---
*> Writes every in-use beacon to save/beacons.dat through the usual
*> temp-then-rename, from the same checkpoint and shutdown sites the
*> other block stores use.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BEACON-FILE-OUT
        ASSIGN TO "save/beacons.dat.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BEACON-FILE-OUT.
    COPY DD-BEACON-FILE.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    COPY DD-SLOT-JOURNAL.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-BEACON-FILE-OUT
    PERFORM VARYING BEACON-INDEX FROM 1 BY 1
            UNTIL BEACON-INDEX > MAX-BEACONS
        IF BEACON-USED(BEACON-INDEX) NOT = 0
            MOVE BEACON-POSITION(BEACON-INDEX) TO FILE-BEACON-POSITION
            MOVE BEACON-PRIMARY(BEACON-INDEX) TO FILE-BEACON-PRIMARY
            MOVE BEACON-SECONDARY(BEACON-INDEX) TO FILE-BEACON-SECONDARY
            WRITE FILE-BEACON
        END-IF
    END-PERFORM
    CLOSE FD-BEACON-FILE-OUT

    CALL "CBL_RENAME_FILE" USING "save/beacons.dat.tmp"
        "save/beacons.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "beacon save failed, could not replace save/beacons.dat"
        MOVE 1 TO SLOT-JOURNAL-SAVE-FAILED
    END-IF
    GOBACK.

END PROGRAM Beacons-Save.

*> --- Beacons-EffectTier ---
*> The pyramid tier a beacon needs before it can grant an effect, per
*> vanilla's menu: speed and haste from one layer, resistance and jump
*> boost from two, strength from three, regeneration (the secondary
*> power) from four. 0 for anything a beacon never grants, spaces
*> included.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-EffectTier.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-EFFECT-NAME            PIC X(32).
    01 LK-REQUIRED-TIER          BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-EFFECT-NAME LK-REQUIRED-TIER.
    EVALUATE LK-EFFECT-NAME
        WHEN "minecraft:speed"
        WHEN "minecraft:haste"
            MOVE 1 TO LK-REQUIRED-TIER
        WHEN "minecraft:resistance"
        WHEN "minecraft:jump_boost"
            MOVE 2 TO LK-REQUIRED-TIER
        WHEN "minecraft:strength"
            MOVE 3 TO LK-REQUIRED-TIER
        WHEN "minecraft:regeneration"
            MOVE 4 TO LK-REQUIRED-TIER
        WHEN OTHER
            MOVE 0 TO LK-REQUIRED-TIER
    END-EVALUATE
    GOBACK.

END PROGRAM Beacons-EffectTier.

*> --- Beacons-MeasureTier ---
*> Reads the pyramid under one beacon into BEACON-TIER: layer N sits N
*> blocks below it and is the (2N+1) x (2N+1) square centred under it,
*> every block iron, gold, emerald, diamond or netherite (mixed freely,
*> as vanilla allows). The tier is the number of complete layers
*> counted down from the top; the first incomplete layer ends the
*> count.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-MeasureTier.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    01 MINERAL-IDS.
        05 MINERAL-ID            BINARY-LONG OCCURS 5 TIMES.
    01 MINERAL-INDEX             BINARY-CHAR UNSIGNED.
    01 LAYER                     BINARY-LONG.
    01 LAYER-START               BINARY-LONG.
    01 OFFSET-X                  BINARY-LONG.
    01 OFFSET-Z                  BINARY-LONG.
    01 LAYER-COMPLETE            BINARY-CHAR UNSIGNED.
    01 IS-MINERAL                BINARY-CHAR UNSIGNED.
    01 CHECK-POSITION.
        05 CHECK-X               BINARY-LONG.
        05 CHECK-Y               BINARY-LONG.
        05 CHECK-Z               BINARY-LONG.
    01 CHECK-BLOCK-ID            BINARY-LONG.
LINKAGE SECTION.
    01 LK-BEACON-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-BEACON-INDEX.
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:iron_block"
        MINERAL-ID(1)
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:gold_block"
        MINERAL-ID(2)
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:emerald_block"
        MINERAL-ID(3)
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:diamond_block"
        MINERAL-ID(4)
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:netherite_block"
        MINERAL-ID(5)

    MOVE 0 TO BEACON-TIER(LK-BEACON-INDEX)
    MOVE 1 TO LAYER-COMPLETE
    PERFORM VARYING LAYER FROM 1 BY 1
            UNTIL LAYER > 4 OR LAYER-COMPLETE = 0
        COMPUTE CHECK-Y = BEACON-Y(LK-BEACON-INDEX) - LAYER
        COMPUTE LAYER-START = 0 - LAYER
        PERFORM VARYING OFFSET-X FROM LAYER-START BY 1
                UNTIL OFFSET-X > LAYER OR LAYER-COMPLETE = 0
            PERFORM VARYING OFFSET-Z FROM LAYER-START BY 1
                    UNTIL OFFSET-Z > LAYER OR LAYER-COMPLETE = 0
                COMPUTE CHECK-X = BEACON-X(LK-BEACON-INDEX) + OFFSET-X
                COMPUTE CHECK-Z = BEACON-Z(LK-BEACON-INDEX) + OFFSET-Z
                CALL "World-GetBlock" USING CHECK-POSITION CHECK-BLOCK-ID
                MOVE 0 TO IS-MINERAL
                PERFORM VARYING MINERAL-INDEX FROM 1 BY 1
                        UNTIL MINERAL-INDEX > 5
                    IF CHECK-BLOCK-ID = MINERAL-ID(MINERAL-INDEX)
                        MOVE 1 TO IS-MINERAL
                    END-IF
                END-PERFORM
                IF IS-MINERAL = 0
                    MOVE 0 TO LAYER-COMPLETE
                END-IF
            END-PERFORM
        END-PERFORM
        IF LAYER-COMPLETE NOT = 0
            MOVE LAYER TO BEACON-TIER(LK-BEACON-INDEX)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Beacons-MeasureTier.

*> --- Beacons-Open ---
*> Opens the beacon at a block position for one player, creating its
*> record on first use, the find-or-create flow every block store has,
*> and measuring the pyramid so the screen shows the powers it can
*> sell. Window slot order: 0 the payment, then the player inventory.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-Open.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    COPY DD-PLAYERS.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION.
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING BEACON-INDEX FROM 1 BY 1
            UNTIL BEACON-INDEX > MAX-BEACONS
        IF BEACON-USED(BEACON-INDEX) NOT = 0
            IF BEACON-POSITION(BEACON-INDEX) = LK-POSITION
                EXIT PERFORM
            END-IF
        ELSE
            IF FREE-INDEX = 0
                MOVE BEACON-INDEX TO FREE-INDEX
            END-IF
        END-IF
    END-PERFORM
    IF BEACON-INDEX > MAX-BEACONS
        IF FREE-INDEX = 0
            CALL "Log-Write" USING "WARN" "beacon table full"
            GOBACK
        END-IF
        MOVE FREE-INDEX TO BEACON-INDEX
        MOVE 1 TO BEACON-USED(BEACON-INDEX)
        MOVE LK-POSITION TO BEACON-POSITION(BEACON-INDEX)
        MOVE SPACES TO BEACON-PRIMARY(BEACON-INDEX)
        MOVE SPACES TO BEACON-SECONDARY(BEACON-INDEX)
    END-IF
    CALL "Beacons-MeasureTier" USING BEACON-INDEX

    *> a payment still sitting in an earlier beacon's slot goes home
    CALL "Beacons-Close" USING LK-PLAYER-ID
    ADD 1 TO PLAYER-WINDOW-ID(LK-PLAYER-ID)
    IF PLAYER-WINDOW-ID(LK-PLAYER-ID) > 100
        MOVE 1 TO PLAYER-WINDOW-ID(LK-PLAYER-ID)
    END-IF
    MOVE BEACON-INDEX TO PLAYER-OPEN-BEACON(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-CONTAINER(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-FURNACE(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-TRADES(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-BREWING(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-ENCHANT(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-HOPPER(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-DISPENSER(LK-PLAYER-ID)
    CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) "minecraft:beacon" "Beacon"
    CALL "Beacons-SendContents" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Beacons-Open.

*> --- Beacons-SendContents ---
*> Pushes the beacon window to one viewer: the payment slot and the
*> player inventory section, then the three window properties the
*> screen draws from - 0 the pyramid tier, 1 and 2 the primary and
*> secondary effects as mob_effect registry ID plus one (0 = none).
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-SendContents.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    COPY DD-PLAYERS.
    01 C-MOB-EFFECT-REGISTRY     PIC X(32) VALUE "minecraft:mob_effect".
    01 WINDOW-SLOTS.
        05 WINDOW-SLOT OCCURS 63 TIMES.
            10 WINDOW-SLOT-ID            BINARY-LONG.
            10 WINDOW-SLOT-COUNT         BINARY-LONG UNSIGNED.
    01 WINDOW-SLOT-TOTAL         BINARY-LONG UNSIGNED VALUE 37.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 EFFECT-ID                 BINARY-LONG.
    01 PROPERTY-ID               BINARY-SHORT.
    01 PROPERTY-VALUE            BINARY-SHORT.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE PLAYER-OPEN-BEACON(LK-PLAYER-ID) TO BEACON-INDEX
    IF BEACON-INDEX = 0
        GOBACK
    END-IF
    MOVE PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID) TO WINDOW-SLOT-ID(1)
    MOVE PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID) TO WINDOW-SLOT-COUNT(1)
    PERFORM VARYING SLOT-INDEX FROM 2 BY 1 UNTIL SLOT-INDEX > 28
        COMPUTE INVENTORY-INDEX = SLOT-INDEX - 2 + 10
        MOVE PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
            TO WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 29 BY 1 UNTIL SLOT-INDEX > 37
        COMPUTE INVENTORY-INDEX = SLOT-INDEX - 29 + 37
        MOVE PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
            TO WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    CALL "SendPacket-ContainerContent" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) WINDOW-SLOT-TOTAL WINDOW-SLOTS

    MOVE 0 TO PROPERTY-ID
    MOVE BEACON-TIER(BEACON-INDEX) TO PROPERTY-VALUE
    CALL "SendPacket-ContainerData" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) PROPERTY-ID PROPERTY-VALUE
    MOVE 1 TO PROPERTY-ID
    MOVE 0 TO PROPERTY-VALUE
    IF BEACON-PRIMARY(BEACON-INDEX) NOT = SPACES
        CALL "Registries-Get-EntryId" USING C-MOB-EFFECT-REGISTRY
            BEACON-PRIMARY(BEACON-INDEX) EFFECT-ID
        IF EFFECT-ID >= 0
            COMPUTE PROPERTY-VALUE = EFFECT-ID + 1
        END-IF
    END-IF
    CALL "SendPacket-ContainerData" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) PROPERTY-ID PROPERTY-VALUE
    MOVE 2 TO PROPERTY-ID
    MOVE 0 TO PROPERTY-VALUE
    IF BEACON-SECONDARY(BEACON-INDEX) NOT = SPACES
        CALL "Registries-Get-EntryId" USING C-MOB-EFFECT-REGISTRY
            BEACON-SECONDARY(BEACON-INDEX) EFFECT-ID
        IF EFFECT-ID >= 0
            COMPUTE PROPERTY-VALUE = EFFECT-ID + 1
        END-IF
    END-IF
    CALL "SendPacket-ContainerData" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) PROPERTY-ID PROPERTY-VALUE
    GOBACK.

END PROGRAM Beacons-SendContents.

*> --- Beacons-HandleClick ---
*> The beacon window's move-stack clicks: the payment slot empties
*> toward the inventory, and an inventory stack of iron, gold, emerald,
*> diamond or netherite ingots gives up one item into an empty payment
*> slot - the slot holds one, as vanilla's does.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-HandleClick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 ITEM-NAME                 PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-WINDOW-ID              BINARY-CHAR UNSIGNED.
    01 LK-CLICKED-SLOT           BINARY-SHORT.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-WINDOW-ID LK-CLICKED-SLOT.
    IF PLAYER-OPEN-BEACON(LK-PLAYER-ID) = 0
            OR LK-WINDOW-ID NOT = PLAYER-WINDOW-ID(LK-PLAYER-ID)
        GOBACK
    END-IF

    EVALUATE TRUE
        WHEN LK-CLICKED-SLOT = 0
            IF PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID) > 0
                MOVE 0 TO TARGET-SLOT
                PERFORM VARYING INVENTORY-INDEX FROM 10 BY 1
                        UNTIL INVENTORY-INDEX > 45 OR TARGET-SLOT NOT = 0
                    IF PLAYER-INVENTORY-SLOT-COUNT(
                            LK-PLAYER-ID, INVENTORY-INDEX) = 0
                        MOVE INVENTORY-INDEX TO TARGET-SLOT
                    END-IF
                END-PERFORM
                IF TARGET-SLOT NOT = 0
                    MOVE PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
                        TO PLAYER-INVENTORY-SLOT-ID(
                            LK-PLAYER-ID, TARGET-SLOT)
                    MOVE PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
                        TO PLAYER-INVENTORY-SLOT-COUNT(
                            LK-PLAYER-ID, TARGET-SLOT)
                    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(
                        LK-PLAYER-ID, TARGET-SLOT)
                    MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                        LK-PLAYER-ID, TARGET-SLOT)
                    MOVE 0 TO PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
                    MOVE 0 TO PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
                    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID
                        TARGET-SLOT
                END-IF
            END-IF
        WHEN LK-CLICKED-SLOT >= 1 AND LK-CLICKED-SLOT <= 36
            IF LK-CLICKED-SLOT <= 27
                COMPUTE INVENTORY-INDEX = LK-CLICKED-SLOT - 1 + 10
            ELSE
                COMPUTE INVENTORY-INDEX = LK-CLICKED-SLOT - 28 + 37
            END-IF
            PERFORM FEED-PAYMENT-SLOT
    END-EVALUATE

    CALL "Beacons-SendContents" USING LK-PLAYER-ID
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    GOBACK.

FEED-PAYMENT-SLOT.
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX) = 0
            OR PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID) > 0
            OR PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                LK-PLAYER-ID, INVENTORY-INDEX) > 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ITEM-NAME
    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
        PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) ITEM-NAME
    EVALUATE ITEM-NAME
        WHEN "minecraft:iron_ingot"
        WHEN "minecraft:gold_ingot"
        WHEN "minecraft:emerald"
        WHEN "minecraft:diamond"
        WHEN "minecraft:netherite_ingot"
            CONTINUE
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX)
        TO PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
    MOVE 1 TO PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
    SUBTRACT 1 FROM
        PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX) = 0
        MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX)
    END-IF
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID INVENTORY-INDEX.

END PROGRAM Beacons-HandleClick.

*> --- Beacons-SelectEffect ---
*> The beacon screen's confirm button (RecvPacket-SetBeacon): spends
*> the payment and sets the beacon's powers. The primary must be one
*> the pyramid's tier sells; the secondary is only on offer at tier 4
*> and is either regeneration or the primary again, which Beacons-Tick
*> turns into level II of it. Anything else the client claims is
*> refused with the payment left in its slot.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-SelectEffect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    COPY DD-PLAYERS.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 REQUIRED-TIER             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-PRIMARY                PIC X(32).
    01 LK-SECONDARY              PIC X(32).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PRIMARY LK-SECONDARY.
    MOVE PLAYER-OPEN-BEACON(LK-PLAYER-ID) TO BEACON-INDEX
    IF BEACON-INDEX = 0
            OR PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    CALL "Beacons-MeasureTier" USING BEACON-INDEX

    CALL "Beacons-EffectTier" USING LK-PRIMARY REQUIRED-TIER
    IF REQUIRED-TIER = 0 OR REQUIRED-TIER = 4
            OR REQUIRED-TIER > BEACON-TIER(BEACON-INDEX)
        CALL "Beacons-SendContents" USING LK-PLAYER-ID
        GOBACK
    END-IF
    IF LK-SECONDARY NOT = SPACES
        IF BEACON-TIER(BEACON-INDEX) < 4
                OR (LK-SECONDARY NOT = "minecraft:regeneration"
                AND LK-SECONDARY NOT = LK-PRIMARY)
            CALL "Beacons-SendContents" USING LK-PLAYER-ID
            GOBACK
        END-IF
    END-IF

    MOVE 0 TO PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
    MOVE LK-PRIMARY TO BEACON-PRIMARY(BEACON-INDEX)
    MOVE LK-SECONDARY TO BEACON-SECONDARY(BEACON-INDEX)
    CALL "Beacons-SendContents" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Beacons-SelectEffect.

*> --- Beacons-Close ---
*> Forgets the open beacon and hands an unspent payment back - closing
*> the screen must never eat an ingot.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-Close.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-LENGTH           BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-DATA             PIC X(2048) VALUE SPACES.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-OPEN-BEACON(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    MOVE 0 TO PLAYER-OPEN-BEACON(LK-PLAYER-ID)
    IF PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    MOVE 0 TO TARGET-SLOT
    PERFORM VARYING INVENTORY-INDEX FROM 10 BY 1
            UNTIL INVENTORY-INDEX > 45 OR TARGET-SLOT NOT = 0
        IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX) = 0
            MOVE INVENTORY-INDEX TO TARGET-SLOT
        END-IF
    END-PERFORM
    IF TARGET-SLOT NOT = 0
        MOVE PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
            TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, TARGET-SLOT)
        MOVE PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
            TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, TARGET-SLOT)
        MOVE 0 TO
            PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, TARGET-SLOT)
        CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID TARGET-SLOT
    ELSE
        *> no room: the ingot drops at the player's feet rather than
        *> vanishing
        CALL "GroundItems-Spawn" USING PLAYER-POSITION(LK-PLAYER-ID)
            PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
            PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
            DROP-DAMAGE DROP-NBT-LENGTH DROP-NBT-DATA
    END-IF
    MOVE 0 TO PLAYER-BEACON-PAYMENT-ID(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-BEACON-PAYMENT-COUNT(LK-PLAYER-ID)
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Beacons-Close.

*> --- Beacons-Tick ---
*> The effect cycle, called once per tick from World-Tick: every 80
*> ticks (vanilla's four seconds) each beacon re-measures its pyramid
*> and grants its powers through Players-AddEffect to every online
*> player within 10 blocks per tier plus 10, horizontally, from that
*> far below it up to any height - vanilla's box. The grant lasts
*> 9 + 2 x tier seconds, so it overlaps the next cycle and only
*> lapses once the player leaves the range or the pyramid shrinks.
*> A power the tier no longer sells is withheld until the pyramid is
*> rebuilt. A record whose beacon is gone is dropped here.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    COPY DD-PLAYERS.
    01 CYCLE-COUNTER             BINARY-LONG UNSIGNED VALUE 0.
    01 C-CYCLE-TICKS             BINARY-LONG UNSIGNED VALUE 80.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 BEACON-ID                 BINARY-LONG.
    01 BLOCK-ID                  BINARY-LONG.
    01 REQUIRED-TIER             BINARY-CHAR UNSIGNED.
    01 GRANT-PRIMARY             BINARY-CHAR UNSIGNED.
    01 GRANT-SECONDARY           BINARY-CHAR UNSIGNED.
    01 PRIMARY-AMPLIFIER         BINARY-CHAR UNSIGNED.
    01 SECONDARY-AMPLIFIER       BINARY-CHAR UNSIGNED VALUE 0.
    01 EFFECT-RANGE              BINARY-LONG.
    01 EFFECT-DURATION           BINARY-LONG-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 DELTA-X                   BINARY-LONG.
    01 DELTA-Y                   BINARY-LONG.
    01 DELTA-Z                   BINARY-LONG.

PROCEDURE DIVISION.
    ADD 1 TO CYCLE-COUNTER
    IF CYCLE-COUNTER < C-CYCLE-TICKS
        GOBACK
    END-IF
    MOVE 0 TO CYCLE-COUNTER

    CALL "Blocks-Get-DefaultStateId" USING "minecraft:beacon" BEACON-ID
    PERFORM VARYING BEACON-INDEX FROM 1 BY 1
            UNTIL BEACON-INDEX > MAX-BEACONS
        IF BEACON-USED(BEACON-INDEX) NOT = 0
            PERFORM CYCLE-ONE-BEACON
        END-IF
    END-PERFORM
    GOBACK.

CYCLE-ONE-BEACON.
    CALL "World-GetBlock" USING BEACON-POSITION(BEACON-INDEX) BLOCK-ID
    IF BLOCK-ID NOT = BEACON-ID
        MOVE 0 TO BEACON-USED(BEACON-INDEX)
        EXIT PARAGRAPH
    END-IF
    CALL "Beacons-MeasureTier" USING BEACON-INDEX
    IF BEACON-TIER(BEACON-INDEX) = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO GRANT-PRIMARY
    MOVE 0 TO GRANT-SECONDARY
    MOVE 0 TO PRIMARY-AMPLIFIER
    CALL "Beacons-EffectTier" USING BEACON-PRIMARY(BEACON-INDEX)
        REQUIRED-TIER
    IF REQUIRED-TIER NOT = 0
            AND REQUIRED-TIER <= BEACON-TIER(BEACON-INDEX)
        MOVE 1 TO GRANT-PRIMARY
    END-IF
    IF BEACON-TIER(BEACON-INDEX) >= 4
            AND BEACON-SECONDARY(BEACON-INDEX) NOT = SPACES
        IF BEACON-SECONDARY(BEACON-INDEX) = BEACON-PRIMARY(BEACON-INDEX)
            MOVE 1 TO PRIMARY-AMPLIFIER
        ELSE
            MOVE 1 TO GRANT-SECONDARY
        END-IF
    END-IF
    IF GRANT-PRIMARY = 0 AND GRANT-SECONDARY = 0
        EXIT PARAGRAPH
    END-IF

    COMPUTE EFFECT-RANGE = BEACON-TIER(BEACON-INDEX) * 10 + 10
    COMPUTE EFFECT-DURATION = (9 + BEACON-TIER(BEACON-INDEX) * 2) * 20
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            COMPUTE DELTA-X = PLAYER-X(PLAYER-INDEX) - BEACON-X(BEACON-INDEX)
            COMPUTE DELTA-Y = PLAYER-Y(PLAYER-INDEX) - BEACON-Y(BEACON-INDEX)
            COMPUTE DELTA-Z = PLAYER-Z(PLAYER-INDEX) - BEACON-Z(BEACON-INDEX)
            IF DELTA-X >= 0 - EFFECT-RANGE AND DELTA-X <= EFFECT-RANGE
                    AND DELTA-Z >= 0 - EFFECT-RANGE
                    AND DELTA-Z <= EFFECT-RANGE
                    AND DELTA-Y >= 0 - EFFECT-RANGE
                IF GRANT-PRIMARY NOT = 0
                    CALL "Players-AddEffect" USING PLAYER-INDEX
                        BEACON-PRIMARY(BEACON-INDEX) PRIMARY-AMPLIFIER
                        EFFECT-DURATION
                END-IF
                IF GRANT-SECONDARY NOT = 0
                    CALL "Players-AddEffect" USING PLAYER-INDEX
                        BEACON-SECONDARY(BEACON-INDEX) SECONDARY-AMPLIFIER
                        EFFECT-DURATION
                END-IF
            END-IF
        END-IF
    END-PERFORM.

END PROGRAM Beacons-Tick.

*> --- Beacons-OnBlockBroken ---
*> Called wherever a block is removed (digging, explosions): a broken
*> beacon drops its record, and a block broken inside some beacon's
*> pyramid footprint - one to four layers below it, within the layer's
*> square - has that beacon measured again at once, so a stripped
*> pyramid stops paying out without waiting for the next cycle.
IDENTIFICATION DIVISION.
PROGRAM-ID. Beacons-OnBlockBroken.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BEACONS.
    01 BEACON-INDEX              BINARY-LONG UNSIGNED.
    01 LAYER                     BINARY-LONG.
    01 DELTA-X                   BINARY-LONG.
    01 DELTA-Z                   BINARY-LONG.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION.
    PERFORM VARYING BEACON-INDEX FROM 1 BY 1
            UNTIL BEACON-INDEX > MAX-BEACONS
        IF BEACON-USED(BEACON-INDEX) NOT = 0
            IF BEACON-POSITION(BEACON-INDEX) = LK-POSITION
                MOVE 0 TO BEACON-USED(BEACON-INDEX)
            ELSE
                COMPUTE LAYER = BEACON-Y(BEACON-INDEX) - LK-Y
                COMPUTE DELTA-X = LK-X - BEACON-X(BEACON-INDEX)
                COMPUTE DELTA-Z = LK-Z - BEACON-Z(BEACON-INDEX)
                IF LAYER >= 1 AND LAYER <= 4
                        AND DELTA-X >= 0 - LAYER AND DELTA-X <= LAYER
                        AND DELTA-Z >= 0 - LAYER AND DELTA-Z <= LAYER
                    CALL "Beacons-MeasureTier" USING BEACON-INDEX
                END-IF
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Beacons-OnBlockBroken.
