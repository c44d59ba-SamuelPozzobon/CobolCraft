*> neighbouring wire its level minus one) and, when it changes, puts its
*> own neighbours back on the queue - that walk is what carries a lever
*> flip down a wire run to an iron door at the far end. Device cells
*> (iron doors, lamps; the pistons, dispensers and droppers ride the
*> same hook) re-read the power beside them and snap to it. Vanilla settles redstone within the tick
*> the change happened in, so the whole drain runs here rather than
*> being spread across ticks the way the fluid queue is. A change in a
*> chunk Density-TickRedstone has throttled for flipping too fast is
*> counted but not settled: the clock stalls until the throttle lifts.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-OnSourceChange.

    01 LAMP-BASE-ID              BINARY-LONG.
    01 PISTON-BASE-ID            BINARY-LONG.
    01 STICKY-BASE-ID            BINARY-LONG.
    01 DISPENSER-BASE-ID         BINARY-LONG.
    01 DROPPER-BASE-ID           BINARY-LONG.
    01 TNT-BASE-ID               BINARY-LONG.
    01 RELATIVE-STATE            BINARY-LONG.
    01 CURRENT-POWER             BINARY-LONG.
    01 C-OPEN-STRIDE             BINARY-LONG VALUE 2.
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 CHUNK-THROTTLED           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION.
    CALL "Density-RecordFlip" USING LK-POSITION CHUNK-THROTTLED
    IF CHUNK-THROTTLED NOT = 0
        GOBACK
    END-IF
    CALL "Blocks-Get-BaseStateId" USING "minecraft:redstone_wire"
        WIRE-BASE-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:iron_door"
        PISTON-BASE-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:sticky_piston"
        STICKY-BASE-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:dispenser"
        DISPENSER-BASE-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:dropper"
        DROPPER-BASE-ID
    CALL "Blocks-Get-BaseStateId" USING "minecraft:tnt" TNT-BASE-ID

    MOVE LK-POSITION TO CELL-POSITION
                OR (CELL-BLOCK-ID >= STICKY-BASE-ID
                AND CELL-BLOCK-ID < STICKY-BASE-ID + 12)
            CALL "Piston-OnPowerChange" USING CELL-POSITION
        WHEN (CELL-BLOCK-ID >= DISPENSER-BASE-ID
                AND CELL-BLOCK-ID < DISPENSER-BASE-ID + 12)
                OR (CELL-BLOCK-ID >= DROPPER-BASE-ID
                AND CELL-BLOCK-ID < DROPPER-BASE-ID + 12)
            CALL "Dispensers-OnPowerChange" USING CELL-POSITION
        WHEN CELL-BLOCK-ID >= TNT-BASE-ID
                AND CELL-BLOCK-ID < TNT-BASE-ID + 2
            *> powered TNT lights itself, the vanilla circuit trigger
*> The per-tick redstone pass, called from World-Tick: springs back any
*> button whose press timer has expired and re-settles the circuit it
*> fed. The buttons are the only redstone state that crosses ticks -
*> wire and device updates settle inside Redstone-OnSourceChange. Then
*> Density-TickRedstone closes the chunk flip-rate window once a second.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-Tick.

            END-IF
        END-IF
    END-PERFORM
    CALL "Density-TickRedstone"
    GOBACK.

END PROGRAM Redstone-Tick.
