*> cobblestone, again following vanilla. Every processed slot is freed,
*> whether it spread or not, so the table recycles indefinitely; a cell
*> whose block was drained or replaced while queued is simply dropped.
*> Nothing flows into, or hardens inside, an admin region that denies
*> FLUIDS.
IDENTIFICATION DIVISION.
PROGRAM-ID. Fluids-TickSpread.

    01 NEIGHBOUR-INDEX           BINARY-CHAR UNSIGNED.
    01 NO-PLAYER-CLIENT          BINARY-LONG UNSIGNED VALUE 0.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 REGION-ALLOWED            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    CALL "Blocks-Get-DefaultStateId" USING "minecraft:air" AIR-ID
            COMPUTE FLUID-BLOCK-ID = KIND-BASE-ID + 8 - CHILD-LEVEL
            PERFORM PLACE-FLUID-CELL
        ELSE
            *> nor does a region denying FLUIDS let it harden anything
            CALL "Regions-CheckFlag" USING "FLUIDS" TARGET-POSITION
                REGION-ALLOWED
            *> water meeting lava hardens it in place: the source state
            *> into obsidian, a flowing state into cobblestone
            IF REGION-ALLOWED NOT = 0
                    AND FLUID-CELL-KIND(CELL-INDEX) = 1
                    AND TARGET-BLOCK-ID >= LAVA-BASE-ID
                    AND TARGET-BLOCK-ID < LAVA-BASE-ID + 16
                IF TARGET-BLOCK-ID = LAVA-BASE-ID
            END-IF
            *> lava flowing into water (source or flow) hardens itself
            *> into cobblestone
            IF REGION-ALLOWED NOT = 0
                    AND FLUID-CELL-KIND(CELL-INDEX) = 2
                    AND TARGET-BLOCK-ID >= WATER-BASE-ID
                    AND TARGET-BLOCK-ID < WATER-BASE-ID + 16
                CALL "Blocks-Get-DefaultStateId" USING "minecraft:cobblestone"
    END-PERFORM.

PLACE-FLUID-CELL.
    *> an admin region denying FLUIDS takes no flow, from inside or out
    CALL "Regions-CheckFlag" USING "FLUIDS" TARGET-POSITION REGION-ALLOWED
    IF REGION-ALLOWED = 0
        EXIT PARAGRAPH
    END-IF
    CALL "World-SetBlock" USING NO-PLAYER-CLIENT TARGET-POSITION
        FLUID-BLOCK-ID
    CALL "World-BroadcastBlockChange" USING NO-EXCLUDED-PLAYER
