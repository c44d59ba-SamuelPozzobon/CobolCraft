*> --- RegisterBlock-Dispensers ---
*> Registers the dispenser and the dropper: a right click opens the
*> block's nine-slot window through Dispensers-Open. Both have the
*> facing/triggered states (12), with triggered the fastest-varying
*> property and facing north/east/south/west/up/down; redstone fires
*> them through Dispensers-OnPowerChange.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterBlock-Dispensers.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.
    01 C-DISPENSER-STATE-COUNT  BINARY-LONG UNSIGNED VALUE 12.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-BlockUse" USING "minecraft:dispenser"
        C-DISPENSER-STATE-COUNT USE-PTR
    CALL "SetCallback-BlockUse" USING "minecraft:dropper"
        C-DISPENSER-STATE-COUNT USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-USE.

    PROCEDURE DIVISION USING LK-PLAYER LK-BLOCK-NAME LK-POSITION LK-FACE
            LK-CURSOR.
        CALL "Dispensers-Open" USING LK-PLAYER LK-POSITION
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterBlock-Dispensers.
