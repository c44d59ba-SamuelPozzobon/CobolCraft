*> --- RegisterBlock-Beacon ---
*> Registers the beacon: a right click opens its payment and power
*> window through Beacons-Open. The beacon has a single block state;
*> the beam and the pyramid glow are drawn by the client from the
*> blocks it already has.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterBlock-Beacon.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.
    01 C-BEACON-STATE-COUNT     BINARY-LONG UNSIGNED VALUE 1.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-BlockUse" USING "minecraft:beacon"
        C-BEACON-STATE-COUNT USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-USE.

    PROCEDURE DIVISION USING LK-PLAYER LK-BLOCK-NAME LK-POSITION LK-FACE
            LK-CURSOR.
        CALL "Beacons-Open" USING LK-PLAYER LK-POSITION
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterBlock-Beacon.
