*> --- RegisterItem-Map ---
*> Registers the empty map's use on a block, so one right-clicked
*> against a block starts a map just as one used in the air does
*> through RecvPacket-UseItem. Making a map changes no block, so the
*> claim gate isn't involved.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterItem-Map.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-ItemUse" USING "minecraft:map" USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    LINKAGE SECTION.
        COPY DD-CALLBACK-ITEM-USE.

    PROCEDURE DIVISION USING LK-PLAYER LK-ITEM-NAME LK-POSITION LK-FACE
            LK-CURSOR.
        CALL "Maps-Create" USING LK-PLAYER
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterItem-Map.
