*> --- RegisterItem-Banknote ---
*> Registers paper's use on a block, so a banknote right-clicked
*> against a block redeems just as one used in the air does through
*> RecvPacket-UseItem. Banknotes-Redeem leaves plain paper alone, and
*> redeeming changes no block, so neither the claim gate nor the
*> item-use audit trail is involved - the note register log is the
*> trail.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterItem-Banknote.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 USE-PTR                  PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET USE-PTR TO ENTRY "Callback-Use"
    CALL "SetCallback-ItemUse" USING "minecraft:paper" USE-PTR
    GOBACK.

    *> --- Callback-Use ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Use.

    DATA DIVISION.
    LINKAGE SECTION.
        COPY DD-CALLBACK-ITEM-USE.

    PROCEDURE DIVISION USING LK-PLAYER LK-ITEM-NAME LK-POSITION LK-FACE
            LK-CURSOR.
        CALL "Banknotes-Redeem" USING LK-PLAYER
        GOBACK.

    END PROGRAM Callback-Use.

END PROGRAM RegisterItem-Banknote.
