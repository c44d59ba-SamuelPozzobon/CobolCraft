*> --- RecvPacket-SetBeacon ---
*> Decodes the serverbound "set beacon" packet - the beacon screen's
*> confirm button. Primary and secondary each arrive as a present flag
*> and, when set, a mob_effect registry ID; an absent one is passed on
*> as spaces. Beacons-SelectEffect checks both against the pyramid.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-SetBeacon.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-MOB-EFFECT-REGISTRY    PIC X(32) VALUE "minecraft:mob_effect".
    01 EFFECT-PRESENT           BINARY-CHAR.
    01 EFFECT-ID                BINARY-LONG.
    01 EFFECT-NAME              PIC X(64).
    01 PRIMARY-NAME             PIC X(32).
    01 SECONDARY-NAME           PIC X(32).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-CHAR.
    01 LK-BUFFER                PIC X(2100000).
    01 LK-BUFFERPOS             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-BUFFER LK-BUFFERPOS.
    MOVE SPACES TO PRIMARY-NAME
    MOVE SPACES TO SECONDARY-NAME

    CALL "Decode-Byte" USING LK-BUFFER LK-BUFFERPOS EFFECT-PRESENT
    IF EFFECT-PRESENT NOT = 0
        CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS EFFECT-ID
        MOVE SPACES TO EFFECT-NAME
        CALL "Registries-Get-EntryName" USING C-MOB-EFFECT-REGISTRY
            EFFECT-ID EFFECT-NAME
        MOVE EFFECT-NAME TO PRIMARY-NAME
    END-IF

    CALL "Decode-Byte" USING LK-BUFFER LK-BUFFERPOS EFFECT-PRESENT
    IF EFFECT-PRESENT NOT = 0
        CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS EFFECT-ID
        MOVE SPACES TO EFFECT-NAME
        CALL "Registries-Get-EntryName" USING C-MOB-EFFECT-REGISTRY
            EFFECT-ID EFFECT-NAME
        MOVE EFFECT-NAME TO SECONDARY-NAME
    END-IF

    CALL "Beacons-SelectEffect" USING LK-PLAYER-ID PRIMARY-NAME
        SECONDARY-NAME
    GOBACK.

END PROGRAM RecvPacket-SetBeacon.
