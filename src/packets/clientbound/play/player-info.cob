    GOBACK.

END PROGRAM SendPacket-PlayerInfoRemove.

*> --- SendPacket-PlayerInfoDisplay ---
*> Sends the play-state "player info update" packet with only the
*> update-display-name action for one UUID: the tab list shows the
*> given text in place of the player's name, or goes back to the plain
*> name when the text is all spaces. The text component is carried as
*> a network-NBT string, as SendPacket-SetEntityText carries its.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-PlayerInfoDisplay.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:player_info_update".
    01 PAYLOAD          PIC X(128).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    01 VARINT-VALUE     BINARY-LONG.
    01 TEXT-LENGTH      BINARY-LONG UNSIGNED.
    01 UINT16           BINARY-SHORT UNSIGNED.
    *> action bits: 0x20 update display name
    01 C-ACTIONS-BYTE   BINARY-CHAR UNSIGNED VALUE 32.
LINKAGE SECTION.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    01 LK-PLAYER-UUID       PIC X(16).
    01 LK-DISPLAY-TEXT      PIC X(64).

PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-UUID LK-DISPLAY-TEXT.
    COPY PROC-PACKET-INIT.

    MOVE 1 TO PAYLOADPOS

    MOVE FUNCTION CHAR(C-ACTIONS-BYTE + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS

    *> one entry
    MOVE 1 TO VARINT-VALUE
    CALL "Encode-VarInt" USING VARINT-VALUE PAYLOAD PAYLOADPOS
    MOVE LK-PLAYER-UUID TO PAYLOAD(PAYLOADPOS:16)
    ADD 16 TO PAYLOADPOS

    *> has display name, then the component itself
    IF LK-DISPLAY-TEXT = SPACES
        MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS
    ELSE
        MOVE X"01" TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS
        MOVE X"08" TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS
        COMPUTE TEXT-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-DISPLAY-TEXT)
        MOVE TEXT-LENGTH TO UINT16
        CALL "Encode-UnsignedShort" USING UINT16 PAYLOAD PAYLOADPOS
        MOVE LK-DISPLAY-TEXT(1:TEXT-LENGTH)
            TO PAYLOAD(PAYLOADPOS:TEXT-LENGTH)
        ADD TEXT-LENGTH TO PAYLOADPOS
    END-IF

    *> send packet (with per-connection capture, see PROC-PACKET-SEND)
    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    COPY PROC-PACKET-SEND.
    GOBACK.

END PROGRAM SendPacket-PlayerInfoDisplay.
