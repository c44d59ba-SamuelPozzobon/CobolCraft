*> --- SendPacket-ContainerSlot ---
*> Sends the play-state "set container slot" packet for one slot of the
*> player's own inventory (window 0). Unlike SendPacket-ContainerContent
*> this one carries a component: a filled map needs its minecraft:map_id
*> for the client to know which map data to paint on it, so a nonzero
*> map ID is added to the stack (0 sends the plain item).
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-ContainerSlot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:container_set_slot".
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(64).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    01 SLOT-USHORT      BINARY-SHORT UNSIGNED.
    01 VARINT-VALUE     BINARY-LONG.
    01 ZERO-VARINT      BINARY-LONG VALUE 0.
    01 ONE-VARINT       BINARY-LONG VALUE 1.
    *> the minecraft:map_id entry of the data component registry
    01 C-MAP-ID-COMPONENT BINARY-LONG VALUE 26.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    *> 0-based window slot, as the client numbers the inventory
    01 LK-SLOT          BINARY-LONG UNSIGNED.
    01 LK-ITEM-ID       BINARY-LONG.
    01 LK-ITEM-COUNT    BINARY-LONG UNSIGNED.
    01 LK-MAP-ID        BINARY-LONG.

PROCEDURE DIVISION USING LK-CLIENT LK-SLOT LK-ITEM-ID LK-ITEM-COUNT
        LK-MAP-ID.
    COPY PROC-PACKET-INIT.

    MOVE 1 TO PAYLOADPOS

    *> the player inventory window, state ID 0 (see ContainerContent)
    MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING ZERO-VARINT PAYLOAD PAYLOADPOS
    MOVE LK-SLOT TO SLOT-USHORT
    CALL "Encode-UnsignedShort" USING SLOT-USHORT PAYLOAD PAYLOADPOS

    IF LK-ITEM-COUNT > 0 AND LK-ITEM-ID > 0
        MOVE LK-ITEM-COUNT TO VARINT-VALUE
        CALL "Encode-VarInt" USING VARINT-VALUE PAYLOAD PAYLOADPOS
        CALL "Encode-VarInt" USING LK-ITEM-ID PAYLOAD PAYLOADPOS
        IF LK-MAP-ID > 0
            *> one component added, none removed
            CALL "Encode-VarInt" USING ONE-VARINT PAYLOAD PAYLOADPOS
            CALL "Encode-VarInt" USING ZERO-VARINT PAYLOAD PAYLOADPOS
            CALL "Encode-VarInt" USING C-MAP-ID-COMPONENT PAYLOAD PAYLOADPOS
            CALL "Encode-VarInt" USING LK-MAP-ID PAYLOAD PAYLOADPOS
        ELSE
            CALL "Encode-VarInt" USING ZERO-VARINT PAYLOAD PAYLOADPOS
            CALL "Encode-VarInt" USING ZERO-VARINT PAYLOAD PAYLOADPOS
        END-IF
    ELSE
        CALL "Encode-VarInt" USING ZERO-VARINT PAYLOAD PAYLOADPOS
    END-IF

    *> send packet (with per-connection capture, see PROC-PACKET-SEND)
    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    COPY PROC-PACKET-SEND.
    GOBACK.

END PROGRAM SendPacket-ContainerSlot.
