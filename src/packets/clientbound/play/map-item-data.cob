*> --- SendPacket-MapItemData ---
*> Sends the play-state "map item data" packet: the pixels of one map,
*> or a rectangle of them, for the client to paint onto every filled map
*> item carrying that map ID. Pixels are the client's map color bytes
*> (base color * 4 + shade), row-major across the rectangle; a 128x128
*> rectangle at 0,0 is the whole map. Markers aren't sent - the map
*> shows terrain only.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-MapItemData.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:map_item_data".
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(16448).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    01 DATA-LENGTH      BINARY-LONG.
    01 ROW-INDEX        BINARY-LONG UNSIGNED.
    01 ROW-OFFSET       BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-MAP-ID        BINARY-LONG.
    01 LK-SCALE         BINARY-CHAR UNSIGNED.
    *> the rectangle: first column and row (0-127) and its size
    01 LK-COLUMN        BINARY-LONG UNSIGNED.
    01 LK-ROW           BINARY-LONG UNSIGNED.
    01 LK-WIDTH         BINARY-LONG UNSIGNED.
    01 LK-HEIGHT        BINARY-LONG UNSIGNED.
    *> the whole map, 128 rows of 128 color bytes
    01 LK-PIXELS        PIC X(16384).

PROCEDURE DIVISION USING LK-CLIENT LK-MAP-ID LK-SCALE LK-COLUMN LK-ROW
        LK-WIDTH LK-HEIGHT LK-PIXELS.
    COPY PROC-PACKET-INIT.

    MOVE 1 TO PAYLOADPOS

    CALL "Encode-VarInt" USING LK-MAP-ID PAYLOAD PAYLOADPOS
    MOVE FUNCTION CHAR(LK-SCALE + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    *> not locked, no markers
    MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS

    *> columns, rows, X and Z offsets, then the colors
    MOVE FUNCTION CHAR(LK-WIDTH + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    MOVE FUNCTION CHAR(LK-HEIGHT + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    MOVE FUNCTION CHAR(LK-COLUMN + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    MOVE FUNCTION CHAR(LK-ROW + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    COMPUTE DATA-LENGTH = LK-WIDTH * LK-HEIGHT
    CALL "Encode-VarInt" USING DATA-LENGTH PAYLOAD PAYLOADPOS
    PERFORM VARYING ROW-INDEX FROM 0 BY 1 UNTIL ROW-INDEX >= LK-HEIGHT
        COMPUTE ROW-OFFSET = (LK-ROW + ROW-INDEX) * 128 + LK-COLUMN + 1
        MOVE LK-PIXELS(ROW-OFFSET:LK-WIDTH) TO PAYLOAD(PAYLOADPOS:LK-WIDTH)
        ADD LK-WIDTH TO PAYLOADPOS
    END-PERFORM

    *> send packet (with per-connection capture, see PROC-PACKET-SEND)
    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    COPY PROC-PACKET-SEND.
    GOBACK.

END PROGRAM SendPacket-MapItemData.
