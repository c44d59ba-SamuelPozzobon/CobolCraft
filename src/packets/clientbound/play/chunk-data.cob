*> walks anyway (torches, lava, glowstone, lit lamps) - which is what
*> finally makes caves dark, torches matter and the light-gated spawn
*> rule enforceable. Biomes are a single-value plains palette per
*> section. In a dimension on the anti-xray-dimensions list, ores with
*> no face open to air go out as the stone around them (see
*> AntiXray-Disguise); the real block reaches the client only once
*> AntiXray-RevealAround sees it uncovered.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-ChunkData.

    01 VARINT-VALUE     BINARY-LONG.
    01 ZERO-VARINT      BINARY-LONG VALUE 0.
    01 CACHE-FOUND      BINARY-CHAR UNSIGNED.
    01 OBFUSCATE        BINARY-CHAR UNSIGNED.
    01 REAL-STATE-ID    BINARY-LONG.
    *> per-column surface heights and per-block emissions, gathered
    *> while the sections are read so the light arrays cost no second
    *> sweep of World-GetBlock

    *> a chunk already serialized since its last block change goes out
    *> as a buffer copy - the cache World-BroadcastBlockChange keeps
    *> honest by invalidating the chunks it touches. Disguised and plain
    *> serializations are cached apart.
    CALL "AntiXray-Enabled" USING OBFUSCATE
    CALL "ChunkCache-Fetch" USING LK-CHUNK-X LK-CHUNK-Z OBFUSCATE PAYLOAD
        PAYLOADLEN CACHE-FOUND
    IF CACHE-FOUND NOT = 0
        COPY PROC-PACKET-SEND.

    *> send packet (with per-connection capture, see PROC-PACKET-SEND)
    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "ChunkCache-Store" USING LK-CHUNK-X LK-CHUNK-Z OBFUSCATE PAYLOAD
        PAYLOADLEN
    COPY PROC-PACKET-SEND.
    GOBACK.
                COMPUTE BLOCK-Y = SECTION-Y * 16 + LOCAL-Y
                COMPUTE BLOCK-Z = LK-CHUNK-Z * 16 + LOCAL-Z
                CALL "World-GetBlock" USING BLOCK-POSITION BLOCK-STATE-ID
                IF OBFUSCATE NOT = 0
                    MOVE BLOCK-STATE-ID TO REAL-STATE-ID
                    CALL "AntiXray-Disguise" USING BLOCK-POSITION
                        REAL-STATE-ID BLOCK-STATE-ID
                END-IF
                IF BLOCK-STATE-ID NOT = AIR-ID
                    ADD 1 TO NON-AIR-COUNT
                    *> the surface tracker behind the sky-light arrays
