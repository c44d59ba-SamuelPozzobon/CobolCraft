*> --- ChunkCache-Fetch ---
*> Hands back a chunk's cached payload, stamping its recency. Found = 0
*> means the caller serializes the chunk itself (and should store the
*> result). Obfuscated says which serialization is wanted - ores
*> disguised or not - and only an entry made the same way matches.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkCache-Fetch.

    01 LK-CHUNK-Z                BINARY-LONG.
    01 LK-PAYLOAD                PIC X(393216).
    01 LK-LENGTH                 BINARY-LONG UNSIGNED.
    01 LK-OBFUSCATED             BINARY-CHAR UNSIGNED.
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-OBFUSCATED LK-PAYLOAD
        LK-LENGTH LK-FOUND.
    MOVE 0 TO LK-FOUND
    PERFORM VARYING CACHE-INDEX FROM 1 BY 1
            UNTIL CACHE-INDEX > MAX-CACHED-CHUNKS OR LK-FOUND NOT = 0
        IF CHUNK-CACHE-USED(CACHE-INDEX) NOT = 0
                AND CHUNK-CACHE-X(CACHE-INDEX) = LK-CHUNK-X
                AND CHUNK-CACHE-Z(CACHE-INDEX) = LK-CHUNK-Z
                AND CHUNK-CACHE-OBFUSCATED(CACHE-INDEX) = LK-OBFUSCATED
            MOVE CHUNK-CACHE-LENGTH(CACHE-INDEX) TO LK-LENGTH
            MOVE CHUNK-CACHE-PAYLOAD(CACHE-INDEX)(1:LK-LENGTH)
                TO LK-PAYLOAD(1:LK-LENGTH)

*> --- ChunkCache-Store ---
*> Caches one chunk's freshly serialized payload, recycling the least
*> recently used slot when the cache is full. A chunk holds one slot
*> whichever way it was serialized; the newer serialization replaces
*> the other.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkCache-Store.

    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.
    01 LK-PAYLOAD                PIC X(393216).
    01 LK-OBFUSCATED             BINARY-CHAR UNSIGNED.
    01 LK-LENGTH                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-OBFUSCATED LK-PAYLOAD
        LK-LENGTH.
    IF LK-LENGTH = 0 OR LK-LENGTH > 393216
        GOBACK
    END-IF
    MOVE 1 TO CHUNK-CACHE-USED(TARGET-INDEX)
    MOVE LK-CHUNK-X TO CHUNK-CACHE-X(TARGET-INDEX)
    MOVE LK-CHUNK-Z TO CHUNK-CACHE-Z(TARGET-INDEX)
    MOVE LK-OBFUSCATED TO CHUNK-CACHE-OBFUSCATED(TARGET-INDEX)
    MOVE LK-LENGTH TO CHUNK-CACHE-LENGTH(TARGET-INDEX)
    MOVE LK-PAYLOAD(1:LK-LENGTH)
        TO CHUNK-CACHE-PAYLOAD(TARGET-INDEX)(1:LK-LENGTH)
