    01 ZERO-PAD-COUNT            BINARY-LONG UNSIGNED.
    01 LENGTH-BYTE OCCURS 4 TIMES BINARY-LONG UNSIGNED.

    01 HASH-H0                   BINARY-LONG UNSIGNED.
    01 HASH-H1                   BINARY-LONG UNSIGNED.
    01 HASH-H2                   BINARY-LONG UNSIGNED.
    01 HASH-H3                   BINARY-LONG UNSIGNED.
    01 HASH-H4                   BINARY-LONG UNSIGNED.

    01 ROUND-A                   BINARY-LONG UNSIGNED.
    01 ROUND-B                   BINARY-LONG UNSIGNED.

    COMPUTE BLOCK-COUNT = PADDED-LENGTH / 64

    *> the chaining values start afresh on every call, so a second
    *> digest in the same run doesn't continue from the first
    MOVE 1732584193 TO HASH-H0
    MOVE 4023233417 TO HASH-H1
    MOVE 2562383102 TO HASH-H2
    MOVE 271733878 TO HASH-H3
    MOVE 3285377520 TO HASH-H4

    PERFORM VARYING BLOCK-INDEX FROM 1 BY 1 UNTIL BLOCK-INDEX > BLOCK-COUNT
        COMPUTE BLOCK-OFFSET = (BLOCK-INDEX - 1) * 64

