    01 TARGET-UUID               PIC X(16).
    01 TARGET-FOUND              BINARY-CHAR UNSIGNED.
    01 TARGET-PLAYER             BINARY-CHAR.
    01 IS-IGNORED                BINARY-CHAR UNSIGNED.
    01 EXPIRY-TICKS              BINARY-LONG-LONG.
    01 ASK-TEXT                  PIC X(96).
    01 CLICK-COMMAND             PIC X(16) VALUE "/tpaccept".
            FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
        GOBACK
    END-IF
    CALL "Ignore-Blocks" USING TARGET-PLAYER COMMANDS-ACTOR-PLAYER
        IS-IGNORED
    IF IS-IGNORED NOT = 0
        STRING FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
            " is not accepting teleport requests from you"
            DELIMITED BY SIZE INTO LK-RESPONSE-TEXT
        COMPUTE LK-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
        GOBACK
    END-IF

    CALL "Config-GetNumber" USING "tpa-expiry-ticks" 1200 EXPIRY-TICKS
    IF EXPIRY-TICKS < 1
