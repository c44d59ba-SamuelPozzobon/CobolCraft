    01 TOWN-INDEX                BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 MEMBER-FLAG               BINARY-CHAR UNSIGNED.
    01 IS-IGNORED                BINARY-CHAR UNSIGNED.
    01 RELAY-LINE                PIC X(288).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Towns-IsMemberOfOwner" USING TOWN-UUID(TOWN-INDEX)
                PLAYER-UUID(PLAYER-INDEX) MEMBER-FLAG
            *> a member who ignores the sender is spared the line too
            IF MEMBER-FLAG NOT = 0
                CALL "Ignore-Blocks" USING PLAYER-INDEX LK-PLAYER-ID
                    IS-IGNORED
            END-IF
            IF MEMBER-FLAG NOT = 0 AND IS-IGNORED = 0
                CALL "SendPacket-SystemChat" USING
                    PLAYER-CLIENT(PLAYER-INDEX) RELAY-LINE
            END-IF
        ADD PARSED-NUMBER TO TOWN-BANK-BALANCE(TOWN-INDEX)
        CALL "Economy-LogTransaction" USING
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) TOWN-UUID(TOWN-INDEX)
            PARSED-NUMBER "TOWN-DEPOSIT"
        CALL "Towns-Save"
        STRING "Deposited into the town bank" DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT
        SUBTRACT PARSED-NUMBER FROM TOWN-BANK-BALANCE(TOWN-INDEX)
        ADD PARSED-NUMBER TO PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER)
        CALL "Economy-LogTransaction" USING TOWN-UUID(TOWN-INDEX)
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) PARSED-NUMBER "TOWN-WITHDRAW"
        CALL "Towns-Save"
        STRING "Withdrawn from the town bank" DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT
