        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 IS-IGNORED             BINARY-CHAR UNSIGNED.
        01 SESSION-INDEX          BINARY-LONG UNSIGNED.
        01 SIDE-INDEX             BINARY-CHAR UNSIGNED.
        01 ASK-TEXT               PIC X(96).
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            EXIT PARAGRAPH
        END-IF
        CALL "Ignore-Blocks" USING TARGET-PLAYER COMMANDS-ACTOR-PLAYER
            IS-IGNORED
        IF IS-IGNORED NOT = 0
            STRING FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
                " is not accepting trade requests from you"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            EXIT PARAGRAPH
        END-IF

        MOVE 1 TO TRADE-ASK-PENDING(TARGET-PLAYER)
        MOVE COMMANDS-ACTOR-PLAYER TO TRADE-ASK-FROM(TARGET-PLAYER)
    MOVE 0 TO PLAYER-OPEN-BREWING(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-ENCHANT(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-HOPPER(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-OPEN-DISPENSER(LK-PLAYER-ID)
    CALL "Beacons-Close" USING LK-PLAYER-ID
    CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) "minecraft:generic_9x3" "Trade"
    CALL "Trade-SendWindowTo" USING LK-SESSION-INDEX LK-PLAYER-ID
*> Both sides confirmed: one atomic pass swaps the escrowed stacks into
*> the opposite inventories (anything that doesn't fit drops at the
*> receiver's feet rather than vanishing) and moves the coin components
*> through the balances and the ledger, the receiver of each paying the
*> sales tax on it to the treasury. Then the session ends.
IDENTIFICATION DIVISION.
PROGRAM-ID. Trade-Complete.

    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 COINS-SHORT               BINARY-CHAR UNSIGNED.
    01 TAX-AMOUNT                BINARY-LONG.
    01 ABORT-MESSAGE             PIC X(64) VALUE
        "Trade aborted: attached coins are no longer covered".
LINKAGE SECTION.
                TO PLAYER-BALANCE(GETTING-PLAYER)
            CALL "Economy-LogTransaction" USING
                PLAYER-UUID(GIVING-PLAYER) PLAYER-UUID(GETTING-PLAYER)
                TRADE-SIDE-COINS(LK-SESSION-INDEX, SIDE-INDEX) "TRADE"
            CALL "Treasury-CollectTax" USING PLAYER-UUID(GETTING-PLAYER)
                TRADE-SIDE-COINS(LK-SESSION-INDEX, SIDE-INDEX) "TRADE"
                TAX-AMOUNT
        END-IF
    END-PERFORM

