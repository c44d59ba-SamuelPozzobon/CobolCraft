DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BLOCK-USE.
    COPY DD-PLAYERS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 CLICKED-BLOCK-ID          BINARY-LONG.
    01 CLAIM-ALLOWED             BINARY-CHAR UNSIGNED.
        05 LK-CURSOR-Z           FLOAT.

PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-FACE LK-CURSOR.
    *> a jailed player's clicks do nothing at all, shops included, and
    *> neither do those of a player who has yet to accept the rules
    IF PLAYER-JAIL-INDEX(LK-PLAYER) NOT = 0
            OR PLAYER-RULES-PENDING(LK-PLAYER) NOT = 0
        GOBACK
    END-IF

    *> shop signs trade BEFORE the claim gate: buying from a stranger's
    *> claimed shop is what chest shops exist for
    CALL "Shops-HandleUse" USING LK-PLAYER LK-POSITION SHOP-HANDLED
    IF SHOP-HANDLED NOT = 0
        GOBACK
    END-IF
    *> and so do land-market signs: browsing land for sale means
    *> clicking boards on land that isn't yours
    CALL "ClaimMarket-HandleUse" USING LK-PLAYER LK-POSITION SHOP-HANDLED
    IF SHOP-HANDLED NOT = 0
        GOBACK
    END-IF

    *> interaction with a claimed block (doors, chests, levers) follows
    *> the same owner/trust rule as changing it
