*> --- Claims-CheckAllowed ---
*> The protection gate every player-driven block mutation calls before
*> applying the change: wilderness is open to everyone, a claimed spot
*> only to its owner and trust list, and to a tenant renting it through
*> the land market. Operators (permission level 3+) can always build -
*> someone has to be able to fix a griefed claim. A
*> jailed player builds nowhere, and nor does one who has yet to
*> accept the server rules. An admin region denying BUILD closes its
*> ground to everyone below operator, claims or not.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-CheckAllowed.

    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 TRUST-INDEX               BINARY-CHAR UNSIGNED.
    01 TOWN-MEMBER-FLAG          BINARY-CHAR UNSIGNED.
    01 TENANT-FLAG               BINARY-CHAR UNSIGNED.
    01 REGION-ALLOWED            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-ALLOWED.
    IF PLAYER-JAIL-INDEX(LK-PLAYER-ID) NOT = 0
            OR PLAYER-RULES-PENDING(LK-PLAYER-ID) NOT = 0
        MOVE 0 TO LK-ALLOWED
        GOBACK
    END-IF
    IF PLAYER-PERMISSION-LEVEL(LK-PLAYER-ID) < 3
        CALL "Regions-CheckFlag" USING "BUILD" LK-POSITION REGION-ALLOWED
        IF REGION-ALLOWED = 0
            MOVE 0 TO LK-ALLOWED
            GOBACK
        END-IF
    END-IF
    MOVE 1 TO LK-ALLOWED

    CALL "Claims-FindAt" USING LK-POSITION CLAIM-INDEX
            GOBACK
        END-IF
    END-PERFORM
    CALL "ClaimMarket-IsTenant" USING CLAIM-INDEX PLAYER-UUID(LK-PLAYER-ID)
        TENANT-FLAG
    IF TENANT-FLAG NOT = 0
        GOBACK
    END-IF

    MOVE 0 TO LK-ALLOWED
    GOBACK.
*> Registers the claim commands, all at permission level 0:
*>   CLAIM <radius>  - claim the square around where the player stands
*>   UNCLAIM         - release the claim the player stands in and owns
*>                     (not while a tenant is renting it)
*>   TRUST <player>  - let another player build in that claim
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Claim.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-CLAIMS.
        COPY DD-CLAIM-MARKET.
        01 CLAIM-INDEX            BINARY-LONG UNSIGNED.
        01 LISTING-INDEX          BINARY-LONG UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        *> a paying tenant keeps the land until the lease ends
        CALL "ClaimMarket-FindListing" USING CLAIM-INDEX LISTING-INDEX
        IF LISTING-INDEX NOT = 0
            IF LISTING-TENANT-UUID(LISTING-INDEX) NOT = LOW-VALUES
                STRING "This claim is let - it can't be released until the lease ends"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                    FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
                GOBACK
            END-IF
            MOVE 0 TO LISTING-USED(LISTING-INDEX)
            CALL "ClaimMarket-Save"
        END-IF
        MOVE 0 TO CLAIM-USED(CLAIM-INDEX)
        CALL "Claims-Save"
        STRING "Claim released" DELIMITED BY SIZE
