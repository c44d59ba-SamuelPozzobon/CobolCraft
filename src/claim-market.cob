*> --- ClaimMarket-Init ---
*> Clears the listing table and reloads the land market from
*> save/claim-market.dat, one line per listing:
*>   min-x min-z max-x max-z owner-uuid kind price days tenant-uuid
*>   paid-until renew has-sign sign-x sign-y sign-z
*> with "-" for a vacant tenant and paid-until as a YYYYMMDD date (0
*> while vacant). Called at server startup and by the nightly economy
*> batch before it renews rents.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-CLAIM-MARKET
        ASSIGN TO "save/claim-market.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-CLAIM-MARKET.
    01 MARKET-LINE               PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-CLAIM-MARKET.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 MIN-X-TOKEN               PIC X(12).
    01 MIN-Z-TOKEN               PIC X(12).
    01 MAX-X-TOKEN               PIC X(12).
    01 MAX-Z-TOKEN               PIC X(12).
    01 OWNER-TOKEN               PIC X(36).
    01 KIND-TOKEN                PIC X(4).
    01 PRICE-TOKEN               PIC X(12).
    01 DAYS-TOKEN                PIC X(8).
    01 TENANT-TOKEN              PIC X(36).
    01 PAID-TOKEN                PIC X(8).
    01 RENEW-TOKEN               PIC X(4).
    01 SIGN-TOKEN                PIC X(4).
    01 SIGN-X-TOKEN              PIC X(12).
    01 SIGN-Y-TOKEN              PIC X(12).
    01 SIGN-Z-TOKEN              PIC X(12).
    01 PAID-DATE                 PIC 9(8).

PROCEDURE DIVISION.
    PERFORM VARYING LISTING-INDEX FROM 1 BY 1
            UNTIL LISTING-INDEX > MAX-CLAIM-LISTINGS
        MOVE 0 TO LISTING-USED(LISTING-INDEX)
    END-PERFORM

    MOVE 0 TO LISTING-INDEX
    OPEN INPUT FD-CLAIM-MARKET
    PERFORM UNTIL EXIT
        IF LISTING-INDEX >= MAX-CLAIM-LISTINGS
            EXIT PERFORM
        END-IF
        READ FD-CLAIM-MARKET
            AT END
                EXIT PERFORM
            NOT AT END
                IF MARKET-LINE NOT = SPACES
                    MOVE SPACES TO MIN-X-TOKEN MIN-Z-TOKEN MAX-X-TOKEN
                        MAX-Z-TOKEN OWNER-TOKEN KIND-TOKEN PRICE-TOKEN
                        DAYS-TOKEN TENANT-TOKEN PAID-TOKEN RENEW-TOKEN
                        SIGN-TOKEN SIGN-X-TOKEN SIGN-Y-TOKEN SIGN-Z-TOKEN
                    UNSTRING MARKET-LINE DELIMITED BY ALL " "
                        INTO MIN-X-TOKEN MIN-Z-TOKEN MAX-X-TOKEN
                            MAX-Z-TOKEN OWNER-TOKEN KIND-TOKEN PRICE-TOKEN
                            DAYS-TOKEN TENANT-TOKEN PAID-TOKEN RENEW-TOKEN
                            SIGN-TOKEN SIGN-X-TOKEN SIGN-Y-TOKEN
                            SIGN-Z-TOKEN
                    ADD 1 TO LISTING-INDEX
                    MOVE 1 TO LISTING-USED(LISTING-INDEX)
                    COMPUTE LISTING-MIN-X(LISTING-INDEX) =
                        FUNCTION NUMVAL(MIN-X-TOKEN)
                    COMPUTE LISTING-MIN-Z(LISTING-INDEX) =
                        FUNCTION NUMVAL(MIN-Z-TOKEN)
                    COMPUTE LISTING-MAX-X(LISTING-INDEX) =
                        FUNCTION NUMVAL(MAX-X-TOKEN)
                    COMPUTE LISTING-MAX-Z(LISTING-INDEX) =
                        FUNCTION NUMVAL(MAX-Z-TOKEN)
                    CALL "UUID-FromString" USING OWNER-TOKEN
                        LISTING-OWNER-UUID(LISTING-INDEX)
                    COMPUTE LISTING-KIND(LISTING-INDEX) =
                        FUNCTION NUMVAL(KIND-TOKEN)
                    COMPUTE LISTING-PRICE(LISTING-INDEX) =
                        FUNCTION NUMVAL(PRICE-TOKEN)
                    COMPUTE LISTING-PERIOD-DAYS(LISTING-INDEX) =
                        FUNCTION NUMVAL(DAYS-TOKEN)
                    IF TENANT-TOKEN = "-" OR TENANT-TOKEN = SPACES
                        MOVE LOW-VALUES TO LISTING-TENANT-UUID(LISTING-INDEX)
                        MOVE 0 TO LISTING-PAID-UNTIL(LISTING-INDEX)
                    ELSE
                        CALL "UUID-FromString" USING TENANT-TOKEN
                            LISTING-TENANT-UUID(LISTING-INDEX)
                        MOVE PAID-TOKEN TO PAID-DATE
                        COMPUTE LISTING-PAID-UNTIL(LISTING-INDEX) =
                            FUNCTION INTEGER-OF-DATE(PAID-DATE)
                    END-IF
                    COMPUTE LISTING-RENEW(LISTING-INDEX) =
                        FUNCTION NUMVAL(RENEW-TOKEN)
                    COMPUTE LISTING-HAS-SIGN(LISTING-INDEX) =
                        FUNCTION NUMVAL(SIGN-TOKEN)
                    COMPUTE LISTING-SIGN-X(LISTING-INDEX) =
                        FUNCTION NUMVAL(SIGN-X-TOKEN)
                    COMPUTE LISTING-SIGN-Y(LISTING-INDEX) =
                        FUNCTION NUMVAL(SIGN-Y-TOKEN)
                    COMPUTE LISTING-SIGN-Z(LISTING-INDEX) =
                        FUNCTION NUMVAL(SIGN-Z-TOKEN)
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-CLAIM-MARKET
    GOBACK.

END PROGRAM ClaimMarket-Init.

*> --- ClaimMarket-Save ---
*> Writes the land market to save/claim-market.dat through the usual
*> temp-then-rename - a sale or a tenancy is money already paid, so a
*> torn file must never lose it. Called after every listing change.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-CLAIM-MARKET-OUT
        ASSIGN TO "save/claim-market.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-CLAIM-MARKET-OUT.
    01 MARKET-LINE               PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-CLAIM-MARKET.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 OWNER-STR                 PIC X(36).
    01 TENANT-STR                PIC X(36).
    01 MIN-X-DISPLAY             PIC -(9)9.
    01 MIN-Z-DISPLAY             PIC -(9)9.
    01 MAX-X-DISPLAY             PIC -(9)9.
    01 MAX-Z-DISPLAY             PIC -(9)9.
    01 PRICE-DISPLAY             PIC -(9)9.
    01 DAYS-DISPLAY              PIC Z(3)9.
    01 PAID-DATE                 PIC 9(8).
    01 SIGN-X-DISPLAY            PIC -(9)9.
    01 SIGN-Y-DISPLAY            PIC -(9)9.
    01 SIGN-Z-DISPLAY            PIC -(9)9.
    01 KIND-DISPLAY              PIC 9.
    01 RENEW-DISPLAY             PIC 9.
    01 SIGN-DISPLAY              PIC 9.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-CLAIM-MARKET-OUT
    PERFORM VARYING LISTING-INDEX FROM 1 BY 1
            UNTIL LISTING-INDEX > MAX-CLAIM-LISTINGS
        IF LISTING-USED(LISTING-INDEX) NOT = 0
            CALL "UUID-ToString" USING LISTING-OWNER-UUID(LISTING-INDEX)
                OWNER-STR
            IF LISTING-TENANT-UUID(LISTING-INDEX) = LOW-VALUES
                MOVE "-" TO TENANT-STR
                MOVE 0 TO PAID-DATE
            ELSE
                CALL "UUID-ToString" USING
                    LISTING-TENANT-UUID(LISTING-INDEX) TENANT-STR
                COMPUTE PAID-DATE = FUNCTION DATE-OF-INTEGER(
                    LISTING-PAID-UNTIL(LISTING-INDEX))
            END-IF
            MOVE LISTING-MIN-X(LISTING-INDEX) TO MIN-X-DISPLAY
            MOVE LISTING-MIN-Z(LISTING-INDEX) TO MIN-Z-DISPLAY
            MOVE LISTING-MAX-X(LISTING-INDEX) TO MAX-X-DISPLAY
            MOVE LISTING-MAX-Z(LISTING-INDEX) TO MAX-Z-DISPLAY
            MOVE LISTING-KIND(LISTING-INDEX) TO KIND-DISPLAY
            MOVE LISTING-PRICE(LISTING-INDEX) TO PRICE-DISPLAY
            MOVE LISTING-PERIOD-DAYS(LISTING-INDEX) TO DAYS-DISPLAY
            MOVE LISTING-RENEW(LISTING-INDEX) TO RENEW-DISPLAY
            MOVE LISTING-HAS-SIGN(LISTING-INDEX) TO SIGN-DISPLAY
            MOVE LISTING-SIGN-X(LISTING-INDEX) TO SIGN-X-DISPLAY
            MOVE LISTING-SIGN-Y(LISTING-INDEX) TO SIGN-Y-DISPLAY
            MOVE LISTING-SIGN-Z(LISTING-INDEX) TO SIGN-Z-DISPLAY
            MOVE SPACES TO MARKET-LINE
            STRING FUNCTION TRIM(MIN-X-DISPLAY) " "
                FUNCTION TRIM(MIN-Z-DISPLAY) " "
                FUNCTION TRIM(MAX-X-DISPLAY) " "
                FUNCTION TRIM(MAX-Z-DISPLAY) " "
                OWNER-STR " "
                KIND-DISPLAY " "
                FUNCTION TRIM(PRICE-DISPLAY) " "
                FUNCTION TRIM(DAYS-DISPLAY) " "
                FUNCTION TRIM(TENANT-STR) " "
                PAID-DATE " "
                RENEW-DISPLAY " "
                SIGN-DISPLAY " "
                FUNCTION TRIM(SIGN-X-DISPLAY) " "
                FUNCTION TRIM(SIGN-Y-DISPLAY) " "
                FUNCTION TRIM(SIGN-Z-DISPLAY) DELIMITED BY SIZE
                INTO MARKET-LINE
            WRITE MARKET-LINE
        END-IF
    END-PERFORM
    CLOSE FD-CLAIM-MARKET-OUT

    CALL "CBL_RENAME_FILE" USING "save/claim-market.dat.tmp"
        "save/claim-market.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "claim market save failed, could not replace save/claim-market.dat"
    END-IF
    GOBACK.

END PROGRAM ClaimMarket-Save.

*> --- ClaimMarket-FindListing ---
*> Returns the listing standing on a claim, or 0 when it has none. A
*> listing only counts while its rectangle and owner still match the
*> claim's - released and re-claimed land starts with a clean slate.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-FindListing.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-CLAIM-MARKET.
LINKAGE SECTION.
    01 LK-CLAIM-INDEX            BINARY-LONG UNSIGNED.
    01 LK-LISTING-INDEX          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLAIM-INDEX LK-LISTING-INDEX.
    IF LK-CLAIM-INDEX = 0 OR LK-CLAIM-INDEX > MAX-CLAIMS
        MOVE 0 TO LK-LISTING-INDEX
        GOBACK
    END-IF
    IF CLAIM-USED(LK-CLAIM-INDEX) = 0
        MOVE 0 TO LK-LISTING-INDEX
        GOBACK
    END-IF
    PERFORM VARYING LK-LISTING-INDEX FROM 1 BY 1
            UNTIL LK-LISTING-INDEX > MAX-CLAIM-LISTINGS
        IF LISTING-USED(LK-LISTING-INDEX) NOT = 0
                AND LISTING-MIN-X(LK-LISTING-INDEX)
                    = CLAIM-MIN-X(LK-CLAIM-INDEX)
                AND LISTING-MIN-Z(LK-LISTING-INDEX)
                    = CLAIM-MIN-Z(LK-CLAIM-INDEX)
                AND LISTING-MAX-X(LK-LISTING-INDEX)
                    = CLAIM-MAX-X(LK-CLAIM-INDEX)
                AND LISTING-MAX-Z(LK-LISTING-INDEX)
                    = CLAIM-MAX-Z(LK-CLAIM-INDEX)
                AND LISTING-OWNER-UUID(LK-LISTING-INDEX)
                    = CLAIM-OWNER-UUID(LK-CLAIM-INDEX)
            GOBACK
        END-IF
    END-PERFORM
    MOVE 0 TO LK-LISTING-INDEX
    GOBACK.

END PROGRAM ClaimMarket-FindListing.

*> --- ClaimMarket-FindClaim ---
*> The reverse lookup: the claim a listing stands on, or 0 when the
*> claim has since been released or has changed hands.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-FindClaim.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-CLAIM-MARKET.
LINKAGE SECTION.
    01 LK-LISTING-INDEX          BINARY-LONG UNSIGNED.
    01 LK-CLAIM-INDEX            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-LISTING-INDEX LK-CLAIM-INDEX.
    PERFORM VARYING LK-CLAIM-INDEX FROM 1 BY 1
            UNTIL LK-CLAIM-INDEX > MAX-CLAIMS
        IF CLAIM-USED(LK-CLAIM-INDEX) NOT = 0
                AND CLAIM-MIN-X(LK-CLAIM-INDEX)
                    = LISTING-MIN-X(LK-LISTING-INDEX)
                AND CLAIM-MIN-Z(LK-CLAIM-INDEX)
                    = LISTING-MIN-Z(LK-LISTING-INDEX)
                AND CLAIM-MAX-X(LK-CLAIM-INDEX)
                    = LISTING-MAX-X(LK-LISTING-INDEX)
                AND CLAIM-MAX-Z(LK-CLAIM-INDEX)
                    = LISTING-MAX-Z(LK-LISTING-INDEX)
                AND CLAIM-OWNER-UUID(LK-CLAIM-INDEX)
                    = LISTING-OWNER-UUID(LK-LISTING-INDEX)
            GOBACK
        END-IF
    END-PERFORM
    MOVE 0 TO LK-CLAIM-INDEX
    GOBACK.

END PROGRAM ClaimMarket-FindClaim.

*> --- ClaimMarket-IsTenant ---
*> Claims-CheckAllowed's tenant rule: a renter builds on the claim for
*> as long as the rent is paid - through the last day paid for, after
*> which only the nightly renewal brings the rights back.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-IsTenant.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIM-MARKET.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 TODAY-DATE                PIC 9(8).
    01 TODAY-DAY                 BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLAIM-INDEX            BINARY-LONG UNSIGNED.
    01 LK-UUID                   PIC X(16).
    01 LK-IS-TENANT              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLAIM-INDEX LK-UUID LK-IS-TENANT.
    MOVE 0 TO LK-IS-TENANT
    CALL "ClaimMarket-FindListing" USING LK-CLAIM-INDEX LISTING-INDEX
    IF LISTING-INDEX = 0
        GOBACK
    END-IF
    IF LISTING-KIND(LISTING-INDEX) NOT = 2
            OR LISTING-TENANT-UUID(LISTING-INDEX) NOT = LK-UUID
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    COMPUTE TODAY-DAY = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
    IF TODAY-DAY <= LISTING-PAID-UNTIL(LISTING-INDEX)
        MOVE 1 TO LK-IS-TENANT
    END-IF
    GOBACK.

END PROGRAM ClaimMarket-IsTenant.

*> --- ClaimMarket-Take ---
*> Executes one purchase or tenancy on a listed claim, the shared core
*> of BUYCLAIM, LEASECLAIM and the listing signs. LK-EXPECTED-KIND
*> names what the caller asked for (1 sale, 2 rent, 0 whatever the
*> listing offers); the verdict comes back as chat text.
*>   sale: the price moves buyer -> owner (ledger CLAIM-SALE), the
*>         claim's owner becomes the buyer with an empty trust list,
*>         and the listing is retired
*>   rent: the first period moves tenant -> owner (ledger CLAIM-RENT)
*>         and the buyer becomes the tenant, renewed nightly by
*>         EconomyDaily-Run until they leave or can't pay
*> The seller is credited first - online in memory, offline through
*> Economy-AdjustOffline - and a seller whose save can't take the
*> credit stops the deal before the buyer pays anything.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-Take.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CLAIMS.
    COPY DD-CLAIM-MARKET.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 TRUST-INDEX               BINARY-CHAR UNSIGNED.
    01 OWNER-PLAYER              BINARY-CHAR.
    01 OFFLINE-OK                BINARY-CHAR UNSIGNED.
    01 TODAY-DATE                PIC 9(8).
    01 TODAY-DAY                 BINARY-LONG.
    01 PAID-DATE                 PIC 9(8).
    01 PRICE-DISPLAY             PIC -(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-CLAIM-INDEX            BINARY-LONG UNSIGNED.
    01 LK-EXPECTED-KIND          BINARY-CHAR UNSIGNED.
    01 LK-RESULT                 PIC X(160).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CLAIM-INDEX LK-EXPECTED-KIND
        LK-RESULT.
    CALL "ClaimMarket-FindListing" USING LK-CLAIM-INDEX LISTING-INDEX
    IF LISTING-INDEX = 0
        CALL "Messages-Get" USING "claim-market-not-listed"
            "This claim is not on the market" " " LK-RESULT
        GOBACK
    END-IF
    IF LISTING-OWNER-UUID(LISTING-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
        CALL "Messages-Get" USING "claim-market-own"
            "You already own this claim" " " LK-RESULT
        GOBACK
    END-IF
    IF LK-EXPECTED-KIND NOT = 0
            AND LK-EXPECTED-KIND NOT = LISTING-KIND(LISTING-INDEX)
        IF LISTING-KIND(LISTING-INDEX) = 1
            CALL "Messages-Get" USING "claim-market-is-sale"
                "This claim is for sale, not for rent - use buyclaim" " "
                LK-RESULT
        ELSE
            CALL "Messages-Get" USING "claim-market-is-rent"
                "This claim is for rent, not for sale - use leaseclaim" " "
                LK-RESULT
        END-IF
        GOBACK
    END-IF
    IF LISTING-KIND(LISTING-INDEX) = 2
            AND LISTING-TENANT-UUID(LISTING-INDEX) NOT = LOW-VALUES
        IF LISTING-TENANT-UUID(LISTING-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
            COMPUTE PAID-DATE = FUNCTION DATE-OF-INTEGER(
                LISTING-PAID-UNTIL(LISTING-INDEX))
            CALL "Messages-Get" USING "claim-market-your-lease"
                "You rent this claim, paid through {0}" PAID-DATE LK-RESULT
        ELSE
            CALL "Messages-Get" USING "claim-market-let"
                "This claim is already let" " " LK-RESULT
        END-IF
        GOBACK
    END-IF
    IF PLAYER-BALANCE(LK-PLAYER-ID) < LISTING-PRICE(LISTING-INDEX)
        MOVE LISTING-PRICE(LISTING-INDEX) TO PRICE-DISPLAY
        CALL "Messages-Get" USING "claim-market-short-funds"
            "You can't afford the {0} coins" FUNCTION TRIM(PRICE-DISPLAY)
            LK-RESULT
        GOBACK
    END-IF

    *> credit the seller first; only a credit that landed lets the
    *> buyer's coins go
    CALL "Players-FindConnectedByUUID" USING
        LISTING-OWNER-UUID(LISTING-INDEX) OWNER-PLAYER
    IF OWNER-PLAYER NOT = 0
        ADD LISTING-PRICE(LISTING-INDEX) TO PLAYER-BALANCE(OWNER-PLAYER)
    ELSE
        CALL "Economy-AdjustOffline" USING
            LISTING-OWNER-UUID(LISTING-INDEX) LISTING-PRICE(LISTING-INDEX)
            OFFLINE-OK
        IF OFFLINE-OK = 0
            CALL "Messages-Get" USING "claim-market-seller-unavailable"
                "The owner's account can't take payment right now" " "
                LK-RESULT
            GOBACK
        END-IF
    END-IF
    SUBTRACT LISTING-PRICE(LISTING-INDEX) FROM PLAYER-BALANCE(LK-PLAYER-ID)

    IF LISTING-KIND(LISTING-INDEX) = 1
        CALL "Economy-LogTransaction" USING PLAYER-UUID(LK-PLAYER-ID)
            LISTING-OWNER-UUID(LISTING-INDEX) LISTING-PRICE(LISTING-INDEX)
            "CLAIM-SALE"
        MOVE PLAYER-UUID(LK-PLAYER-ID) TO CLAIM-OWNER-UUID(LK-CLAIM-INDEX)
        PERFORM VARYING TRUST-INDEX FROM 1 BY 1
                UNTIL TRUST-INDEX > MAX-CLAIM-TRUSTED
            MOVE LOW-VALUES TO CLAIM-TRUSTED-UUID(LK-CLAIM-INDEX, TRUST-INDEX)
        END-PERFORM
        CALL "Claims-Save"
        MOVE 0 TO LISTING-USED(LISTING-INDEX)
        CALL "ClaimMarket-Save"
        CALL "Log-Write" USING "INFO" "claim sold on the land market"
        CALL "Messages-Get" USING "claim-market-bought"
            "The claim is yours" " " LK-RESULT
        GOBACK
    END-IF

    CALL "Economy-LogTransaction" USING PLAYER-UUID(LK-PLAYER-ID)
        LISTING-OWNER-UUID(LISTING-INDEX) LISTING-PRICE(LISTING-INDEX)
        "CLAIM-RENT"
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    COMPUTE TODAY-DAY = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
    MOVE PLAYER-UUID(LK-PLAYER-ID) TO LISTING-TENANT-UUID(LISTING-INDEX)
    COMPUTE LISTING-PAID-UNTIL(LISTING-INDEX) =
        TODAY-DAY + LISTING-PERIOD-DAYS(LISTING-INDEX) - 1
    MOVE 1 TO LISTING-RENEW(LISTING-INDEX)
    CALL "ClaimMarket-Save"
    COMPUTE PAID-DATE = FUNCTION DATE-OF-INTEGER(
        LISTING-PAID-UNTIL(LISTING-INDEX))
    CALL "Messages-Get" USING "claim-market-leased"
        "You rent this claim, paid through {0}" PAID-DATE LK-RESULT
    GOBACK.

END PROGRAM ClaimMarket-Take.

*> --- ClaimMarket-OnSignEdit ---
*> Called by Signs-SetText after Shops-OnSignEdit: a sign standing in
*> its owner's claim whose first line reads [for sale] or [for rent]
*> puts that claim on the market, the chest-shop idea applied to land.
*>   line 1: [for sale]      or   [for rent]
*>   line 2: the price       or   the rent per period
*>   line 3: (rent only) days per period, blank = 7
*> Rewriting a listing sign with anything else withdraws the listing,
*> unless a tenant holds it - a lease runs its course.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-OnSignEdit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CLAIMS.
    COPY DD-CLAIM-MARKET.
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 SIGN-LISTING              BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 HEADER-TEXT               PIC X(64).
    01 PARSED-KIND               BINARY-CHAR UNSIGNED.
    01 PARSED-PRICE              BINARY-LONG.
    01 PARSED-DAYS               BINARY-LONG.
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-LINES.
        05 LK-LINE OCCURS 4 TIMES PIC X(64).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-LINES.
    *> the listing this sign already advertises, if any
    MOVE 0 TO SIGN-LISTING
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1
            UNTIL SCAN-INDEX > MAX-CLAIM-LISTINGS OR SIGN-LISTING NOT = 0
        IF LISTING-USED(SCAN-INDEX) NOT = 0
                AND LISTING-HAS-SIGN(SCAN-INDEX) NOT = 0
                AND LISTING-SIGN-POSITION(SCAN-INDEX) = LK-POSITION
            MOVE SCAN-INDEX TO SIGN-LISTING
        END-IF
    END-PERFORM

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-LINE(1))) TO HEADER-TEXT
    EVALUATE HEADER-TEXT
        WHEN "[FOR SALE]"
            MOVE 1 TO PARSED-KIND
        WHEN "[FOR RENT]"
            MOVE 2 TO PARSED-KIND
        WHEN OTHER
            MOVE 0 TO PARSED-KIND
    END-EVALUATE

    IF PARSED-KIND = 0
        *> not a listing sign (anymore)
        IF SIGN-LISTING NOT = 0
            PERFORM RETIRE-SIGN-LISTING
        END-IF
        GOBACK
    END-IF

    CALL "Claims-FindAt" USING LK-POSITION CLAIM-INDEX
    IF CLAIM-INDEX = 0
        CALL "Messages-Get" USING "claim-market-sign-no-claim"
            "A listing sign must stand in the claim it offers" " "
            CATALOG-MESSAGE
        PERFORM WHISPER
        GOBACK
    END-IF
    IF CLAIM-OWNER-UUID(CLAIM-INDEX) NOT = PLAYER-UUID(LK-PLAYER-ID)
        CALL "Messages-Get" USING "claim-market-not-owner"
            "Only the claim's owner can put it on the market" " "
            CATALOG-MESSAGE
        PERFORM WHISPER
        GOBACK
    END-IF

    COMPUTE PARSED-PRICE = FUNCTION NUMVAL(LK-LINE(2))
    MOVE 0 TO PARSED-DAYS
    IF PARSED-KIND = 2
        IF LK-LINE(3) NOT = SPACES
            COMPUTE PARSED-DAYS = FUNCTION NUMVAL(LK-LINE(3))
        ELSE
            MOVE 7 TO PARSED-DAYS
        END-IF
    END-IF
    IF PARSED-PRICE < 1 OR (PARSED-KIND = 2 AND PARSED-DAYS < 1)
        CALL "Messages-Get" USING "claim-market-bad-format"
            "Listing sign not understood: [for sale]|[for rent] / <price> / [days]"
            " " CATALOG-MESSAGE
        PERFORM WHISPER
        GOBACK
    END-IF

    CALL "ClaimMarket-List" USING CLAIM-INDEX PARSED-KIND PARSED-PRICE
        PARSED-DAYS LISTING-INDEX CATALOG-MESSAGE
    IF LISTING-INDEX NOT = 0
        *> one board per listing: a new sign replaces the old one
        MOVE 1 TO LISTING-HAS-SIGN(LISTING-INDEX)
        MOVE LK-POSITION TO LISTING-SIGN-POSITION(LISTING-INDEX)
        CALL "ClaimMarket-Save"
    END-IF
    PERFORM WHISPER
    GOBACK.

RETIRE-SIGN-LISTING.
    IF LISTING-TENANT-UUID(SIGN-LISTING) NOT = LOW-VALUES
        MOVE 0 TO LISTING-HAS-SIGN(SIGN-LISTING)
    ELSE
        MOVE 0 TO LISTING-USED(SIGN-LISTING)
    END-IF
    CALL "ClaimMarket-Save".

WHISPER.
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE.

END PROGRAM ClaimMarket-OnSignEdit.

*> --- ClaimMarket-List ---
*> Puts a claim on the market (or re-prices its listing), the shared
*> core of LISTCLAIM and the listing signs; the caller has already
*> checked the player owns the claim. A claim with a tenant can't be
*> re-listed until the lease ends. Returns the listing index (0 when
*> refused) and the verdict as chat text.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-List.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-CLAIM-MARKET.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 PRICE-DISPLAY             PIC -(9)9.
LINKAGE SECTION.
    01 LK-CLAIM-INDEX            BINARY-LONG UNSIGNED.
    01 LK-KIND                   BINARY-CHAR UNSIGNED.
    01 LK-PRICE                  BINARY-LONG.
    01 LK-DAYS                   BINARY-LONG.
    01 LK-LISTING-INDEX          BINARY-LONG UNSIGNED.
    01 LK-RESULT                 PIC X(160).

PROCEDURE DIVISION USING LK-CLAIM-INDEX LK-KIND LK-PRICE LK-DAYS
        LK-LISTING-INDEX LK-RESULT.
    CALL "ClaimMarket-FindListing" USING LK-CLAIM-INDEX LK-LISTING-INDEX
    IF LK-LISTING-INDEX NOT = 0
        IF LISTING-TENANT-UUID(LK-LISTING-INDEX) NOT = LOW-VALUES
            MOVE 0 TO LK-LISTING-INDEX
            CALL "Messages-Get" USING "claim-market-tenanted"
                "This claim is let - the listing can't change until the lease ends"
                " " LK-RESULT
            GOBACK
        END-IF
    ELSE
        PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                UNTIL SCAN-INDEX > MAX-CLAIM-LISTINGS
                OR LK-LISTING-INDEX NOT = 0
            IF LISTING-USED(SCAN-INDEX) = 0
                MOVE SCAN-INDEX TO LK-LISTING-INDEX
            END-IF
        END-PERFORM
        IF LK-LISTING-INDEX = 0
            CALL "Messages-Get" USING "claim-market-full"
                "The land market is full" " " LK-RESULT
            GOBACK
        END-IF
        MOVE 1 TO LISTING-USED(LK-LISTING-INDEX)
        MOVE CLAIM-MIN-X(LK-CLAIM-INDEX) TO LISTING-MIN-X(LK-LISTING-INDEX)
        MOVE CLAIM-MIN-Z(LK-CLAIM-INDEX) TO LISTING-MIN-Z(LK-LISTING-INDEX)
        MOVE CLAIM-MAX-X(LK-CLAIM-INDEX) TO LISTING-MAX-X(LK-LISTING-INDEX)
        MOVE CLAIM-MAX-Z(LK-CLAIM-INDEX) TO LISTING-MAX-Z(LK-LISTING-INDEX)
        MOVE CLAIM-OWNER-UUID(LK-CLAIM-INDEX)
            TO LISTING-OWNER-UUID(LK-LISTING-INDEX)
        MOVE LOW-VALUES TO LISTING-TENANT-UUID(LK-LISTING-INDEX)
        MOVE 0 TO LISTING-PAID-UNTIL(LK-LISTING-INDEX)
        MOVE 0 TO LISTING-RENEW(LK-LISTING-INDEX)
        MOVE 0 TO LISTING-HAS-SIGN(LK-LISTING-INDEX)
        MOVE 0 TO LISTING-SIGN-X(LK-LISTING-INDEX)
        MOVE 0 TO LISTING-SIGN-Y(LK-LISTING-INDEX)
        MOVE 0 TO LISTING-SIGN-Z(LK-LISTING-INDEX)
    END-IF

    MOVE LK-KIND TO LISTING-KIND(LK-LISTING-INDEX)
    MOVE LK-PRICE TO LISTING-PRICE(LK-LISTING-INDEX)
    IF LK-KIND = 2
        MOVE LK-DAYS TO LISTING-PERIOD-DAYS(LK-LISTING-INDEX)
    ELSE
        MOVE 0 TO LISTING-PERIOD-DAYS(LK-LISTING-INDEX)
    END-IF
    CALL "ClaimMarket-Save"
    MOVE LK-PRICE TO PRICE-DISPLAY
    IF LK-KIND = 1
        CALL "Messages-Get" USING "claim-market-listed-sale"
            "Claim listed for sale at {0} coins" FUNCTION TRIM(PRICE-DISPLAY)
            LK-RESULT
    ELSE
        CALL "Messages-Get" USING "claim-market-listed-rent"
            "Claim listed for rent at {0} coins a period"
            FUNCTION TRIM(PRICE-DISPLAY) LK-RESULT
    END-IF
    GOBACK.

END PROGRAM ClaimMarket-List.

*> --- ClaimMarket-OnBlockBroken ---
*> A broken listing sign takes its listing with it, the way a broken
*> shop sign closes the shop - except under a tenant, where only the
*> board goes and the lease runs on.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-OnBlockBroken.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIM-MARKET.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 MARKET-CHANGED            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION.
    MOVE 0 TO MARKET-CHANGED
    PERFORM VARYING LISTING-INDEX FROM 1 BY 1
            UNTIL LISTING-INDEX > MAX-CLAIM-LISTINGS
        IF LISTING-USED(LISTING-INDEX) NOT = 0
                AND LISTING-HAS-SIGN(LISTING-INDEX) NOT = 0
                AND LISTING-SIGN-POSITION(LISTING-INDEX) = LK-POSITION
            IF LISTING-TENANT-UUID(LISTING-INDEX) NOT = LOW-VALUES
                MOVE 0 TO LISTING-HAS-SIGN(LISTING-INDEX)
            ELSE
                MOVE 0 TO LISTING-USED(LISTING-INDEX)
            END-IF
            MOVE 1 TO MARKET-CHANGED
        END-IF
    END-PERFORM
    IF MARKET-CHANGED NOT = 0
        CALL "ClaimMarket-Save"
    END-IF
    GOBACK.

END PROGRAM ClaimMarket-OnBlockBroken.

*> --- ClaimMarket-HandleUse ---
*> Called by Blocks-DispatchUse right after Shops-HandleUse, before the
*> claim gate: browsing land for sale means clicking signs on land that
*> isn't yours. The first right click on a listing sign states the
*> terms; a second click on the same sign closes the deal through
*> ClaimMarket-Take - land is worth more than a chest-shop stack, so
*> it never changes hands on a stray click. The owner clicking their
*> own board falls through to the normal dispatch.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimMarket-HandleUse.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CLAIM-MARKET.
    01 LISTING-INDEX             BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 ANY-KIND                  BINARY-CHAR UNSIGNED VALUE 0.
    01 PRICE-DISPLAY             PIC -(9)9.
    01 DAYS-DISPLAY              PIC Z(3)9.
    01 TERMS-TEXT                PIC X(32).
    01 CATALOG-MESSAGE           PIC X(160).
    *> the sign each player slot last asked about, for the second click
    01 PENDING-TABLE.
        05 PENDING-ENTRY OCCURS 20 TIMES.
            10 PENDING-UUID      PIC X(16).
            10 PENDING-LISTING   BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-HANDLED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-HANDLED.
    MOVE 0 TO LK-HANDLED
    MOVE 0 TO LISTING-INDEX
    PERFORM VARYING SCAN-INDEX FROM 1 BY 1
            UNTIL SCAN-INDEX > MAX-CLAIM-LISTINGS OR LISTING-INDEX NOT = 0
        IF LISTING-USED(SCAN-INDEX) NOT = 0
                AND LISTING-HAS-SIGN(SCAN-INDEX) NOT = 0
                AND LISTING-SIGN-POSITION(SCAN-INDEX) = LK-POSITION
            MOVE SCAN-INDEX TO LISTING-INDEX
        END-IF
    END-PERFORM
    IF LISTING-INDEX = 0
        GOBACK
    END-IF
    IF LISTING-OWNER-UUID(LISTING-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
        GOBACK
    END-IF
    MOVE 1 TO LK-HANDLED

    CALL "ClaimMarket-FindClaim" USING LISTING-INDEX CLAIM-INDEX
    IF CLAIM-INDEX = 0
        CALL "Messages-Get" USING "claim-market-not-listed"
            "This claim is not on the market" " " CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    *> a let claim, or the tenant's own, answers straight away
    IF LISTING-TENANT-UUID(LISTING-INDEX) NOT = LOW-VALUES
        CALL "ClaimMarket-Take" USING LK-PLAYER-ID CLAIM-INDEX ANY-KIND
            CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    IF PENDING-UUID(LK-PLAYER-ID) = PLAYER-UUID(LK-PLAYER-ID)
            AND PENDING-LISTING(LK-PLAYER-ID) = LISTING-INDEX
        MOVE 0 TO PENDING-LISTING(LK-PLAYER-ID)
        CALL "ClaimMarket-Take" USING LK-PLAYER-ID CLAIM-INDEX ANY-KIND
            CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    MOVE PLAYER-UUID(LK-PLAYER-ID) TO PENDING-UUID(LK-PLAYER-ID)
    MOVE LISTING-INDEX TO PENDING-LISTING(LK-PLAYER-ID)
    MOVE LISTING-PRICE(LISTING-INDEX) TO PRICE-DISPLAY
    MOVE SPACES TO TERMS-TEXT
    IF LISTING-KIND(LISTING-INDEX) = 1
        STRING FUNCTION TRIM(PRICE-DISPLAY) " coins" DELIMITED BY SIZE
            INTO TERMS-TEXT
        CALL "Messages-Get" USING "claim-market-terms-sale"
            "For sale at {0} - right-click again to buy" TERMS-TEXT
            CATALOG-MESSAGE
    ELSE
        MOVE LISTING-PERIOD-DAYS(LISTING-INDEX) TO DAYS-DISPLAY
        STRING FUNCTION TRIM(PRICE-DISPLAY) " coins per "
            FUNCTION TRIM(DAYS-DISPLAY) " days" DELIMITED BY SIZE
            INTO TERMS-TEXT
        CALL "Messages-Get" USING "claim-market-terms-rent"
            "For rent at {0} - right-click again to rent" TERMS-TEXT
            CATALOG-MESSAGE
    END-IF
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

END PROGRAM ClaimMarket-HandleUse.

*> --- RegisterCommand-ClaimMarket ---
*> Registers the land market commands, all at permission level 0, each
*> acting on the claim the player stands in:
*>   LISTCLAIM                       - show the claim's listing
*>   LISTCLAIM SALE <price>          - offer the claim for sale
*>   LISTCLAIM RENT <price> [days]   - offer it for rent per period
*>                                     (7 days unless given)
*>   LISTCLAIM OFF                   - withdraw an unlet listing
*>   BUYCLAIM                        - buy a claim that is for sale
*>   LEASECLAIM                      - rent a claim that is for rent
*>   LEASECLAIM END                  - stop renewing your lease; it
*>                                     runs to the last day paid for
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-ClaimMarket.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-ListClaim"
    CALL "Commands-Register" USING "LISTCLAIM" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-BuyClaim"
    CALL "Commands-Register" USING "BUYCLAIM" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-LeaseClaim"
    CALL "Commands-Register" USING "LEASECLAIM" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-ListClaim ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-ListClaim.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-CLAIMS.
        COPY DD-CLAIM-MARKET.
        01 MODE-ARG               PIC X(8).
        01 PRICE-ARG              PIC X(12).
        01 DAYS-ARG               PIC X(8).
        01 CLAIM-INDEX            BINARY-LONG UNSIGNED.
        01 LISTING-INDEX          BINARY-LONG UNSIGNED.
        01 PARSED-KIND            BINARY-CHAR UNSIGNED.
        01 PARSED-PRICE           BINARY-LONG.
        01 PARSED-DAYS            BINARY-LONG.
        01 PRICE-DISPLAY          PIC -(9)9.
        01 DAYS-DISPLAY           PIC Z(3)9.
        01 RESULT-TEXT            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            STRING "Only a player can list land" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        CALL "Claims-FindAt" USING PLAYER-POSITION(COMMANDS-ACTOR-PLAYER)
            CLAIM-INDEX
        IF CLAIM-INDEX = 0
            STRING "You're not standing in a claim" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        MOVE SPACES TO MODE-ARG
        MOVE SPACES TO PRICE-ARG
        MOVE SPACES TO DAYS-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO MODE-ARG PRICE-ARG DAYS-ARG
        END-IF
        MOVE FUNCTION UPPER-CASE(MODE-ARG) TO MODE-ARG

        *> with no arguments, anyone may read the terms
        IF MODE-ARG = SPACES
            CALL "ClaimMarket-FindListing" USING CLAIM-INDEX LISTING-INDEX
            IF LISTING-INDEX = 0
                STRING "This claim is not on the market" DELIMITED BY SIZE
                    INTO LK-COMMAND-RESPONSE-TEXT
            ELSE
                MOVE LISTING-PRICE(LISTING-INDEX) TO PRICE-DISPLAY
                IF LISTING-KIND(LISTING-INDEX) = 1
                    STRING "For sale at " FUNCTION TRIM(PRICE-DISPLAY)
                        " coins" DELIMITED BY SIZE
                        INTO LK-COMMAND-RESPONSE-TEXT
                ELSE
                    MOVE LISTING-PERIOD-DAYS(LISTING-INDEX) TO DAYS-DISPLAY
                    IF LISTING-TENANT-UUID(LISTING-INDEX) = LOW-VALUES
                        STRING "For rent at " FUNCTION TRIM(PRICE-DISPLAY)
                            " coins per " FUNCTION TRIM(DAYS-DISPLAY)
                            " days" DELIMITED BY SIZE
                            INTO LK-COMMAND-RESPONSE-TEXT
                    ELSE
                        STRING "Let at " FUNCTION TRIM(PRICE-DISPLAY)
                            " coins per " FUNCTION TRIM(DAYS-DISPLAY)
                            " days" DELIMITED BY SIZE
                            INTO LK-COMMAND-RESPONSE-TEXT
                    END-IF
                END-IF
            END-IF
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        IF CLAIM-OWNER-UUID(CLAIM-INDEX)
                NOT = PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            STRING "You don't own a claim here" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        IF MODE-ARG = "OFF"
            CALL "ClaimMarket-FindListing" USING CLAIM-INDEX LISTING-INDEX
            IF LISTING-INDEX = 0
                STRING "This claim is not on the market" DELIMITED BY SIZE
                    INTO LK-COMMAND-RESPONSE-TEXT
            ELSE
                IF LISTING-TENANT-UUID(LISTING-INDEX) NOT = LOW-VALUES
                    STRING "This claim is let - the listing ends with the lease"
                        DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                ELSE
                    MOVE 0 TO LISTING-USED(LISTING-INDEX)
                    CALL "ClaimMarket-Save"
                    STRING "Listing withdrawn" DELIMITED BY SIZE
                        INTO LK-COMMAND-RESPONSE-TEXT
                END-IF
            END-IF
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        EVALUATE MODE-ARG
            WHEN "SALE"
                MOVE 1 TO PARSED-KIND
            WHEN "RENT"
                MOVE 2 TO PARSED-KIND
            WHEN OTHER
                MOVE 0 TO PARSED-KIND
        END-EVALUATE
        COMPUTE PARSED-PRICE = FUNCTION NUMVAL(PRICE-ARG)
        IF DAYS-ARG = SPACES
            MOVE 7 TO PARSED-DAYS
        ELSE
            COMPUTE PARSED-DAYS = FUNCTION NUMVAL(DAYS-ARG)
        END-IF
        IF PARSED-KIND = 0 OR PARSED-PRICE < 1 OR PARSED-DAYS < 1
            STRING "Usage: listclaim [sale <price> | rent <price> [days] | off]"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        CALL "ClaimMarket-List" USING CLAIM-INDEX PARSED-KIND PARSED-PRICE
            PARSED-DAYS LISTING-INDEX RESULT-TEXT
        MOVE RESULT-TEXT TO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-ListClaim.

    *> --- Callback-BuyClaim ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-BuyClaim.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 CLAIM-INDEX            BINARY-LONG UNSIGNED.
        01 SALE-KIND              BINARY-CHAR UNSIGNED VALUE 1.
        01 RESULT-TEXT            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            STRING "Only a player can buy land" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        CALL "Claims-FindAt" USING PLAYER-POSITION(COMMANDS-ACTOR-PLAYER)
            CLAIM-INDEX
        IF CLAIM-INDEX = 0
            STRING "You're not standing in a claim" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        CALL "ClaimMarket-Take" USING COMMANDS-ACTOR-PLAYER CLAIM-INDEX
            SALE-KIND RESULT-TEXT
        MOVE RESULT-TEXT TO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-BuyClaim.

    *> --- Callback-LeaseClaim ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-LeaseClaim.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-CLAIM-MARKET.
        01 END-ARG                PIC X(8).
        01 CLAIM-INDEX            BINARY-LONG UNSIGNED.
        01 LISTING-INDEX          BINARY-LONG UNSIGNED.
        01 RENT-KIND              BINARY-CHAR UNSIGNED VALUE 2.
        01 PAID-DATE              PIC 9(8).
        01 RESULT-TEXT            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            STRING "Only a player can rent land" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        CALL "Claims-FindAt" USING PLAYER-POSITION(COMMANDS-ACTOR-PLAYER)
            CLAIM-INDEX
        IF CLAIM-INDEX = 0
            STRING "You're not standing in a claim" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        MOVE SPACES TO END-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO END-ARG
        END-IF
        IF FUNCTION UPPER-CASE(END-ARG) NOT = "END"
            CALL "ClaimMarket-Take" USING COMMANDS-ACTOR-PLAYER CLAIM-INDEX
                RENT-KIND RESULT-TEXT
            MOVE RESULT-TEXT TO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        *> leaving: the days already paid for are the tenant's to keep
        CALL "ClaimMarket-FindListing" USING CLAIM-INDEX LISTING-INDEX
        IF LISTING-INDEX = 0
            STRING "You don't rent this claim" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        IF LISTING-TENANT-UUID(LISTING-INDEX)
                NOT = PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            STRING "You don't rent this claim" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        MOVE 0 TO LISTING-RENEW(LISTING-INDEX)
        CALL "ClaimMarket-Save"
        COMPUTE PAID-DATE = FUNCTION DATE-OF-INTEGER(
            LISTING-PAID-UNTIL(LISTING-INDEX))
        STRING "Your lease will not renew; it ends after " PAID-DATE
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-LeaseClaim.

END PROGRAM RegisterCommand-ClaimMarket.
