*> --- DataExtract-Run ---
*> The nightly flat-file extract for the reporting side, so nobody
*> downstream has to decode the binary .dat records. Writes one
*> fixed-layout, "|"-delimited file per table under save/extract:
*>   players.txt   UUID, name, balance, gamemode, dimension, the
*>                 FILE-PLAYER-STATS counters and the last-seen stamp
*>   claims.txt    owner (player or town) with name, corners, area
*>   towns.txt     town, mayor, bank balance, member count
*>   shops.txt     every chest shop's price-list line
*>   auctions.txt  live listings only (state 1)
*>   warps.txt     every named warp
*> Each file is an "H" header (file, run date, run stamp), "D" detail
*> records at fixed column positions, and a "T" trailer carrying the
*> detail count and run date, so the load job can tell a whole file
*> from a short one. Every file is built as <name>.tmp and renamed
*> into place, so a reader never sees one half-written.
*> Last seen comes from the session log; that is rolled daily, so the
*> stamp is carried forward from the previous extract's players.txt,
*> then moved on by yesterday's rolled playtime.log and today's live
*> one. Reads only the saved files - Shops-Init and Auctions-Init need
*> the item registries - and refuses to run while save/server.lock is
*> held, like the other nightly batches: the server rewrites these
*> files from memory.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataExtract-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-SESSION-LOG
        ASSIGN TO SESSION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-IN
        ASSIGN TO PLAYER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-SHOPS
        ASSIGN TO "save/shops.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-AUCTION-FILE-IN
        ASSIGN TO "save/auctions.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-PREVIOUS
        ASSIGN TO "save/extract/players.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-EXTRACT
        ASSIGN TO EXTRACT-TEMP-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-SESSION-LOG.
    01 SESSION-LOG-LINE          PIC X(160).
FD FD-PLAYER-IN.
    COPY DD-PLAYER-FILE.
FD FD-SHOPS.
    01 SHOP-LINE                 PIC X(160).
FD FD-AUCTION-FILE-IN.
    COPY DD-AUCTION-FILE.
FD FD-PREVIOUS.
    01 PREVIOUS-LINE             PIC X(320).
FD FD-EXTRACT.
    01 EXTRACT-LINE              PIC X(320).
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-TOWNS.
    COPY DD-WARPS.
    01 SESSION-FILE-NAME         PIC X(64).
    01 PLAYER-FILE-NAME          PIC X(64).
    01 EXTRACT-NAME              PIC X(16).
    01 EXTRACT-FILE-NAME         PIC X(64).
    01 EXTRACT-TEMP-NAME         PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 RENAME-STATUS             BINARY-LONG.
    01 RUN-DATE                  PIC X(8).
    01 RUN-STAMP                 PIC X(14).
    01 TODAY-INTEGER             PIC 9(8).
    01 YESTERDAY-INTEGER         BINARY-LONG.
    01 YESTERDAY-STAMP           PIC 9(8).
    01 RECORD-COUNT              BINARY-LONG UNSIGNED.
    01 FILES-WRITTEN             BINARY-LONG UNSIGNED.
    01 FILES-FAILED              BINARY-LONG UNSIGNED.
    *> every player the usercache knows, newest name wins
    01 MAX-ROSTER                BINARY-LONG UNSIGNED VALUE 4096.
    01 ROSTER.
        05 ROSTER-ENTRY OCCURS 4096 TIMES.
            10 ROSTER-UUID-STR   PIC X(36).
            10 ROSTER-NAME       PIC X(16).
            10 ROSTER-LAST-SEEN  PIC X(14).
    01 ROSTER-COUNT              BINARY-LONG UNSIGNED.
    01 ROSTER-INDEX              BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 ROSTER-CAP-REACHED        BINARY-CHAR UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 PROBE-UUID                PIC X(16).
    01 PROBE-UUID-STR            PIC X(36).
    01 PROBE-NAME                PIC X(16).
    01 PROBE-KIND                PIC X(1).
    01 CLAIM-INDEX               BINARY-LONG UNSIGNED.
    01 TOWN-INDEX                BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 MEMBER-COUNT              BINARY-LONG UNSIGNED.
    01 WARP-INDEX                BINARY-LONG UNSIGNED.
    01 X-TOKEN                   PIC X(12).
    01 Y-TOKEN                   PIC X(12).
    01 Z-TOKEN                   PIC X(12).
    01 MODE-TOKEN                PIC X(4).
    01 PRICE-TOKEN               PIC X(12).
    01 ITEM-TOKEN                PIC X(64).
    01 COUNT-TOKEN               PIC X(8).
    COPY DD-BATCH-STEP.

    *> record layouts - column positions are the contract with the
    *> load job; widen a field only by adding a new one at the end
    01 HEADER-OUT.
        05 FILLER                PIC X(2) VALUE "H|".
        05 HEADER-OUT-FILE       PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 HEADER-OUT-DATE       PIC X(8).
        05 FILLER                PIC X(1) VALUE "|".
        05 HEADER-OUT-STAMP      PIC X(14).
    01 TRAILER-OUT.
        05 FILLER                PIC X(2) VALUE "T|".
        05 TRAILER-OUT-FILE      PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 TRAILER-OUT-COUNT     PIC 9(9).
        05 FILLER                PIC X(1) VALUE "|".
        05 TRAILER-OUT-DATE      PIC X(8).
    01 PLAYER-OUT.
        05 FILLER                PIC X(2) VALUE "D|".
        05 PLAYER-OUT-UUID       PIC X(36).
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-NAME       PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-BALANCE    PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-GAMEMODE   PIC 9(1).
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-DIMENSION  PIC X(32).
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-BLOCKS     PIC Z(17)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-DISTANCE   PIC Z(14)9.99.
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-DEATHS     PIC Z(9)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-PLAYTIME   PIC Z(17)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 PLAYER-OUT-LAST-SEEN  PIC X(14).
    01 CLAIM-OUT.
        05 FILLER                PIC X(2) VALUE "D|".
        05 CLAIM-OUT-OWNER-UUID  PIC X(36).
        05 FILLER                PIC X(1) VALUE "|".
        *> P = player, T = town
        05 CLAIM-OUT-OWNER-KIND  PIC X(1).
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-OWNER-NAME  PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-MIN-X       PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-MIN-Z       PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-MAX-X       PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-MAX-Z       PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-AREA-BLOCKS PIC Z(17)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 CLAIM-OUT-AREA-CHUNKS PIC Z(9)9.
    01 TOWN-OUT.
        05 FILLER                PIC X(2) VALUE "D|".
        05 TOWN-OUT-NAME         PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 TOWN-OUT-UUID         PIC X(36).
        05 FILLER                PIC X(1) VALUE "|".
        05 TOWN-OUT-MAYOR-UUID   PIC X(36).
        05 FILLER                PIC X(1) VALUE "|".
        05 TOWN-OUT-MAYOR-NAME   PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 TOWN-OUT-BANK         PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 TOWN-OUT-MEMBERS      PIC Z(2)9.
    01 SHOP-OUT.
        05 FILLER                PIC X(2) VALUE "D|".
        05 SHOP-OUT-OWNER-UUID   PIC X(36).
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-OWNER-NAME   PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-X            PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-Y            PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-Z            PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        *> BUY = players buy from the chest, SELL = players sell to it
        05 SHOP-OUT-MODE         PIC X(4).
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-PRICE        PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-ITEM         PIC X(64).
        05 FILLER                PIC X(1) VALUE "|".
        05 SHOP-OUT-UNITS        PIC Z(4)9.
    01 AUCTION-OUT.
        05 FILLER                PIC X(2) VALUE "D|".
        05 AUCTION-OUT-SELLER-UUID PIC X(36).
        05 FILLER                PIC X(1) VALUE "|".
        05 AUCTION-OUT-SELLER-NAME PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 AUCTION-OUT-PRICE     PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 AUCTION-OUT-ITEM      PIC X(32).
        05 FILLER                PIC X(1) VALUE "|".
        05 AUCTION-OUT-COUNT     PIC Z(4)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 AUCTION-OUT-DAMAGE    PIC Z(9)9.
    01 WARP-OUT.
        05 FILLER                PIC X(2) VALUE "D|".
        05 WARP-OUT-NAME         PIC X(16).
        05 FILLER                PIC X(1) VALUE "|".
        05 WARP-OUT-DIMENSION    PIC X(32).
        05 FILLER                PIC X(1) VALUE "|".
        05 WARP-OUT-X            PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 WARP-OUT-Y            PIC -(10)9.
        05 FILLER                PIC X(1) VALUE "|".
        05 WARP-OUT-Z            PIC -(10)9.

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "data extract refused: server.lock present, stop the server first"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
    MOVE RUN-STAMP(1:8) TO RUN-DATE
    MOVE RUN-DATE TO TODAY-INTEGER
    COMPUTE YESTERDAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-INTEGER) - 1
    COMPUTE YESTERDAY-STAMP = FUNCTION DATE-OF-INTEGER(YESTERDAY-INTEGER)
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/extract"
    MOVE 0 TO FILES-WRITTEN
    MOVE 0 TO FILES-FAILED
    MOVE 0 TO BATCH-STEP-RECORDS

    PERFORM BUILD-ROSTER
    PERFORM CARRY-LAST-SEEN
    MOVE SPACES TO SESSION-FILE-NAME
    STRING "save/playtime.log." YESTERDAY-STAMP
        DELIMITED BY SIZE INTO SESSION-FILE-NAME
    PERFORM SCAN-SESSION-LOG
    MOVE "save/playtime.log" TO SESSION-FILE-NAME
    PERFORM SCAN-SESSION-LOG

    CALL "Claims-Init"
    CALL "Towns-Init"
    CALL "Warps-Init"

    PERFORM EXTRACT-PLAYERS
    PERFORM EXTRACT-CLAIMS
    PERFORM EXTRACT-TOWNS
    PERFORM EXTRACT-SHOPS
    PERFORM EXTRACT-AUCTIONS
    PERFORM EXTRACT-WARPS

    IF FILES-FAILED NOT = 0
        MOVE 1 TO BATCH-STEP-FAILED
        CALL "Log-Write" USING "ERROR"
            "data extract: a file could not be put in place in save/extract"
    ELSE
        IF ROSTER-CAP-REACHED NOT = 0
            CALL "Log-Write" USING "WARN"
                "data extract: usercache larger than the roster, players.txt is short"
        ELSE
            CALL "Log-Write" USING "INFO" "data extract written to save/extract"
        END-IF
    END-IF
    GOBACK.

BUILD-ROSTER.
    MOVE 0 TO ROSTER-COUNT
    MOVE 0 TO ROSTER-CAP-REACHED
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                IF USERCACHE-LINE NOT = SPACES
                    MOVE USERCACHE-LINE(1:36) TO LINE-UUID-STR
                    PERFORM FIND-ROSTER-ENTRY
                    IF FOUND-INDEX = 0
                        IF ROSTER-COUNT < MAX-ROSTER
                            ADD 1 TO ROSTER-COUNT
                            MOVE ROSTER-COUNT TO FOUND-INDEX
                            MOVE LINE-UUID-STR
                                TO ROSTER-UUID-STR(FOUND-INDEX)
                            MOVE SPACES TO ROSTER-LAST-SEEN(FOUND-INDEX)
                        ELSE
                            MOVE 1 TO ROSTER-CAP-REACHED
                        END-IF
                    END-IF
                    IF FOUND-INDEX NOT = 0
                        MOVE USERCACHE-LINE(38:16)
                            TO ROSTER-NAME(FOUND-INDEX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE.

FIND-ROSTER-ENTRY.
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING ROSTER-INDEX FROM 1 BY 1
            UNTIL ROSTER-INDEX > ROSTER-COUNT OR FOUND-INDEX NOT = 0
        IF ROSTER-UUID-STR(ROSTER-INDEX) = LINE-UUID-STR
            MOVE ROSTER-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM.

CARRY-LAST-SEEN.
    *> the previous night's players.txt remembers sessions whose log
    *> has since been rolled away
    OPEN INPUT FD-PREVIOUS
    PERFORM UNTIL EXIT
        READ FD-PREVIOUS
            AT END
                EXIT PERFORM
            NOT AT END
                IF PREVIOUS-LINE(1:2) = "D|"
                    MOVE PREVIOUS-LINE TO PLAYER-OUT
                    MOVE PLAYER-OUT-UUID TO LINE-UUID-STR
                    PERFORM FIND-ROSTER-ENTRY
                    IF FOUND-INDEX NOT = 0
                        MOVE PLAYER-OUT-LAST-SEEN
                            TO ROSTER-LAST-SEEN(FOUND-INDEX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-PREVIOUS.

SCAN-SESSION-LOG.
    OPEN INPUT FD-SESSION-LOG
    PERFORM UNTIL EXIT
        READ FD-SESSION-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                IF SESSION-LOG-LINE NOT = SPACES
                    MOVE SESSION-LOG-LINE(22:36) TO LINE-UUID-STR
                    PERFORM FIND-ROSTER-ENTRY
                    IF FOUND-INDEX NOT = 0
                        IF ROSTER-LAST-SEEN(FOUND-INDEX) = SPACES
                                OR SESSION-LOG-LINE(1:14) >
                                    ROSTER-LAST-SEEN(FOUND-INDEX)
                            MOVE SESSION-LOG-LINE(1:14)
                                TO ROSTER-LAST-SEEN(FOUND-INDEX)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SESSION-LOG.

LOOKUP-OWNER.
    *> PROBE-UUID to its string form, kind and display name: a town
    *> first, then the roster; an unknown UUID keeps a blank name
    CALL "UUID-ToString" USING PROBE-UUID PROBE-UUID-STR
    MOVE SPACES TO PROBE-NAME
    MOVE "P" TO PROBE-KIND
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        IF TOWN-USED(TOWN-INDEX) NOT = 0
                AND TOWN-UUID(TOWN-INDEX) = PROBE-UUID
            MOVE "T" TO PROBE-KIND
            MOVE TOWN-NAME(TOWN-INDEX) TO PROBE-NAME
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE PROBE-UUID-STR TO LINE-UUID-STR
    PERFORM FIND-ROSTER-ENTRY
    IF FOUND-INDEX NOT = 0
        MOVE ROSTER-NAME(FOUND-INDEX) TO PROBE-NAME
    END-IF.

OPEN-EXTRACT.
    MOVE SPACES TO EXTRACT-FILE-NAME
    STRING "save/extract/" FUNCTION TRIM(EXTRACT-NAME) ".txt"
        DELIMITED BY SIZE INTO EXTRACT-FILE-NAME
    MOVE SPACES TO EXTRACT-TEMP-NAME
    STRING FUNCTION TRIM(EXTRACT-FILE-NAME) ".tmp"
        DELIMITED BY SIZE INTO EXTRACT-TEMP-NAME
    OPEN OUTPUT FD-EXTRACT
    MOVE 0 TO RECORD-COUNT
    MOVE EXTRACT-NAME TO HEADER-OUT-FILE
    MOVE RUN-DATE TO HEADER-OUT-DATE
    MOVE RUN-STAMP TO HEADER-OUT-STAMP
    MOVE HEADER-OUT TO EXTRACT-LINE
    WRITE EXTRACT-LINE.

CLOSE-EXTRACT.
    MOVE EXTRACT-NAME TO TRAILER-OUT-FILE
    MOVE RECORD-COUNT TO TRAILER-OUT-COUNT
    MOVE RUN-DATE TO TRAILER-OUT-DATE
    MOVE TRAILER-OUT TO EXTRACT-LINE
    WRITE EXTRACT-LINE
    CLOSE FD-EXTRACT
    CALL "CBL_RENAME_FILE" USING EXTRACT-TEMP-NAME EXTRACT-FILE-NAME
        GIVING RENAME-STATUS
    ADD RECORD-COUNT TO BATCH-STEP-RECORDS
    IF RENAME-STATUS = 0
        ADD 1 TO FILES-WRITTEN
    ELSE
        ADD 1 TO FILES-FAILED
    END-IF.

EXTRACT-PLAYERS.
    MOVE "players" TO EXTRACT-NAME
    PERFORM OPEN-EXTRACT
    PERFORM VARYING ROSTER-INDEX FROM 1 BY 1
            UNTIL ROSTER-INDEX > ROSTER-COUNT
        PERFORM EXTRACT-ONE-PLAYER
    END-PERFORM
    PERFORM CLOSE-EXTRACT.

EXTRACT-ONE-PLAYER.
    CALL "UUID-FromString" USING ROSTER-UUID-STR(ROSTER-INDEX)
        PROBE-UUID
    CALL "Players-PlayerFileName" USING PROBE-UUID PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        *> a pre-layout save, migrated at the owner's next login
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT FD-PLAYER-IN
    READ FD-PLAYER-IN
        AT END
            CLOSE FD-PLAYER-IN
            EXIT PARAGRAPH
    END-READ
    CLOSE FD-PLAYER-IN
    MOVE ROSTER-UUID-STR(ROSTER-INDEX) TO PLAYER-OUT-UUID
    MOVE FILE-PLAYER-NAME TO PLAYER-OUT-NAME
    MOVE FILE-PLAYER-BALANCE TO PLAYER-OUT-BALANCE
    MOVE FILE-PLAYER-GAMEMODE TO PLAYER-OUT-GAMEMODE
    MOVE FILE-PLAYER-DIMENSION TO PLAYER-OUT-DIMENSION
    MOVE FILE-PLAYER-STAT-BLOCKS-BROKEN TO PLAYER-OUT-BLOCKS
    MOVE FILE-PLAYER-STAT-DISTANCE-WALKED TO PLAYER-OUT-DISTANCE
    MOVE FILE-PLAYER-STAT-DEATH-COUNT TO PLAYER-OUT-DEATHS
    MOVE FILE-PLAYER-STAT-PLAYTIME-TICKS TO PLAYER-OUT-PLAYTIME
    MOVE ROSTER-LAST-SEEN(ROSTER-INDEX) TO PLAYER-OUT-LAST-SEEN
    MOVE PLAYER-OUT TO EXTRACT-LINE
    WRITE EXTRACT-LINE
    ADD 1 TO RECORD-COUNT.

EXTRACT-CLAIMS.
    MOVE "claims" TO EXTRACT-NAME
    PERFORM OPEN-EXTRACT
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > MAX-CLAIMS
        IF CLAIM-USED(CLAIM-INDEX) NOT = 0
            MOVE CLAIM-OWNER-UUID(CLAIM-INDEX) TO PROBE-UUID
            PERFORM LOOKUP-OWNER
            MOVE PROBE-UUID-STR TO CLAIM-OUT-OWNER-UUID
            MOVE PROBE-KIND TO CLAIM-OUT-OWNER-KIND
            MOVE PROBE-NAME TO CLAIM-OUT-OWNER-NAME
            MOVE CLAIM-MIN-X(CLAIM-INDEX) TO CLAIM-OUT-MIN-X
            MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO CLAIM-OUT-MIN-Z
            MOVE CLAIM-MAX-X(CLAIM-INDEX) TO CLAIM-OUT-MAX-X
            MOVE CLAIM-MAX-Z(CLAIM-INDEX) TO CLAIM-OUT-MAX-Z
            COMPUTE CLAIM-OUT-AREA-BLOCKS =
                (CLAIM-MAX-X(CLAIM-INDEX) - CLAIM-MIN-X(CLAIM-INDEX) + 1)
                * (CLAIM-MAX-Z(CLAIM-INDEX) - CLAIM-MIN-Z(CLAIM-INDEX) + 1)
            *> chunks as claim upkeep counts them
            COMPUTE CLAIM-OUT-AREA-CHUNKS =
                ((CLAIM-MAX-X(CLAIM-INDEX) - CLAIM-MIN-X(CLAIM-INDEX) + 16)
                    / 16)
                * ((CLAIM-MAX-Z(CLAIM-INDEX) - CLAIM-MIN-Z(CLAIM-INDEX) + 16)
                    / 16)
            MOVE CLAIM-OUT TO EXTRACT-LINE
            WRITE EXTRACT-LINE
            ADD 1 TO RECORD-COUNT
        END-IF
    END-PERFORM
    PERFORM CLOSE-EXTRACT.

EXTRACT-TOWNS.
    MOVE "towns" TO EXTRACT-NAME
    PERFORM OPEN-EXTRACT
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        IF TOWN-USED(TOWN-INDEX) NOT = 0
            MOVE TOWN-NAME(TOWN-INDEX) TO TOWN-OUT-NAME
            CALL "UUID-ToString" USING TOWN-UUID(TOWN-INDEX)
                TOWN-OUT-UUID
            CALL "UUID-ToString" USING TOWN-MAYOR-UUID(TOWN-INDEX)
                LINE-UUID-STR
            MOVE LINE-UUID-STR TO TOWN-OUT-MAYOR-UUID
            PERFORM FIND-ROSTER-ENTRY
            MOVE SPACES TO TOWN-OUT-MAYOR-NAME
            IF FOUND-INDEX NOT = 0
                MOVE ROSTER-NAME(FOUND-INDEX) TO TOWN-OUT-MAYOR-NAME
            END-IF
            MOVE TOWN-BANK-BALANCE(TOWN-INDEX) TO TOWN-OUT-BANK
            MOVE 0 TO MEMBER-COUNT
            PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                    UNTIL MEMBER-INDEX > MAX-TOWN-MEMBERS
                IF TOWN-MEMBER-UUID(TOWN-INDEX, MEMBER-INDEX)
                        NOT = LOW-VALUES
                    ADD 1 TO MEMBER-COUNT
                END-IF
            END-PERFORM
            MOVE MEMBER-COUNT TO TOWN-OUT-MEMBERS
            MOVE TOWN-OUT TO EXTRACT-LINE
            WRITE EXTRACT-LINE
            ADD 1 TO RECORD-COUNT
        END-IF
    END-PERFORM
    PERFORM CLOSE-EXTRACT.

EXTRACT-SHOPS.
    *> the Shops-Save line: owner x y z mode price item units
    MOVE "shops" TO EXTRACT-NAME
    PERFORM OPEN-EXTRACT
    OPEN INPUT FD-SHOPS
    PERFORM UNTIL EXIT
        READ FD-SHOPS
            AT END
                EXIT PERFORM
            NOT AT END
                IF SHOP-LINE NOT = SPACES
                    PERFORM EXTRACT-ONE-SHOP
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SHOPS
    PERFORM CLOSE-EXTRACT.

EXTRACT-ONE-SHOP.
    MOVE SPACES TO LINE-UUID-STR X-TOKEN Y-TOKEN Z-TOKEN MODE-TOKEN
        PRICE-TOKEN ITEM-TOKEN COUNT-TOKEN
    UNSTRING SHOP-LINE DELIMITED BY ALL " "
        INTO LINE-UUID-STR X-TOKEN Y-TOKEN Z-TOKEN MODE-TOKEN
            PRICE-TOKEN ITEM-TOKEN COUNT-TOKEN
    MOVE LINE-UUID-STR TO SHOP-OUT-OWNER-UUID
    PERFORM FIND-ROSTER-ENTRY
    MOVE SPACES TO SHOP-OUT-OWNER-NAME
    IF FOUND-INDEX NOT = 0
        MOVE ROSTER-NAME(FOUND-INDEX) TO SHOP-OUT-OWNER-NAME
    END-IF
    MOVE FUNCTION NUMVAL(X-TOKEN) TO SHOP-OUT-X
    MOVE FUNCTION NUMVAL(Y-TOKEN) TO SHOP-OUT-Y
    MOVE FUNCTION NUMVAL(Z-TOKEN) TO SHOP-OUT-Z
    IF MODE-TOKEN = "1"
        MOVE "BUY" TO SHOP-OUT-MODE
    ELSE
        MOVE "SELL" TO SHOP-OUT-MODE
    END-IF
    MOVE FUNCTION NUMVAL(PRICE-TOKEN) TO SHOP-OUT-PRICE
    MOVE ITEM-TOKEN TO SHOP-OUT-ITEM
    MOVE FUNCTION NUMVAL(COUNT-TOKEN) TO SHOP-OUT-UNITS
    MOVE SHOP-OUT TO EXTRACT-LINE
    WRITE EXTRACT-LINE
    ADD 1 TO RECORD-COUNT.

EXTRACT-AUCTIONS.
    MOVE "auctions" TO EXTRACT-NAME
    PERFORM OPEN-EXTRACT
    OPEN INPUT FD-AUCTION-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-AUCTION-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                *> live listings; sold-awaiting-delivery is history
                IF FILE-AUCTION-STATE = 1
                    MOVE FILE-AUCTION-SELLER-UUID TO PROBE-UUID
                    PERFORM LOOKUP-OWNER
                    MOVE PROBE-UUID-STR TO AUCTION-OUT-SELLER-UUID
                    MOVE PROBE-NAME TO AUCTION-OUT-SELLER-NAME
                    MOVE FILE-AUCTION-PRICE TO AUCTION-OUT-PRICE
                    MOVE FILE-AUCTION-SLOT-ID TO AUCTION-OUT-ITEM
                    MOVE FILE-AUCTION-SLOT-COUNT TO AUCTION-OUT-COUNT
                    MOVE FILE-AUCTION-SLOT-DAMAGE TO AUCTION-OUT-DAMAGE
                    MOVE AUCTION-OUT TO EXTRACT-LINE
                    WRITE EXTRACT-LINE
                    ADD 1 TO RECORD-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-AUCTION-FILE-IN
    PERFORM CLOSE-EXTRACT.

EXTRACT-WARPS.
    MOVE "warps" TO EXTRACT-NAME
    PERFORM OPEN-EXTRACT
    PERFORM VARYING WARP-INDEX FROM 1 BY 1 UNTIL WARP-INDEX > MAX-WARPS
        IF WARP-NAME(WARP-INDEX) NOT = SPACES
            MOVE WARP-NAME(WARP-INDEX) TO WARP-OUT-NAME
            MOVE WARP-DIMENSION(WARP-INDEX) TO WARP-OUT-DIMENSION
            MOVE WARP-X(WARP-INDEX) TO WARP-OUT-X
            MOVE WARP-Y(WARP-INDEX) TO WARP-OUT-Y
            MOVE WARP-Z(WARP-INDEX) TO WARP-OUT-Z
            MOVE WARP-OUT TO EXTRACT-LINE
            WRITE EXTRACT-LINE
            ADD 1 TO RECORD-COUNT
        END-IF
    END-PERFORM
    PERFORM CLOSE-EXTRACT.

END PROGRAM DataExtract-Run.
