*> --- Buyback-Load ---
*> Rebuilds the buy-back table without touching the item registry, so
*> the nightly batch can use it as well as the server. Three files:
*>   save/sell-prices.txt   the operator's list, one "item lot-size
*>                          base-price" line per item the server buys
*>                          (wheat 16 4 buys wheat sixteen at a time for
*>                          up to 4 coins a lot); "#" lines and blanks
*>                          are skipped, a line that doesn't parse is
*>                          skipped with a WARN, and a missing file
*>                          means the server buys nothing
*>   save/buyback.dat       "item price" lines, the price per lot the
*>                          economy batch last set; an item without one
*>                          (new to the list) starts at its base price
*>   save/buyback-sales.log the sales journal since that batch, replayed
*>                          for the lots and coins each item has taken
*> Item names without a namespace are taken as minecraft: ones.
IDENTIFICATION DIVISION.
PROGRAM-ID. Buyback-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SELL-PRICES
        ASSIGN TO "save/sell-prices.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-BUYBACK-STATE
        ASSIGN TO "save/buyback.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-SALES-JOURNAL
        ASSIGN TO "save/buyback-sales.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SELL-PRICES.
    01 PRICE-LINE                PIC X(96).
FD FD-BUYBACK-STATE.
    01 STATE-LINE                PIC X(96).
FD FD-SALES-JOURNAL.
    01 SALES-LINE                PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-BUYBACK.
    01 ITEM-TOKEN                PIC X(64).
    01 LOT-TOKEN                 PIC X(12).
    01 PRICE-TOKEN               PIC X(12).
    01 STAMP-TOKEN               PIC X(14).
    01 UUID-TOKEN                PIC X(36).
    01 NAME-TOKEN                PIC X(16).
    01 LOTS-TOKEN                PIC X(12).
    01 COINS-TOKEN               PIC X(12).
    01 LOT-VALUE                 BINARY-LONG.
    01 PRICE-VALUE               BINARY-LONG.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO BUYBACK-ITEM-COUNT
    OPEN INPUT FD-SELL-PRICES
    PERFORM UNTIL EXIT
        IF BUYBACK-ITEM-COUNT >= MAX-BUYBACK-ITEMS
            EXIT PERFORM
        END-IF
        READ FD-SELL-PRICES
            AT END
                EXIT PERFORM
            NOT AT END
                IF PRICE-LINE NOT = SPACES AND PRICE-LINE(1:1) NOT = "#"
                    PERFORM LOAD-PRICE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SELL-PRICES

    OPEN INPUT FD-BUYBACK-STATE
    PERFORM UNTIL EXIT
        READ FD-BUYBACK-STATE
            AT END
                EXIT PERFORM
            NOT AT END
                IF STATE-LINE NOT = SPACES AND STATE-LINE(1:1) NOT = "#"
                    PERFORM LOAD-STATE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-BUYBACK-STATE

    OPEN INPUT FD-SALES-JOURNAL
    PERFORM UNTIL EXIT
        READ FD-SALES-JOURNAL
            AT END
                EXIT PERFORM
            NOT AT END
                IF SALES-LINE NOT = SPACES
                    PERFORM LOAD-SALES-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SALES-JOURNAL
    GOBACK.

LOAD-PRICE-LINE.
    MOVE SPACES TO ITEM-TOKEN LOT-TOKEN PRICE-TOKEN
    UNSTRING PRICE-LINE DELIMITED BY ALL " "
        INTO ITEM-TOKEN LOT-TOKEN PRICE-TOKEN
    MOVE 0 TO LOT-VALUE
    MOVE 0 TO PRICE-VALUE
    IF FUNCTION TEST-NUMVAL(LOT-TOKEN) = 0
            AND FUNCTION TEST-NUMVAL(PRICE-TOKEN) = 0
        COMPUTE LOT-VALUE = FUNCTION NUMVAL(LOT-TOKEN)
        COMPUTE PRICE-VALUE = FUNCTION NUMVAL(PRICE-TOKEN)
    END-IF
    *> a lot is at most a full inventory of one item
    IF LOT-VALUE < 1 OR LOT-VALUE > 2304 OR PRICE-VALUE < 1
        MOVE SPACES TO LOG-MESSAGE
        STRING "save/sell-prices.txt: skipped '"
            FUNCTION TRIM(PRICE-LINE)
            "' - expected item, lot size 1-2304 and a base price"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    CALL "Buyback-FindItem" USING ITEM-TOKEN FOUND-INDEX
    IF FOUND-INDEX NOT = 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "save/sell-prices.txt: skipped second line for "
            FUNCTION TRIM(ITEM-TOKEN)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO BUYBACK-ITEM-COUNT
    MOVE ITEM-TOKEN TO BUYBACK-ITEM-NAME(BUYBACK-ITEM-COUNT)
    MOVE 0 TO BUYBACK-ITEM-ID(BUYBACK-ITEM-COUNT)
    MOVE LOT-VALUE TO BUYBACK-LOT-SIZE(BUYBACK-ITEM-COUNT)
    MOVE PRICE-VALUE TO BUYBACK-BASE-PRICE(BUYBACK-ITEM-COUNT)
    MOVE PRICE-VALUE TO BUYBACK-PRICE(BUYBACK-ITEM-COUNT)
    MOVE 0 TO BUYBACK-LOTS-SOLD(BUYBACK-ITEM-COUNT)
    MOVE 0 TO BUYBACK-COINS-PAID(BUYBACK-ITEM-COUNT)
    MOVE 0 TO BUYBACK-CLOSING-PRICE(BUYBACK-ITEM-COUNT)
    MOVE 0 TO BUYBACK-NEW-PRICE(BUYBACK-ITEM-COUNT).

LOAD-STATE-LINE.
    MOVE SPACES TO ITEM-TOKEN PRICE-TOKEN
    UNSTRING STATE-LINE DELIMITED BY ALL " " INTO ITEM-TOKEN PRICE-TOKEN
    CALL "Buyback-FindItem" USING ITEM-TOKEN FOUND-INDEX
    IF FOUND-INDEX = 0 OR FUNCTION TEST-NUMVAL(PRICE-TOKEN) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE PRICE-VALUE = FUNCTION NUMVAL(PRICE-TOKEN)
    *> a base cut since the batch ran takes effect straight away
    IF PRICE-VALUE > BUYBACK-BASE-PRICE(FOUND-INDEX)
        MOVE BUYBACK-BASE-PRICE(FOUND-INDEX) TO PRICE-VALUE
    END-IF
    IF PRICE-VALUE < 0
        MOVE 0 TO PRICE-VALUE
    END-IF
    MOVE PRICE-VALUE TO BUYBACK-PRICE(FOUND-INDEX).

LOAD-SALES-LINE.
    *> "stamp uuid name item lots coins", as Buyback-LogSale writes it
    MOVE SPACES TO STAMP-TOKEN UUID-TOKEN NAME-TOKEN ITEM-TOKEN
        LOTS-TOKEN COINS-TOKEN
    UNSTRING SALES-LINE DELIMITED BY ALL " "
        INTO STAMP-TOKEN UUID-TOKEN NAME-TOKEN ITEM-TOKEN LOTS-TOKEN
            COINS-TOKEN
    CALL "Buyback-FindItem" USING ITEM-TOKEN FOUND-INDEX
    IF FOUND-INDEX = 0
            OR FUNCTION TEST-NUMVAL(LOTS-TOKEN) NOT = 0
            OR FUNCTION TEST-NUMVAL(COINS-TOKEN) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE BUYBACK-LOTS-SOLD(FOUND-INDEX) =
        BUYBACK-LOTS-SOLD(FOUND-INDEX) + FUNCTION NUMVAL(LOTS-TOKEN)
    COMPUTE BUYBACK-COINS-PAID(FOUND-INDEX) =
        BUYBACK-COINS-PAID(FOUND-INDEX) + FUNCTION NUMVAL(COINS-TOKEN).

END PROGRAM Buyback-Load.

*> --- Buyback-FindItem ---
*> Looks an item up in the buy-back table by name, giving 0 when the
*> server doesn't buy it. The name is normalised in place first -
*> lower case, and "minecraft:" put in front of a bare name - so the
*> price file, the journal and what a player types all agree.
IDENTIFICATION DIVISION.
PROGRAM-ID. Buyback-FindItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BUYBACK.
    01 COLON-COUNT               BINARY-LONG UNSIGNED.
    01 BARE-NAME                 PIC X(64).
    01 ITEM-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ITEM-NAME              PIC X(64).
    01 LK-ITEM-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-ITEM-NAME LK-ITEM-INDEX.
    MOVE 0 TO LK-ITEM-INDEX
    IF LK-ITEM-NAME = SPACES
        GOBACK
    END-IF
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(LK-ITEM-NAME)) TO LK-ITEM-NAME
    MOVE 0 TO COLON-COUNT
    INSPECT LK-ITEM-NAME TALLYING COLON-COUNT FOR ALL ":"
    IF COLON-COUNT = 0
        MOVE LK-ITEM-NAME TO BARE-NAME
        MOVE SPACES TO LK-ITEM-NAME
        STRING "minecraft:" FUNCTION TRIM(BARE-NAME)
            DELIMITED BY SIZE INTO LK-ITEM-NAME
    END-IF
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT OR LK-ITEM-INDEX NOT = 0
        IF BUYBACK-ITEM-NAME(ITEM-INDEX) = LK-ITEM-NAME
            MOVE ITEM-INDEX TO LK-ITEM-INDEX
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Buyback-FindItem.

*> --- Buyback-Init ---
*> Server start: loads the table and resolves every item name against
*> the minecraft:item registry the way every persisted item is. An
*> unknown name stays listed (the batch still reprices it) but is
*> skipped with a WARN - SELL and SELLPRICES only deal in resolved
*> items.
IDENTIFICATION DIVISION.
PROGRAM-ID. Buyback-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BUYBACK.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 ITEM-INDEX                BINARY-LONG UNSIGNED.
    01 RESOLVED-ID               BINARY-LONG.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "Buyback-Load"
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM
            BUYBACK-ITEM-NAME(ITEM-INDEX) RESOLVED-ID
        CALL "Players-ValidateItemId" USING RESOLVED-ID ITEM-ID-VALID
        IF ITEM-ID-VALID = 0
            MOVE SPACES TO LOG-MESSAGE
            STRING "save/sell-prices.txt: unknown item "
                FUNCTION TRIM(BUYBACK-ITEM-NAME(ITEM-INDEX))
                " is not bought" DELIMITED BY SIZE INTO LOG-MESSAGE
            CALL "Log-Write" USING "WARN" LOG-MESSAGE
            MOVE 0 TO BUYBACK-ITEM-ID(ITEM-INDEX)
        ELSE
            MOVE RESOLVED-ID TO BUYBACK-ITEM-ID(ITEM-INDEX)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Buyback-Init.

*> --- Buyback-Quote ---
*> What the server pays for the next lot of an item, LK-EXTRA-LOTS
*> lots into a sale: the price the batch set, falling as lots are sold
*> on a hyperbola - price * H / (H + lots sold) with H the
*> buyback-halving-lots setting, so the quote halves after H lots and
*> keeps falling toward nothing rather than stopping at a floor. A
*> quote of 0 means the server has stopped buying until the price
*> recovers overnight; that is what keeps one automated farm from
*> printing money.
IDENTIFICATION DIVISION.
PROGRAM-ID. Buyback-Quote.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BUYBACK.
    01 HALVING-LOTS              BINARY-LONG-LONG.
LINKAGE SECTION.
    01 LK-ITEM-INDEX             BINARY-LONG UNSIGNED.
    01 LK-EXTRA-LOTS             BINARY-LONG.
    01 LK-QUOTE                  BINARY-LONG.

PROCEDURE DIVISION USING LK-ITEM-INDEX LK-EXTRA-LOTS LK-QUOTE.
    CALL "Config-GetNumber" USING "buyback-halving-lots" 64 HALVING-LOTS
    IF HALVING-LOTS < 1
        MOVE 1 TO HALVING-LOTS
    END-IF
    COMPUTE LK-QUOTE = BUYBACK-PRICE(LK-ITEM-INDEX) * HALVING-LOTS
        / (HALVING-LOTS + BUYBACK-LOTS-SOLD(LK-ITEM-INDEX) + LK-EXTRA-LOTS)
    GOBACK.

END PROGRAM Buyback-Quote.

*> --- Buyback-LogSale ---
*> Appends one line per sale to the buy-back journal,
*> save/buyback-sales.log: timestamp, seller UUID and name, the item,
*> the lots and the coins paid. The ledger says coins moved from the
*> buy-back pool; this says for what, and it is what a restart replays
*> for the volume since the last repricing and what the economy batch
*> reprices from before it rolls the journal aside.
IDENTIFICATION DIVISION.
PROGRAM-ID. Buyback-LogSale.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SALES-JOURNAL
        ASSIGN TO "save/buyback-sales.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SALES-JOURNAL.
    01 SALES-LINE                PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-BUYBACK.
    COPY DD-PLAYERS.
    01 SELLER-UUID-STR           PIC X(36).
    01 TIMESTAMP-STR             PIC X(26).
    01 LOTS-DISPLAY              PIC Z(8)9.
    01 COINS-DISPLAY             PIC Z(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-ITEM-INDEX             BINARY-LONG UNSIGNED.
    01 LK-LOTS                   BINARY-LONG.
    01 LK-COINS                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ITEM-INDEX LK-LOTS LK-COINS.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "UUID-ToString" USING PLAYER-UUID(LK-PLAYER-ID) SELLER-UUID-STR
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR
    MOVE LK-LOTS TO LOTS-DISPLAY
    MOVE LK-COINS TO COINS-DISPLAY
    MOVE SPACES TO SALES-LINE
    STRING TIMESTAMP-STR(1:14) " "
        SELLER-UUID-STR " "
        PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID)) " "
        FUNCTION TRIM(BUYBACK-ITEM-NAME(LK-ITEM-INDEX)) " "
        FUNCTION TRIM(LOTS-DISPLAY) " "
        FUNCTION TRIM(COINS-DISPLAY)
        DELIMITED BY SIZE INTO SALES-LINE
    OPEN EXTEND FD-SALES-JOURNAL
    WRITE SALES-LINE
    CLOSE FD-SALES-JOURNAL
    GOBACK.

END PROGRAM Buyback-LogSale.

*> --- Buyback-Recalculate ---
*> The buy-back pass of the nightly economy batch, run against a
*> stopped server. For every listed item it takes the closing quote
*> (the set price after the day's lots, Buyback-Quote's hyperbola),
*> then moves it buyback-recovery-percent of the way back up to the
*> base price, rounded up so even a small gap closes, and never above
*> the base. The new prices go to save/buyback.dat through the usual
*> temp-then-rename, and the journal they were worked from is appended
*> to save/buyback-sales.log.<today> and removed, so the volume starts
*> again from nothing and the next reprice counts each sale once. The
*> opening, closing and new prices stay in the table, with the lots
*> and coins, for EconomyDaily-Run's report.
IDENTIFICATION DIVISION.
PROGRAM-ID. Buyback-Recalculate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BUYBACK-STATE-OUT
        ASSIGN TO "save/buyback.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-SALES-JOURNAL
        ASSIGN TO "save/buyback-sales.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-SALES-ROLLED
        ASSIGN TO ROLLED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BUYBACK-STATE-OUT.
    01 STATE-LINE                PIC X(96).
FD FD-SALES-JOURNAL.
    01 SALES-LINE                PIC X(160).
FD FD-SALES-ROLLED.
    01 ROLLED-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-BUYBACK.
    01 ROLLED-FILE-NAME          PIC X(64).
    01 RECOVERY-PERCENT          BINARY-LONG-LONG.
    01 ITEM-INDEX                BINARY-LONG UNSIGNED.
    01 NO-EXTRA-LOTS             BINARY-LONG VALUE 0.
    01 CLOSING-PRICE             BINARY-LONG.
    01 RECOVERY-AMOUNT           BINARY-LONG.
    01 PRICE-DISPLAY             PIC Z(9)9.
    01 RENAME-STATUS             BINARY-LONG.
    01 DELETE-STATUS             BINARY-LONG.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).

PROCEDURE DIVISION.
    CALL "Buyback-Load"
    CALL "Config-GetNumber" USING "buyback-recovery-percent" 25
        RECOVERY-PERCENT
    IF RECOVERY-PERCENT < 0
        MOVE 0 TO RECOVERY-PERCENT
    END-IF
    IF RECOVERY-PERCENT > 100
        MOVE 100 TO RECOVERY-PERCENT
    END-IF

    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT
        CALL "Buyback-Quote" USING ITEM-INDEX NO-EXTRA-LOTS CLOSING-PRICE
        MOVE CLOSING-PRICE TO BUYBACK-CLOSING-PRICE(ITEM-INDEX)
        IF CLOSING-PRICE >= BUYBACK-BASE-PRICE(ITEM-INDEX)
            MOVE BUYBACK-BASE-PRICE(ITEM-INDEX)
                TO BUYBACK-NEW-PRICE(ITEM-INDEX)
        ELSE
            COMPUTE RECOVERY-AMOUNT =
                ((BUYBACK-BASE-PRICE(ITEM-INDEX) - CLOSING-PRICE)
                    * RECOVERY-PERCENT + 99) / 100
            COMPUTE BUYBACK-NEW-PRICE(ITEM-INDEX) =
                CLOSING-PRICE + RECOVERY-AMOUNT
        END-IF
    END-PERFORM

    PERFORM SAVE-PRICES
    PERFORM ROLL-JOURNAL
    GOBACK.

SAVE-PRICES.
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN OUTPUT FD-BUYBACK-STATE-OUT
    MOVE SPACES TO STATE-LINE
    STRING "# item price, set by the economy batch "
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE INTO STATE-LINE
    WRITE STATE-LINE
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1
            UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT
        MOVE BUYBACK-NEW-PRICE(ITEM-INDEX) TO PRICE-DISPLAY
        MOVE SPACES TO STATE-LINE
        STRING FUNCTION TRIM(BUYBACK-ITEM-NAME(ITEM-INDEX)) " "
            FUNCTION TRIM(PRICE-DISPLAY)
            DELIMITED BY SIZE INTO STATE-LINE
        WRITE STATE-LINE
    END-PERFORM
    CLOSE FD-BUYBACK-STATE-OUT

    CALL "CBL_RENAME_FILE" USING "save/buyback.dat.tmp"
        "save/buyback.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR" "failed to save buyback.dat"
    END-IF.

ROLL-JOURNAL.
    *> appended rather than renamed, so a second run on the same day
    *> adds to that day's file instead of replacing it
    CALL "CBL_CHECK_FILE_EXIST" USING "save/buyback-sales.log"
        FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ROLLED-FILE-NAME
    STRING "save/buyback-sales.log." FUNCTION CURRENT-DATE(1:8)
        DELIMITED BY SIZE INTO ROLLED-FILE-NAME
    OPEN INPUT FD-SALES-JOURNAL
    OPEN EXTEND FD-SALES-ROLLED
    PERFORM UNTIL EXIT
        READ FD-SALES-JOURNAL
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SALES-LINE TO ROLLED-LINE
                WRITE ROLLED-LINE
        END-READ
    END-PERFORM
    CLOSE FD-SALES-ROLLED
    CLOSE FD-SALES-JOURNAL
    CALL "CBL_DELETE_FILE" USING "save/buyback-sales.log"
        GIVING DELETE-STATUS
    IF DELETE-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "failed to roll buyback-sales.log - its sales would count twice"
    END-IF.

END PROGRAM Buyback-Recalculate.

*> --- RegisterCommand-Buyback ---
*> Registers the server buy-back market at permission level 0:
*>   sell [item] [lots]  sell whole lots of an item to the server; no
*>                       item means the one in hand, no count means
*>                       every whole lot carried
*>   sellprices          what the server pays for each item right now
*> Only plain stacks in the main inventory and hotbar are sold (nothing
*> named or enchanted). Each lot is priced on its own by Buyback-Quote,
*> so a big sale walks the price down as it goes, and stops where the
*> quote reaches nothing. Coins come from the buy-back pool identity
*> on the ledger under BUYBACK.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Buyback.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Sell"
    CALL "Commands-Register" USING "SELL" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-SellPrices"
    CALL "Commands-Register" USING "SELLPRICES" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Sell ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Sell.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-BUYBACK.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 C-MINECRAFT-ITEM       PIC X(16) VALUE "minecraft:item".
        01 C-POOL-SEED            PIC X(16) VALUE "buybackpool".
        01 C-POOL-SEED-LEN        BINARY-LONG UNSIGNED VALUE 11.
        01 POOL-UUID              PIC X(16).
        01 ITEM-ARG               PIC X(64).
        01 LOTS-ARG               PIC X(12).
        01 HELD-SLOT              BINARY-CHAR UNSIGNED.
        01 ITEM-INDEX             BINARY-LONG UNSIGNED.
        01 SLOT-INDEX             BINARY-LONG UNSIGNED.
        01 HELD-COUNT             BINARY-LONG.
        01 HELD-LOTS              BINARY-LONG.
        01 WANTED-LOTS            BINARY-LONG.
        01 SOLD-LOTS              BINARY-LONG.
        01 LOT-QUOTE              BINARY-LONG.
        01 TOTAL-PAID             BINARY-LONG.
        01 NEED-COUNT             BINARY-LONG.
        01 TAKE-COUNT             BINARY-LONG.
        01 LOTS-DISPLAY           PIC Z(8)9.
        01 LOT-SIZE-DISPLAY       PIC Z(8)9.
        01 PAID-DISPLAY           PIC Z(9)9.
        01 STOPPED-NOTE           PIC X(48).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        PERFORM SELL-ITEM
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    SELL-ITEM.
        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "Only players can sell to the server"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO ITEM-ARG
        MOVE SPACES TO LOTS-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO ITEM-ARG LOTS-ARG
        END-IF
        *> "sell 3" is three lots of what's in hand
        IF ITEM-ARG NOT = SPACES AND LOTS-ARG = SPACES
                AND FUNCTION TEST-NUMVAL(ITEM-ARG) = 0
            MOVE ITEM-ARG TO LOTS-ARG
            MOVE SPACES TO ITEM-ARG
        END-IF

        IF ITEM-ARG = SPACES
            CALL "Players-HeldItemSlot" USING COMMANDS-ACTOR-PLAYER
                HELD-SLOT
            IF PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER, HELD-SLOT)
                    = 0
                MOVE "Hold the item to sell, or name it: sell <item> [lots]"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
                PLAYER-INVENTORY-SLOT-ID(COMMANDS-ACTOR-PLAYER, HELD-SLOT)
                ITEM-ARG
        END-IF
        CALL "Buyback-FindItem" USING ITEM-ARG ITEM-INDEX
        IF ITEM-INDEX NOT = 0
            IF BUYBACK-ITEM-ID(ITEM-INDEX) = 0
                MOVE 0 TO ITEM-INDEX
            END-IF
        END-IF
        IF ITEM-INDEX = 0
            STRING "The server doesn't buy " FUNCTION TRIM(ITEM-ARG)
                " - see sellprices" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE BUYBACK-LOT-SIZE(ITEM-INDEX) TO LOT-SIZE-DISPLAY

        MOVE 0 TO HELD-COUNT
        PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 45
            IF PLAYER-INVENTORY-SLOT-ID(COMMANDS-ACTOR-PLAYER, SLOT-INDEX)
                    = BUYBACK-ITEM-ID(ITEM-INDEX)
                    AND PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                        COMMANDS-ACTOR-PLAYER, SLOT-INDEX) = 0
                ADD PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER,
                    SLOT-INDEX) TO HELD-COUNT
            END-IF
        END-PERFORM
        COMPUTE HELD-LOTS = HELD-COUNT / BUYBACK-LOT-SIZE(ITEM-INDEX)
        IF HELD-LOTS < 1
            STRING "The server buys " FUNCTION TRIM(ITEM-ARG)
                " in lots of " FUNCTION TRIM(LOT-SIZE-DISPLAY)
                " - you don't have a whole lot" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF LOTS-ARG = SPACES
            MOVE HELD-LOTS TO WANTED-LOTS
        ELSE
            IF FUNCTION TEST-NUMVAL(LOTS-ARG) NOT = 0
                MOVE "Usage: sell [item] [lots]"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            COMPUTE WANTED-LOTS = FUNCTION NUMVAL(LOTS-ARG)
            IF WANTED-LOTS < 1
                MOVE "Sell at least one lot" TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            IF WANTED-LOTS > HELD-LOTS
                MOVE HELD-LOTS TO LOTS-DISPLAY
                STRING "You only have " FUNCTION TRIM(LOTS-DISPLAY)
                    " whole lot(s) of " FUNCTION TRIM(LOT-SIZE-DISPLAY)
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
        END-IF

        *> every lot at its own quote, until the quote runs out
        MOVE 0 TO SOLD-LOTS
        MOVE 0 TO TOTAL-PAID
        PERFORM UNTIL SOLD-LOTS >= WANTED-LOTS
            CALL "Buyback-Quote" USING ITEM-INDEX SOLD-LOTS LOT-QUOTE
            IF LOT-QUOTE < 1
                EXIT PERFORM
            END-IF
            ADD LOT-QUOTE TO TOTAL-PAID
            ADD 1 TO SOLD-LOTS
        END-PERFORM
        IF SOLD-LOTS = 0
            STRING "The server isn't buying " FUNCTION TRIM(ITEM-ARG)
                " today - the price recovers overnight"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        *> the goods out of the inventory, main inventory before hotbar
        COMPUTE NEED-COUNT = SOLD-LOTS * BUYBACK-LOT-SIZE(ITEM-INDEX)
        PERFORM VARYING SLOT-INDEX FROM 10 BY 1
                UNTIL SLOT-INDEX > 45 OR NEED-COUNT = 0
            IF PLAYER-INVENTORY-SLOT-ID(COMMANDS-ACTOR-PLAYER, SLOT-INDEX)
                    = BUYBACK-ITEM-ID(ITEM-INDEX)
                    AND PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                        COMMANDS-ACTOR-PLAYER, SLOT-INDEX) = 0
                    AND PLAYER-INVENTORY-SLOT-COUNT(
                        COMMANDS-ACTOR-PLAYER, SLOT-INDEX) > 0
                IF PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER,
                        SLOT-INDEX) > NEED-COUNT
                    MOVE NEED-COUNT TO TAKE-COUNT
                ELSE
                    MOVE PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER,
                        SLOT-INDEX) TO TAKE-COUNT
                END-IF
                SUBTRACT TAKE-COUNT FROM PLAYER-INVENTORY-SLOT-COUNT(
                    COMMANDS-ACTOR-PLAYER, SLOT-INDEX)
                SUBTRACT TAKE-COUNT FROM NEED-COUNT
                IF PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER,
                        SLOT-INDEX) = 0
                    MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(
                        COMMANDS-ACTOR-PLAYER, SLOT-INDEX)
                    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(
                        COMMANDS-ACTOR-PLAYER, SLOT-INDEX)
                END-IF
                CALL "SlotJournal-PlayerSlot" USING COMMANDS-ACTOR-PLAYER
                    SLOT-INDEX
            END-IF
        END-PERFORM
        CALL "Crafting-SendInventory" USING COMMANDS-ACTOR-PLAYER

        ADD TOTAL-PAID TO PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER)
        CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
            POOL-UUID
        CALL "Economy-LogTransaction" USING POOL-UUID
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) TOTAL-PAID "BUYBACK"
        ADD SOLD-LOTS TO BUYBACK-LOTS-SOLD(ITEM-INDEX)
        ADD TOTAL-PAID TO BUYBACK-COINS-PAID(ITEM-INDEX)
        CALL "Buyback-LogSale" USING COMMANDS-ACTOR-PLAYER ITEM-INDEX
            SOLD-LOTS TOTAL-PAID

        MOVE SOLD-LOTS TO LOTS-DISPLAY
        MOVE TOTAL-PAID TO PAID-DISPLAY
        MOVE SPACES TO STOPPED-NOTE
        IF SOLD-LOTS < WANTED-LOTS
            MOVE " - the server stopped buying there for today"
                TO STOPPED-NOTE
        END-IF
        STRING "Sold " FUNCTION TRIM(LOTS-DISPLAY) " lot(s) of "
            FUNCTION TRIM(LOT-SIZE-DISPLAY) " "
            FUNCTION TRIM(ITEM-ARG) " for "
            FUNCTION TRIM(PAID-DISPLAY) STOPPED-NOTE
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    END PROGRAM Callback-Sell.

    *> --- Callback-SellPrices ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-SellPrices.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-BUYBACK.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 ITEM-INDEX             BINARY-LONG UNSIGNED.
        01 NO-EXTRA-LOTS          BINARY-LONG VALUE 0.
        01 LOT-QUOTE              BINARY-LONG.
        01 ANY-LISTED             BINARY-CHAR UNSIGNED.
        01 LIST-LINE              PIC X(160).
        01 QUOTE-DISPLAY          PIC Z(9)9.
        01 BASE-DISPLAY           PIC Z(9)9.
        01 LOT-SIZE-DISPLAY       PIC Z(8)9.
        01 LOTS-DISPLAY           PIC Z(8)9.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE 0 TO ANY-LISTED
        PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                UNTIL ITEM-INDEX > BUYBACK-ITEM-COUNT
            IF BUYBACK-ITEM-ID(ITEM-INDEX) NOT = 0
                MOVE 1 TO ANY-LISTED
                CALL "Buyback-Quote" USING ITEM-INDEX NO-EXTRA-LOTS
                    LOT-QUOTE
                MOVE LOT-QUOTE TO QUOTE-DISPLAY
                MOVE BUYBACK-BASE-PRICE(ITEM-INDEX) TO BASE-DISPLAY
                MOVE BUYBACK-LOT-SIZE(ITEM-INDEX) TO LOT-SIZE-DISPLAY
                MOVE BUYBACK-LOTS-SOLD(ITEM-INDEX) TO LOTS-DISPLAY
                MOVE SPACES TO LIST-LINE
                STRING FUNCTION TRIM(BUYBACK-ITEM-NAME(ITEM-INDEX)) ": "
                    FUNCTION TRIM(QUOTE-DISPLAY) " per "
                    FUNCTION TRIM(LOT-SIZE-DISPLAY) " (base "
                    FUNCTION TRIM(BASE-DISPLAY) "), "
                    FUNCTION TRIM(LOTS-DISPLAY) " lot(s) sold today"
                    DELIMITED BY SIZE INTO LIST-LINE
                PERFORM SEND-LIST-LINE
            END-IF
        END-PERFORM
        IF ANY-LISTED = 0
            MOVE "The server isn't buying anything"
                TO LK-COMMAND-RESPONSE-TEXT
        END-IF
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    SEND-LIST-LINE.
        IF COMMANDS-ACTOR-PLAYER NOT = 0
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) LIST-LINE
        ELSE
            CALL "Log-Write" USING "INFO" LIST-LINE
        END-IF.

    END PROGRAM Callback-SellPrices.

END PROGRAM RegisterCommand-Buyback.
