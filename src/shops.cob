*> owners are credited straight into their save through
*> Economy-AdjustOffline) and the goods from the adjacent chest to the
*> buyer; a sell runs the same exchange the other way. Every coin
*> movement lands in the ledger, and every completed trade in the sales
*> journal. Whichever side receives the price pays the sales tax on it
*> to the treasury (Treasury-CollectTax). The unit keeps the NBT of the
*> stack it came from - a filled map its map_id, so a town's district
*> map sells as the map and not a blank - which means a unit may not be
*> made up from stacks whose NBT differs; such a trade is refused before
*> any coin moves. The owner clicking their own sign is not a customer
*> and falls through to the normal dispatch.
IDENTIFICATION DIVISION.
PROGRAM-ID. Shops-HandleUse.

    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 OWNER-PLAYER              BINARY-CHAR.
    01 OFFLINE-OK                BINARY-CHAR UNSIGNED.
    01 TAX-AMOUNT                BINARY-LONG.
    01 CATALOG-MESSAGE           PIC X(160).
    *> the NBT the unit carries, and whether its stacks disagree on it
    01 UNIT-NBT-LENGTH           BINARY-LONG UNSIGNED.
    01 UNIT-NBT-DATA             PIC X(2048).
    01 UNIT-STARTED              BINARY-CHAR UNSIGNED.
    01 UNIT-MIXED                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
            CATALOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    PERFORM PLAN-BUY-UNIT
    IF UNIT-MIXED NOT = 0
        CALL "Messages-Get" USING "shop-mixed-stock"
            "The shop's stock doesn't match - this unit would mix different items"
            " " CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    *> room for the goods
    MOVE 0 TO TARGET-SLOT
    PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 45
            SHOP-PRICE(SHOP-INDEX) OFFLINE-OK
    END-IF
    CALL "Economy-LogTransaction" USING PLAYER-UUID(LK-PLAYER-ID)
        SHOP-OWNER-UUID(SHOP-INDEX) SHOP-PRICE(SHOP-INDEX) "SHOP-BUY"
    *> the owner took the money, so the owner pays the sales tax
    CALL "Treasury-CollectTax" USING SHOP-OWNER-UUID(SHOP-INDEX)
        SHOP-PRICE(SHOP-INDEX) "SHOP" TAX-AMOUNT

    *> stock out of the chest, goods into the buyer's free slot
    MOVE SHOP-UNIT-COUNT(SHOP-INDEX) TO NEED-COUNT
                MOVE 0 TO CONTAINER-SLOT-NBT-LENGTH(
                    CONTAINER-INDEX, SLOT-INDEX)
            END-IF
            CALL "SlotJournal-Container" USING CONTAINER-INDEX SLOT-INDEX
        END-IF
    END-PERFORM
    MOVE SHOP-ITEM-ID(SHOP-INDEX)
    MOVE SHOP-UNIT-COUNT(SHOP-INDEX)
        TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, TARGET-SLOT)
    MOVE UNIT-NBT-LENGTH
        TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, TARGET-SLOT)
    MOVE UNIT-NBT-DATA
        TO PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, TARGET-SLOT)
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID TARGET-SLOT
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    CALL "Shops-LogSale" USING SHOP-INDEX LK-PLAYER-ID
    CALL "Messages-Get" USING "shop-bought"
        "Purchase complete" " " CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    PERFORM PLAN-SELL-UNIT
    IF UNIT-MIXED NOT = 0
        CALL "Messages-Get" USING "shop-mixed-goods"
            "Your goods don't match - this unit would mix different items"
            " " CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    *> room in the chest
    MOVE 0 TO TARGET-SLOT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
    END-IF
    ADD SHOP-PRICE(SHOP-INDEX) TO PLAYER-BALANCE(LK-PLAYER-ID)
    CALL "Economy-LogTransaction" USING SHOP-OWNER-UUID(SHOP-INDEX)
        PLAYER-UUID(LK-PLAYER-ID) SHOP-PRICE(SHOP-INDEX) "SHOP-SELL"
    CALL "Treasury-CollectTax" USING PLAYER-UUID(LK-PLAYER-ID)
        SHOP-PRICE(SHOP-INDEX) "SHOP" TAX-AMOUNT

    *> the goods out of the seller's inventory into the chest
    MOVE SHOP-UNIT-COUNT(SHOP-INDEX) TO NEED-COUNT
                MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                    LK-PLAYER-ID, SLOT-INDEX)
            END-IF
            CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID SLOT-INDEX
        END-IF
    END-PERFORM
    MOVE SHOP-ITEM-ID(SHOP-INDEX)
        TO CONTAINER-SLOT-ID(CONTAINER-INDEX, TARGET-SLOT)
    MOVE SHOP-UNIT-COUNT(SHOP-INDEX)
        TO CONTAINER-SLOT-COUNT(CONTAINER-INDEX, TARGET-SLOT)
    MOVE UNIT-NBT-LENGTH
        TO CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, TARGET-SLOT)
    MOVE UNIT-NBT-DATA
        TO CONTAINER-SLOT-NBT-DATA(CONTAINER-INDEX, TARGET-SLOT)
    CALL "SlotJournal-Container" USING CONTAINER-INDEX TARGET-SLOT
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    CALL "Shops-LogSale" USING SHOP-INDEX LK-PLAYER-ID
    CALL "Messages-Get" USING "shop-sold"
        "Sale complete" " " CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE.

PLAN-BUY-UNIT.
    *> the chest slots the unit will be taken from, in the order the
    *> take below walks them: the first gives the unit its NBT, and any
    *> later one that differs makes the unit mixed
    MOVE 0 TO UNIT-NBT-LENGTH
    MOVE 0 TO UNIT-STARTED
    MOVE 0 TO UNIT-MIXED
    MOVE SHOP-UNIT-COUNT(SHOP-INDEX) TO NEED-COUNT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
            OR NEED-COUNT = 0
        IF CONTAINER-SLOT-ID(CONTAINER-INDEX, SLOT-INDEX)
                = SHOP-ITEM-ID(SHOP-INDEX)
                AND CONTAINER-SLOT-COUNT(CONTAINER-INDEX, SLOT-INDEX) > 0
            IF CONTAINER-SLOT-COUNT(CONTAINER-INDEX, SLOT-INDEX)
                    > NEED-COUNT
                MOVE 0 TO NEED-COUNT
            ELSE
                SUBTRACT CONTAINER-SLOT-COUNT(CONTAINER-INDEX, SLOT-INDEX)
                    FROM NEED-COUNT
            END-IF
            IF UNIT-STARTED = 0
                MOVE 1 TO UNIT-STARTED
                MOVE CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, SLOT-INDEX)
                    TO UNIT-NBT-LENGTH
                MOVE CONTAINER-SLOT-NBT-DATA(CONTAINER-INDEX, SLOT-INDEX)
                    TO UNIT-NBT-DATA
            ELSE
                IF CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, SLOT-INDEX)
                        NOT = UNIT-NBT-LENGTH
                    MOVE 1 TO UNIT-MIXED
                ELSE
                    IF UNIT-NBT-LENGTH > 0
                            AND CONTAINER-SLOT-NBT-DATA(
                                CONTAINER-INDEX, SLOT-INDEX)
                                (1:UNIT-NBT-LENGTH)
                            NOT = UNIT-NBT-DATA(1:UNIT-NBT-LENGTH)
                        MOVE 1 TO UNIT-MIXED
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

PLAN-SELL-UNIT.
    *> the same for the seller's inventory slots, in the order the
    *> goods are taken out of them
    MOVE 0 TO UNIT-NBT-LENGTH
    MOVE 0 TO UNIT-STARTED
    MOVE 0 TO UNIT-MIXED
    MOVE SHOP-UNIT-COUNT(SHOP-INDEX) TO NEED-COUNT
    PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 45
            OR NEED-COUNT = 0
        IF PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, SLOT-INDEX)
                = SHOP-ITEM-ID(SHOP-INDEX)
                AND PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, SLOT-INDEX)
                    > 0
            IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, SLOT-INDEX)
                    > NEED-COUNT
                MOVE 0 TO NEED-COUNT
            ELSE
                SUBTRACT PLAYER-INVENTORY-SLOT-COUNT(
                    LK-PLAYER-ID, SLOT-INDEX) FROM NEED-COUNT
            END-IF
            IF UNIT-STARTED = 0
                MOVE 1 TO UNIT-STARTED
                MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                    LK-PLAYER-ID, SLOT-INDEX) TO UNIT-NBT-LENGTH
                MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, SLOT-INDEX)
                    TO UNIT-NBT-DATA
            ELSE
                IF PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                        LK-PLAYER-ID, SLOT-INDEX) NOT = UNIT-NBT-LENGTH
                    MOVE 1 TO UNIT-MIXED
                ELSE
                    IF UNIT-NBT-LENGTH > 0
                            AND PLAYER-INVENTORY-SLOT-NBT-DATA(
                                LK-PLAYER-ID, SLOT-INDEX)
                                (1:UNIT-NBT-LENGTH)
                            NOT = UNIT-NBT-DATA(1:UNIT-NBT-LENGTH)
                        MOVE 1 TO UNIT-MIXED
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

END PROGRAM Shops-HandleUse.

*> --- Shops-LogSale ---
*> Appends one line per completed chest-shop trade to the sales journal,
*> save/shop-sales.log: timestamp, the shop sign's position, owner UUID,
*> customer UUID and name, BUY (the customer bought from the chest) or
*> SELL (the customer sold into it), the item, the units and the price.
*> The ledger only says coins moved; this says what for, and
*> ShopStatements-Run turns it into the owners' weekly statements.
IDENTIFICATION DIVISION.
PROGRAM-ID. Shops-LogSale.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SALES-JOURNAL
        ASSIGN TO "save/shop-sales.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SALES-JOURNAL.
    01 SALES-LINE                PIC X(240).
WORKING-STORAGE SECTION.
    COPY DD-SHOPS.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 OWNER-UUID-STR            PIC X(36).
    01 CUSTOMER-UUID-STR         PIC X(36).
    01 TIMESTAMP-STR             PIC X(26).
    01 X-DISPLAY                 PIC -(9)9.
    01 Y-DISPLAY                 PIC -(9)9.
    01 Z-DISPLAY                 PIC -(9)9.
    01 PRICE-DISPLAY             PIC -(9)9.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 MODE-WORD                 PIC X(4).
    01 ITEM-NAME                 PIC X(64).
LINKAGE SECTION.
    01 LK-SHOP-INDEX             BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-SHOP-INDEX LK-PLAYER-ID.
    CALL "CBL_CREATE_DIR" USING "save"

    CALL "UUID-ToString" USING SHOP-OWNER-UUID(LK-SHOP-INDEX)
        OWNER-UUID-STR
    CALL "UUID-ToString" USING PLAYER-UUID(LK-PLAYER-ID)
        CUSTOMER-UUID-STR
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR
    MOVE SHOP-X(LK-SHOP-INDEX) TO X-DISPLAY
    MOVE SHOP-Y(LK-SHOP-INDEX) TO Y-DISPLAY
    MOVE SHOP-Z(LK-SHOP-INDEX) TO Z-DISPLAY
    MOVE SHOP-PRICE(LK-SHOP-INDEX) TO PRICE-DISPLAY
    MOVE SHOP-UNIT-COUNT(LK-SHOP-INDEX) TO COUNT-DISPLAY
    IF SHOP-MODE(LK-SHOP-INDEX) = 1
        MOVE "BUY" TO MODE-WORD
    ELSE
        MOVE "SELL" TO MODE-WORD
    END-IF
    MOVE SPACES TO ITEM-NAME
    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
        SHOP-ITEM-ID(LK-SHOP-INDEX) ITEM-NAME

    MOVE SPACES TO SALES-LINE
    STRING TIMESTAMP-STR(1:14) " "
        FUNCTION TRIM(X-DISPLAY) " "
        FUNCTION TRIM(Y-DISPLAY) " "
        FUNCTION TRIM(Z-DISPLAY) " "
        OWNER-UUID-STR " "
        CUSTOMER-UUID-STR " "
        PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID)) " "
        FUNCTION TRIM(MODE-WORD) " "
        FUNCTION TRIM(ITEM-NAME) " "
        FUNCTION TRIM(COUNT-DISPLAY) " "
        FUNCTION TRIM(PRICE-DISPLAY)
        DELIMITED BY SIZE INTO SALES-LINE

    OPEN EXTEND FD-SALES-JOURNAL
    WRITE SALES-LINE
    CLOSE FD-SALES-JOURNAL
    GOBACK.

END PROGRAM Shops-LogSale.
