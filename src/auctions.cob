*>   auction browse        - the listings, each line clickable to buy
*>   auction buy <n>       - buy listing n
*>   auction cancel <n>    - reclaim your own listing n
*> Money moves through the ledger, the seller paying the sales tax on a
*> sale to the treasury; a buyer with a full inventory gets the goods
*> parked for their next join and a mail line saying so.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Auction.

        01 TARGET-SLOT            BINARY-LONG UNSIGNED.
        01 SELLER-PLAYER          BINARY-CHAR.
        01 OFFLINE-OK             BINARY-CHAR UNSIGNED.
        01 TAX-AMOUNT             BINARY-LONG.
        01 ITEM-NAME              PIC X(64).
        01 PRICE-DISPLAY          PIC -(9)9.
        01 INDEX-DISPLAY          PIC Z(2)9.
        CALL "Economy-LogTransaction" USING
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            AUCTION-SELLER-UUID(AUCTION-INDEX)
            AUCTION-PRICE(AUCTION-INDEX) "AUCTION"
        CALL "Treasury-CollectTax" USING
            AUCTION-SELLER-UUID(AUCTION-INDEX)
            AUCTION-PRICE(AUCTION-INDEX) "AUCTION" TAX-AMOUNT

        *> delivery: straight to a free slot, or parked for the next
        *> join with a mail line explaining where the goods went
