*> --- Economy-LogTransaction ---
*> Appends one line to the append-only transaction ledger,
*> save/economy-ledger.log, in the same timestamped style as
*> save/playtime.log: timestamp, paying UUID, receiving UUID, amount,
*> and the reason code naming what moved the money (VOTE, JOBS,
*> INTEREST, UPKEEP, SHOP-BUY, SHOP-SELL, AUCTION, BOUNTY-SET,
*> BOUNTY-PAYOUT, TRADE, PAY, TOWN-DEPOSIT, TOWN-WITHDRAW, CLAIM-SALE,
*> CLAIM-RENT, TAX-SHOP, TAX-AUCTION, TAX-TRADE, TREASURY, NOTE-ISSUE,
*> NOTE-REDEEM, LOTTERY-BUY, TAX-LOTTERY, LOTTERY-WIN, REFERRAL,
*> BUYBACK) - the
*> money-supply report splits faucets and sinks by it. Lines written
*> before reasons existed simply end at the amount.
*> The ledger is the part the operators care most about - a disputed
*> payment is settled by reading it, not by vibes - so every balance
*> change funnels through here, never around it.
    01 LK-FROM-UUID              PIC X(16).
    01 LK-TO-UUID                PIC X(16).
    01 LK-AMOUNT                 BINARY-LONG.
    01 LK-REASON                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-FROM-UUID LK-TO-UUID LK-AMOUNT LK-REASON.
    *> Create the save directory. Ignore errors, as they are likely to be
    *> caused by the directory already existing.
    CALL "CBL_CREATE_DIR" USING "save"
        TO-UUID-STR DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(AMOUNT-DISPLAY) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-REASON) DELIMITED BY SIZE
        INTO LEDGER-LINE

    OPEN EXTEND FD-LEDGER

        SUBTRACT PAY-AMOUNT FROM PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER)
        CALL "Economy-LogTransaction" USING
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) TARGET-UUID PAY-AMOUNT "PAY"

        STRING "Paid " DELIMITED BY SIZE
            FUNCTION TRIM(AMOUNT-ARG) DELIMITED BY SIZE
