                C-POOL-SEED-LEN POOL-UUID
            CALL "Economy-LogTransaction" USING POOL-UUID
                PLAYER-UUID(LK-KILLER-ID) BOUNTY-AMOUNT(BOUNTY-INDEX)
                "BOUNTY-PAYOUT"

            MOVE BOUNTY-AMOUNT(BOUNTY-INDEX) TO AMOUNT-DISPLAY
            MOVE SPACES TO ANNOUNCE-LINE
            POOL-UUID
        CALL "Economy-LogTransaction" USING
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) POOL-UUID BOUNTY-COINS
            "BOUNTY-SET"
        IF BOUNTY-USED(TARGET-INDEX) NOT = 0
            ADD BOUNTY-COINS TO BOUNTY-AMOUNT(TARGET-INDEX)
        ELSE
