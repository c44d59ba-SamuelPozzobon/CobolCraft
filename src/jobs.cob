*> --- Jobs-PayOut ---
*> One payout: capped by the daily meter (jobs-daily-cap, reset when
*> the calendar rolls), credited to the balance and logged from the
*> jobs pool so the ledger shows where work money comes from. A
*> running JOBS booster scales the pay and the cap alike, so a double
*> pay weekend doubles what a day's work can earn, not just how fast
*> it hits the old ceiling.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jobs-PayOut.

    01 POOL-UUID                 PIC X(16).
    01 DAILY-CAP                 BINARY-LONG-LONG.
    01 TODAY-DATE                PIC X(8).
    01 PAY-AMOUNT                BINARY-LONG.
    01 BOOST-MULTIPLIER          PIC 9(2)V99.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-AMOUNT                 BINARY-LONG.
    IF LK-AMOUNT < 1
        GOBACK
    END-IF
    MOVE LK-AMOUNT TO PAY-AMOUNT
    CALL "Boosters-Apply" USING "JOBS" PAY-AMOUNT
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    IF PLAYER-JOB-EARN-DATE(LK-PLAYER-ID) NOT = TODAY-DATE
        MOVE TODAY-DATE TO PLAYER-JOB-EARN-DATE(LK-PLAYER-ID)
        MOVE 0 TO PLAYER-JOB-EARNED-TODAY(LK-PLAYER-ID)
    END-IF
    CALL "Config-GetNumber" USING "jobs-daily-cap" 200 DAILY-CAP
    CALL "Boosters-GetMultiplier" USING "JOBS" BOOST-MULTIPLIER
    COMPUTE DAILY-CAP = DAILY-CAP * BOOST-MULTIPLIER
    IF PLAYER-JOB-EARNED-TODAY(LK-PLAYER-ID) + PAY-AMOUNT > DAILY-CAP
        GOBACK
    END-IF

    ADD PAY-AMOUNT TO PLAYER-JOB-EARNED-TODAY(LK-PLAYER-ID)
    ADD PAY-AMOUNT TO PLAYER-BALANCE(LK-PLAYER-ID)
    CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
        POOL-UUID
    CALL "Economy-LogTransaction" USING POOL-UUID
        PLAYER-UUID(LK-PLAYER-ID) PAY-AMOUNT "JOBS"
    GOBACK.

END PROGRAM Jobs-PayOut.
