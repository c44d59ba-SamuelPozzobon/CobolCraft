*>   <timestamp>
*> Each valid vote pays the configured reward through the economy (an
*> offline voter's save is credited straight away, with a mail line so
*> they hear about it at next join), scaled by a running VOTE booster,
*> and every vote lands in save/votes.log for the monthly top-voters
*> report.
IDENTIFICATION DIVISION.
PROGRAM-ID. Votes-Tick.


    CALL "Config-GetNumber" USING "vote-reward-coins" 50 REWARD-COINS
    MOVE REWARD-COINS TO REWARD-AMOUNT
    CALL "Boosters-Apply" USING "VOTE" REWARD-AMOUNT
    CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
        POOL-UUID

            MAIL-TEXT MAIL-TEXT-LEN
    END-IF
    CALL "Economy-LogTransaction" USING POOL-UUID VOTER-UUID
        REWARD-AMOUNT "VOTE"

    CALL "CBL_CREATE_DIR" USING "save"
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR
    01 VOTER-INDEX           BINARY-LONG UNSIGNED.
    01 FOUND-INDEX           BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY         PIC Z(5)9.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:6) TO THIS-MONTH
        WRITE REPORT-LINE
    END-PERFORM
    CLOSE FD-REPORT
    MOVE VOTER-COUNT TO BATCH-STEP-RECORDS
    GOBACK.

END PROGRAM Votes-Report.
