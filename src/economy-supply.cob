*> --- EconomySupply-Report ---
*> The daily money-supply report off the economy ledger: the daily
*> copies listed in save/economy-ledger.index, oldest first, then the
*> live save/economy-ledger.log. Coins come into existence only when a
*> faucet identity pays a player (interest, jobs pay, vote rewards,
*> quest and boss rewards, referral rewards, the server buy-back market,
*> prizes paid out of the treasury) and leave it only when a player or
*> town pays a sink identity (claim upkeep, balances the season rollover
*> retires, sales tax into the treasury); everything else is a transfer
*> between holders.
*> Every ledger line is classified that way by its from/to identities
*> and tallied under its reason code, both for today's date and for all
*> time. The all-time created-minus-destroyed figure is the coin supply
*> in circulation (player balances, town banks, bounty and duel escrow,
*> the banknotes outstanding and the lottery pot together - what the
*> treasury holds is out of it until staff spend it, the lottery's house
*> cut included). Lines from before reason codes were logged tally under
*> UNTAGGED. The report lands in a dated file under save/logs;
*> EconomyDaily-Run writes it at the end of every nightly run, and it is
*> safe to run on its own at any time since it only reads the ledger.
IDENTIFICATION DIVISION.
PROGRAM-ID. EconomySupply-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-LEDGER
        ASSIGN TO LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-LEDGER-INDEX
        ASSIGN TO "save/economy-ledger.index"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-LEDGER.
    01 LEDGER-LINE               PIC X(160).
FD FD-LEDGER-INDEX.
    01 LEDGER-INDEX-LINE         PIC X(64).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    01 REPORT-FILE-NAME          PIC X(64).
    01 LEDGER-FILE-NAME          PIC X(64).
    *> the faucet/sink identities, derived the way their owning
    *> programs derive them
    01 MAX-POOLS                 BINARY-LONG UNSIGNED VALUE 10.
    01 POOL-TABLE.
        05 POOL-ENTRY OCCURS 10 TIMES.
            10 POOL-SEED         PIC X(16).
            10 POOL-SEED-LEN     BINARY-LONG UNSIGNED.
            10 POOL-UUID         PIC X(16).
            10 POOL-UUID-STR     PIC X(36).
    01 POOL-INDEX                BINARY-LONG UNSIGNED.
    *> per reason code: coins created, destroyed and merely moved,
    *> today and all time
    01 MAX-REASONS               BINARY-LONG UNSIGNED VALUE 32.
    01 REASON-TABLE.
        05 REASON-ENTRY OCCURS 32 TIMES.
            10 REASON-CODE               PIC X(16).
            10 REASON-CREATED-TODAY      BINARY-LONG-LONG.
            10 REASON-CREATED-ALL        BINARY-LONG-LONG.
            10 REASON-DESTROYED-TODAY    BINARY-LONG-LONG.
            10 REASON-DESTROYED-ALL      BINARY-LONG-LONG.
            10 REASON-MOVED-TODAY        BINARY-LONG-LONG.
            10 REASON-LINES-TODAY        BINARY-LONG UNSIGNED.
    01 REASON-COUNT              BINARY-LONG UNSIGNED.
    01 REASON-INDEX              BINARY-LONG UNSIGNED.
    01 FOUND-REASON              BINARY-LONG UNSIGNED.
    01 TODAY-DATE                PIC X(8).
    01 LINE-FROM-STR             PIC X(36).
    01 LINE-TO-STR               PIC X(36).
    01 LINE-AMOUNT-TOKEN         PIC X(12).
    01 LINE-REASON               PIC X(16).
    01 LINE-AMOUNT               BINARY-LONG-LONG.
    01 LINE-IS-TODAY             BINARY-CHAR UNSIGNED.
    01 FROM-IS-POOL              BINARY-CHAR UNSIGNED.
    01 TO-IS-POOL                BINARY-CHAR UNSIGNED.
    01 TOTAL-CREATED-TODAY       BINARY-LONG-LONG.
    01 TOTAL-DESTROYED-TODAY     BINARY-LONG-LONG.
    01 TOTAL-CREATED-ALL         BINARY-LONG-LONG.
    01 TOTAL-DESTROYED-ALL       BINARY-LONG-LONG.
    01 CIRCULATION               BINARY-LONG-LONG.
    01 CIRCULATION-OPENING       BINARY-LONG-LONG.
    01 AMOUNT-DISPLAY            PIC -(12)9.
    01 AMOUNT-DISPLAY-2          PIC -(12)9.
    01 COUNT-DISPLAY             PIC Z(8)9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE "interestpool" TO POOL-SEED(1)
    MOVE 12 TO POOL-SEED-LEN(1)
    MOVE "upkeeppool" TO POOL-SEED(2)
    MOVE 10 TO POOL-SEED-LEN(2)
    MOVE "jobspool" TO POOL-SEED(3)
    MOVE 8 TO POOL-SEED-LEN(3)
    MOVE "votepool" TO POOL-SEED(4)
    MOVE 8 TO POOL-SEED-LEN(4)
    MOVE "seasonpool" TO POOL-SEED(5)
    MOVE 10 TO POOL-SEED-LEN(5)
    MOVE "questpool" TO POOL-SEED(6)
    MOVE 9 TO POOL-SEED-LEN(6)
    MOVE "bosspool" TO POOL-SEED(7)
    MOVE 8 TO POOL-SEED-LEN(7)
    MOVE "treasury" TO POOL-SEED(8)
    MOVE 8 TO POOL-SEED-LEN(8)
    MOVE "referralpool" TO POOL-SEED(9)
    MOVE 12 TO POOL-SEED-LEN(9)
    MOVE "buybackpool" TO POOL-SEED(10)
    MOVE 11 TO POOL-SEED-LEN(10)
    PERFORM VARYING POOL-INDEX FROM 1 BY 1 UNTIL POOL-INDEX > MAX-POOLS
        CALL "UUID-OfflineFromName" USING POOL-SEED(POOL-INDEX)
            POOL-SEED-LEN(POOL-INDEX) POOL-UUID(POOL-INDEX)
        CALL "UUID-ToString" USING POOL-UUID(POOL-INDEX)
            POOL-UUID-STR(POOL-INDEX)
    END-PERFORM

    MOVE 0 TO REASON-COUNT
    MOVE 0 TO TOTAL-CREATED-TODAY
    MOVE 0 TO TOTAL-DESTROYED-TODAY
    MOVE 0 TO TOTAL-CREATED-ALL
    MOVE 0 TO TOTAL-DESTROYED-ALL

    *> the daily copies the log rotation keeps, in the order it rolled
    *> them, then today's
    OPEN INPUT FD-LEDGER-INDEX
    PERFORM UNTIL EXIT
        READ FD-LEDGER-INDEX
            AT END
                EXIT PERFORM
            NOT AT END
                IF LEDGER-INDEX-LINE NOT = SPACES
                    MOVE LEDGER-INDEX-LINE TO LEDGER-FILE-NAME
                    PERFORM TALLY-LEDGER-FILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LEDGER-INDEX
    MOVE "save/economy-ledger.log" TO LEDGER-FILE-NAME
    PERFORM TALLY-LEDGER-FILE

    PERFORM WRITE-REPORT
    GOBACK.

TALLY-LEDGER-FILE.
    OPEN INPUT FD-LEDGER
    PERFORM UNTIL EXIT
        READ FD-LEDGER
            AT END
                EXIT PERFORM
            NOT AT END
                IF LEDGER-LINE NOT = SPACES
                    PERFORM TALLY-LEDGER-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LEDGER.

TALLY-LEDGER-LINE.
    MOVE SPACES TO LINE-FROM-STR
    MOVE SPACES TO LINE-TO-STR
    MOVE SPACES TO LINE-AMOUNT-TOKEN
    MOVE SPACES TO LINE-REASON
    UNSTRING LEDGER-LINE(22:139) DELIMITED BY ALL " "
        INTO LINE-FROM-STR LINE-TO-STR LINE-AMOUNT-TOKEN LINE-REASON
    IF LINE-REASON = SPACES
        MOVE "UNTAGGED" TO LINE-REASON
    END-IF
    COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(LINE-AMOUNT-TOKEN)
    MOVE 0 TO LINE-IS-TODAY
    IF LEDGER-LINE(1:8) = TODAY-DATE
        MOVE 1 TO LINE-IS-TODAY
    END-IF

    MOVE 0 TO FROM-IS-POOL
    MOVE 0 TO TO-IS-POOL
    PERFORM VARYING POOL-INDEX FROM 1 BY 1 UNTIL POOL-INDEX > MAX-POOLS
        IF POOL-UUID-STR(POOL-INDEX) = LINE-FROM-STR
            MOVE 1 TO FROM-IS-POOL
        END-IF
        IF POOL-UUID-STR(POOL-INDEX) = LINE-TO-STR
            MOVE 1 TO TO-IS-POOL
        END-IF
    END-PERFORM

    MOVE 0 TO FOUND-REASON
    PERFORM VARYING REASON-INDEX FROM 1 BY 1
            UNTIL REASON-INDEX > REASON-COUNT OR FOUND-REASON NOT = 0
        IF REASON-CODE(REASON-INDEX) = LINE-REASON
            MOVE REASON-INDEX TO FOUND-REASON
        END-IF
    END-PERFORM
    IF FOUND-REASON = 0
        IF REASON-COUNT >= MAX-REASONS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO REASON-COUNT
        MOVE REASON-COUNT TO FOUND-REASON
        MOVE LINE-REASON TO REASON-CODE(FOUND-REASON)
        MOVE 0 TO REASON-CREATED-TODAY(FOUND-REASON)
        MOVE 0 TO REASON-CREATED-ALL(FOUND-REASON)
        MOVE 0 TO REASON-DESTROYED-TODAY(FOUND-REASON)
        MOVE 0 TO REASON-DESTROYED-ALL(FOUND-REASON)
        MOVE 0 TO REASON-MOVED-TODAY(FOUND-REASON)
        MOVE 0 TO REASON-LINES-TODAY(FOUND-REASON)
    END-IF

    *> pool to pool would be neither; no program does that
    EVALUATE TRUE
        WHEN FROM-IS-POOL NOT = 0 AND TO-IS-POOL = 0
            ADD LINE-AMOUNT TO REASON-CREATED-ALL(FOUND-REASON)
            ADD LINE-AMOUNT TO TOTAL-CREATED-ALL
            IF LINE-IS-TODAY NOT = 0
                ADD LINE-AMOUNT TO REASON-CREATED-TODAY(FOUND-REASON)
                ADD LINE-AMOUNT TO TOTAL-CREATED-TODAY
            END-IF
        WHEN TO-IS-POOL NOT = 0 AND FROM-IS-POOL = 0
            ADD LINE-AMOUNT TO REASON-DESTROYED-ALL(FOUND-REASON)
            ADD LINE-AMOUNT TO TOTAL-DESTROYED-ALL
            IF LINE-IS-TODAY NOT = 0
                ADD LINE-AMOUNT TO REASON-DESTROYED-TODAY(FOUND-REASON)
                ADD LINE-AMOUNT TO TOTAL-DESTROYED-TODAY
            END-IF
        WHEN OTHER
            IF LINE-IS-TODAY NOT = 0
                ADD LINE-AMOUNT TO REASON-MOVED-TODAY(FOUND-REASON)
            END-IF
    END-EVALUATE
    IF LINE-IS-TODAY NOT = 0
        ADD 1 TO REASON-LINES-TODAY(FOUND-REASON)
    END-IF.

WRITE-REPORT.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/money-supply-" DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    OPEN OUTPUT FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "money supply report " FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    COMPUTE CIRCULATION = TOTAL-CREATED-ALL - TOTAL-DESTROYED-ALL
    COMPUTE CIRCULATION-OPENING = CIRCULATION
        - TOTAL-CREATED-TODAY + TOTAL-DESTROYED-TODAY
    MOVE CIRCULATION TO AMOUNT-DISPLAY
    MOVE CIRCULATION-OPENING TO AMOUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "coins in circulation " FUNCTION TRIM(AMOUNT-DISPLAY)
        " (opening today " FUNCTION TRIM(AMOUNT-DISPLAY-2) ")"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE TOTAL-CREATED-TODAY TO AMOUNT-DISPLAY
    MOVE TOTAL-DESTROYED-TODAY TO AMOUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "today created " FUNCTION TRIM(AMOUNT-DISPLAY)
        " destroyed " FUNCTION TRIM(AMOUNT-DISPLAY-2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE "faucets (coins created), today / all time" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING REASON-INDEX FROM 1 BY 1
            UNTIL REASON-INDEX > REASON-COUNT
        IF REASON-CREATED-ALL(REASON-INDEX) NOT = 0
            MOVE REASON-CREATED-TODAY(REASON-INDEX) TO AMOUNT-DISPLAY
            MOVE REASON-CREATED-ALL(REASON-INDEX) TO AMOUNT-DISPLAY-2
            MOVE SPACES TO REPORT-LINE
            STRING "  " REASON-CODE(REASON-INDEX) " "
                AMOUNT-DISPLAY " " AMOUNT-DISPLAY-2
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM

    MOVE "sinks (coins destroyed), today / all time" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING REASON-INDEX FROM 1 BY 1
            UNTIL REASON-INDEX > REASON-COUNT
        IF REASON-DESTROYED-ALL(REASON-INDEX) NOT = 0
            MOVE REASON-DESTROYED-TODAY(REASON-INDEX) TO AMOUNT-DISPLAY
            MOVE REASON-DESTROYED-ALL(REASON-INDEX) TO AMOUNT-DISPLAY-2
            MOVE SPACES TO REPORT-LINE
            STRING "  " REASON-CODE(REASON-INDEX) " "
                AMOUNT-DISPLAY " " AMOUNT-DISPLAY-2
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM

    MOVE "transfers between holders today (lines, coins)"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING REASON-INDEX FROM 1 BY 1
            UNTIL REASON-INDEX > REASON-COUNT
        IF REASON-MOVED-TODAY(REASON-INDEX) NOT = 0
            MOVE REASON-LINES-TODAY(REASON-INDEX) TO COUNT-DISPLAY
            MOVE REASON-MOVED-TODAY(REASON-INDEX) TO AMOUNT-DISPLAY
            MOVE SPACES TO REPORT-LINE
            STRING "  " REASON-CODE(REASON-INDEX) " "
                COUNT-DISPLAY " " AMOUNT-DISPLAY
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    CLOSE FD-REPORT.

END PROGRAM EconomySupply-Report.
