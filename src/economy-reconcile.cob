*> --- EconomyReconcile-Run ---
*> The offline proof that Economy-LogTransaction really is the only way
*> money moves. Every line of the ledger - each daily copy listed in
*> save/economy-ledger.index, oldest first, then the live
*> save/economy-ledger.log - is replayed into a
*> per-UUID net (credits in, debits out - a fresh account starts at
*> zero, so the net is what the account should hold), and the net is
*> compared against what is actually stored:
*>   - players: FILE-PLAYER-BALANCE in save/players/<uuid>.dat, for
*>     every UUID the usercache directory knows (the discovery walk the
*>     other player batches use)
*>   - towns: TOWN-BANK-BALANCE in save/towns.dat, under the town UUID
*>   - bounties: the bounty-pool identity must hold exactly the sum of
*>     BOUNTY-AMOUNT across save/bounties.dat
*>   - duels: the duel-pool identity must hold nothing - every stake
*>     leaves it when its duel settles, and no duel outlives a stop, so
*>     anything left there was stranded by a crash mid-duel
*>   - treasury: the treasury identity must hold exactly the balance
*>     in save/treasury.dat
*>   - banknotes: the banknote identity must hold exactly the sum of
*>     BANKNOTE-VALUE across the notes outstanding in save/banknotes.dat
*>   - lottery: the lottery-pool identity must hold exactly the pot in
*>     save/lottery.dat
*>   - auctions: a listing sold and awaiting delivery in
*>     save/auctions.dat must be backed by a ledger payment from its
*>     buyer to its seller at the listed price
*> The faucet/sink pool identities (interest, upkeep, jobs, votes,
*> season, quests, bosses, referral rewards, buy-back) hold nothing on
*> disk; their nets are reported for information
*> only, as is the tombstone identity Privacy-Run moves an erased
*> player's ledger lines to (its net is what the erased accounts held).
*> A ledger account that matches nothing stored is an exception in its
*> own right. Every finding, with the size of the gap (stored minus
*> ledger), lands in a dated exception report under save/logs. Refused
*> while save/server.lock is held: in-memory balances are newer than the
*> saves and would show as gaps that aren't there.
IDENTIFICATION DIVISION.
PROGRAM-ID. EconomyReconcile-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-LEDGER
        ASSIGN TO LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-LEDGER-INDEX
        ASSIGN TO "save/economy-ledger.index"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-BALANCE-PEEK
        ASSIGN TO PEEK-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-AUCTION-FILE-IN
        ASSIGN TO "save/auctions.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-LEDGER.
    01 LEDGER-LINE               PIC X(160).
FD FD-LEDGER-INDEX.
    01 LEDGER-INDEX-LINE         PIC X(64).
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-BALANCE-PEEK.
    COPY DD-PLAYER-FILE.
FD FD-AUCTION-FILE-IN.
    COPY DD-AUCTION-FILE.
FD FD-REPORT.
    01 REPORT-LINE               PIC X(200).
WORKING-STORAGE SECTION.
    COPY DD-TOWNS.
    COPY DD-BOUNTIES.
    COPY DD-TREASURY.
    COPY DD-BANKNOTES.
    COPY DD-LOTTERY.
    01 PEEK-FILE-NAME            PIC X(64).
    01 REPORT-FILE-NAME          PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    *> every UUID the ledger mentions, with its replayed net and
    *> whether a stored balance has claimed it yet
    01 MAX-ACCOUNTS              BINARY-LONG UNSIGNED VALUE 1024.
    01 ACCOUNTS.
        05 ACCOUNT-ENTRY OCCURS 1024 TIMES.
            10 ACCOUNT-UUID-STR  PIC X(36).
            10 ACCOUNT-NET       BINARY-LONG-LONG.
            10 ACCOUNT-LINES     BINARY-LONG UNSIGNED.
            10 ACCOUNT-MATCHED   BINARY-CHAR UNSIGNED.
    01 ACCOUNT-COUNT             BINARY-LONG UNSIGNED.
    01 ACCOUNT-INDEX             BINARY-LONG UNSIGNED.
    01 FOUND-ACCOUNT             BINARY-LONG UNSIGNED.
    01 ACCOUNT-CAP-REPORTED      BINARY-CHAR UNSIGNED.
    *> the pool identities, derived the way their owning programs
    *> derive them
    01 MAX-POOLS                 BINARY-LONG UNSIGNED VALUE 15.
    01 POOL-TABLE.
        05 POOL-ENTRY OCCURS 15 TIMES.
            10 POOL-SEED         PIC X(16).
            10 POOL-SEED-LEN     BINARY-LONG UNSIGNED.
            10 POOL-UUID         PIC X(16).
            10 POOL-UUID-STR     PIC X(36).
    01 POOL-INDEX                BINARY-LONG UNSIGNED.
    01 BOUNTY-POOL-STR           PIC X(36).
    01 DUEL-POOL-STR             PIC X(36).
    01 TREASURY-STR              PIC X(36).
    01 BANKNOTE-POOL-STR         PIC X(36).
    01 LOTTERY-POOL-STR          PIC X(36).
    *> sold-awaiting-delivery listings waiting for their ledger proof
    01 MAX-SOLD                  BINARY-LONG UNSIGNED VALUE 32.
    01 SOLD-TABLE.
        05 SOLD-ENTRY OCCURS 32 TIMES.
            10 SOLD-SLOT         BINARY-LONG UNSIGNED.
            10 SOLD-SELLER-STR   PIC X(36).
            10 SOLD-BUYER-STR    PIC X(36).
            10 SOLD-PRICE        BINARY-LONG.
            10 SOLD-BACKED       BINARY-CHAR UNSIGNED.
    01 SOLD-COUNT                BINARY-LONG UNSIGNED.
    01 SOLD-INDEX                BINARY-LONG UNSIGNED.
    01 AUCTION-SLOT-NUMBER       BINARY-LONG UNSIGNED.
    *> usercache roster, unique by UUID, newest name wins
    01 MAX-ROSTER                BINARY-LONG UNSIGNED VALUE 256.
    01 ROSTER.
        05 ROSTER-ENTRY OCCURS 256 TIMES.
            10 ROSTER-UUID-STR   PIC X(36).
            10 ROSTER-UUID       PIC X(16).
            10 ROSTER-NAME       PIC X(16).
    01 ROSTER-COUNT              BINARY-LONG UNSIGNED.
    01 ROSTER-INDEX              BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 LINE-FROM-STR             PIC X(36).
    01 LINE-TO-STR               PIC X(36).
    01 LINE-AMOUNT-TOKEN         PIC X(12).
    01 LINE-AMOUNT               BINARY-LONG-LONG.
    01 LOOKUP-UUID-STR           PIC X(36).
    01 PEEK-BALANCE              BINARY-LONG.
    01 PEEK-LOADED               BINARY-CHAR UNSIGNED.
    01 PEEK-STATE                BINARY-CHAR UNSIGNED.
        88 PEEK-MISSING          VALUE 0.
        88 PEEK-OK               VALUE 1.
        88 PEEK-OLD-LAYOUT       VALUE 2.
    01 STORED-AMOUNT             BINARY-LONG-LONG.
    01 LEDGER-AMOUNT             BINARY-LONG-LONG.
    01 GAP-AMOUNT                BINARY-LONG-LONG.
    01 TOWN-INDEX                BINARY-LONG UNSIGNED.
    01 TOWN-UUID-STR             PIC X(36).
    01 BOUNTY-INDEX              BINARY-LONG UNSIGNED.
    01 BOUNTY-ESCROW             BINARY-LONG-LONG.
    01 NOTE-INDEX                BINARY-LONG UNSIGNED.
    01 NOTE-ESCROW               BINARY-LONG-LONG.
    01 EXCEPTION-KIND            PIC X(16).
    01 EXCEPTION-SUBJECT         PIC X(36).
    01 EXCEPTION-NAME            PIC X(16).
    01 LEDGER-LINE-COUNT         BINARY-LONG UNSIGNED.
    01 LEDGER-FILE-NAME          PIC X(64).
    01 CHECKED-COUNT             BINARY-LONG UNSIGNED.
    01 EXCEPTION-COUNT           BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 STORED-DISPLAY            PIC -(12)9.
    01 LEDGER-DISPLAY            PIC -(12)9.
    01 GAP-DISPLAY               PIC -(12)9.

PROCEDURE DIVISION.
    *> a running server holds newer balances in memory than on disk
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "ledger reconciliation refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/economy-reconcile-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME

    MOVE 0 TO ACCOUNT-COUNT
    MOVE 0 TO ACCOUNT-CAP-REPORTED
    MOVE 0 TO LEDGER-LINE-COUNT
    MOVE 0 TO CHECKED-COUNT
    MOVE 0 TO EXCEPTION-COUNT

    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "ledger reconciliation " FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM DERIVE-POOLS
    PERFORM LOAD-SOLD-AUCTIONS
    PERFORM REPLAY-LEDGER
    PERFORM BUILD-ROSTER
    PERFORM CHECK-PLAYERS
    PERFORM CHECK-TOWNS
    PERFORM CHECK-BOUNTY-ESCROW
    PERFORM CHECK-DUEL-ESCROW
    PERFORM CHECK-TREASURY
    PERFORM CHECK-NOTE-ESCROW
    PERFORM CHECK-LOTTERY-POT
    PERFORM CHECK-AUCTIONS
    PERFORM REPORT-POOLS
    PERFORM REPORT-UNMATCHED
    PERFORM WRITE-SUMMARY
    CLOSE FD-REPORT
    GOBACK.

DERIVE-POOLS.
    MOVE "interestpool" TO POOL-SEED(1)
    MOVE 12 TO POOL-SEED-LEN(1)
    MOVE "upkeeppool" TO POOL-SEED(2)
    MOVE 10 TO POOL-SEED-LEN(2)
    MOVE "jobspool" TO POOL-SEED(3)
    MOVE 8 TO POOL-SEED-LEN(3)
    MOVE "votepool" TO POOL-SEED(4)
    MOVE 8 TO POOL-SEED-LEN(4)
    MOVE "erased" TO POOL-SEED(5)
    MOVE 6 TO POOL-SEED-LEN(5)
    MOVE "bountypool" TO POOL-SEED(6)
    MOVE 10 TO POOL-SEED-LEN(6)
    MOVE "seasonpool" TO POOL-SEED(7)
    MOVE 10 TO POOL-SEED-LEN(7)
    MOVE "questpool" TO POOL-SEED(8)
    MOVE 9 TO POOL-SEED-LEN(8)
    MOVE "duelpool" TO POOL-SEED(9)
    MOVE 8 TO POOL-SEED-LEN(9)
    MOVE "bosspool" TO POOL-SEED(10)
    MOVE 8 TO POOL-SEED-LEN(10)
    MOVE "treasury" TO POOL-SEED(11)
    MOVE 8 TO POOL-SEED-LEN(11)
    MOVE "banknotes" TO POOL-SEED(12)
    MOVE 9 TO POOL-SEED-LEN(12)
    MOVE "lotterypool" TO POOL-SEED(13)
    MOVE 11 TO POOL-SEED-LEN(13)
    MOVE "referralpool" TO POOL-SEED(14)
    MOVE 12 TO POOL-SEED-LEN(14)
    MOVE "buybackpool" TO POOL-SEED(15)
    MOVE 11 TO POOL-SEED-LEN(15)
    PERFORM VARYING POOL-INDEX FROM 1 BY 1 UNTIL POOL-INDEX > MAX-POOLS
        CALL "UUID-OfflineFromName" USING POOL-SEED(POOL-INDEX)
            POOL-SEED-LEN(POOL-INDEX) POOL-UUID(POOL-INDEX)
        CALL "UUID-ToString" USING POOL-UUID(POOL-INDEX)
            POOL-UUID-STR(POOL-INDEX)
    END-PERFORM
    MOVE POOL-UUID-STR(6) TO BOUNTY-POOL-STR
    MOVE POOL-UUID-STR(9) TO DUEL-POOL-STR
    MOVE POOL-UUID-STR(11) TO TREASURY-STR
    MOVE POOL-UUID-STR(12) TO BANKNOTE-POOL-STR
    MOVE POOL-UUID-STR(13) TO LOTTERY-POOL-STR.

LOAD-SOLD-AUCTIONS.
    *> read straight off disk: Auctions-Init resolves item names
    *> through the registries, which an offline batch never loads
    MOVE 0 TO SOLD-COUNT
    MOVE 0 TO AUCTION-SLOT-NUMBER
    OPEN INPUT FD-AUCTION-FILE-IN
    PERFORM UNTIL EXIT
        READ FD-AUCTION-FILE-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO AUCTION-SLOT-NUMBER
                IF FILE-AUCTION-STATE = 2 AND SOLD-COUNT < MAX-SOLD
                    ADD 1 TO SOLD-COUNT
                    MOVE AUCTION-SLOT-NUMBER TO SOLD-SLOT(SOLD-COUNT)
                    CALL "UUID-ToString" USING FILE-AUCTION-SELLER-UUID
                        SOLD-SELLER-STR(SOLD-COUNT)
                    CALL "UUID-ToString" USING FILE-AUCTION-BUYER-UUID
                        SOLD-BUYER-STR(SOLD-COUNT)
                    MOVE FILE-AUCTION-PRICE TO SOLD-PRICE(SOLD-COUNT)
                    MOVE 0 TO SOLD-BACKED(SOLD-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-AUCTION-FILE-IN.

REPLAY-LEDGER.
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
                    PERFORM REPLAY-LEDGER-FILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LEDGER-INDEX
    MOVE "save/economy-ledger.log" TO LEDGER-FILE-NAME
    PERFORM REPLAY-LEDGER-FILE.

REPLAY-LEDGER-FILE.
    OPEN INPUT FD-LEDGER
    PERFORM UNTIL EXIT
        READ FD-LEDGER
            AT END
                EXIT PERFORM
            NOT AT END
                IF LEDGER-LINE NOT = SPACES
                    PERFORM REPLAY-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LEDGER.

REPLAY-ONE-LINE.
    *> "timestamp(20) from-uuid to-uuid amount" as
    *> Economy-LogTransaction writes it
    ADD 1 TO LEDGER-LINE-COUNT
    MOVE SPACES TO LINE-FROM-STR
    MOVE SPACES TO LINE-TO-STR
    MOVE SPACES TO LINE-AMOUNT-TOKEN
    UNSTRING LEDGER-LINE(22:139) DELIMITED BY ALL " "
        INTO LINE-FROM-STR LINE-TO-STR LINE-AMOUNT-TOKEN
    COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(LINE-AMOUNT-TOKEN)

    MOVE LINE-FROM-STR TO LOOKUP-UUID-STR
    PERFORM FIND-OR-ADD-ACCOUNT
    IF FOUND-ACCOUNT NOT = 0
        SUBTRACT LINE-AMOUNT FROM ACCOUNT-NET(FOUND-ACCOUNT)
        ADD 1 TO ACCOUNT-LINES(FOUND-ACCOUNT)
    END-IF
    MOVE LINE-TO-STR TO LOOKUP-UUID-STR
    PERFORM FIND-OR-ADD-ACCOUNT
    IF FOUND-ACCOUNT NOT = 0
        ADD LINE-AMOUNT TO ACCOUNT-NET(FOUND-ACCOUNT)
        ADD 1 TO ACCOUNT-LINES(FOUND-ACCOUNT)
    END-IF

    *> the first unclaimed matching payment backs a sold listing
    PERFORM VARYING SOLD-INDEX FROM 1 BY 1 UNTIL SOLD-INDEX > SOLD-COUNT
        IF SOLD-BACKED(SOLD-INDEX) = 0
                AND SOLD-BUYER-STR(SOLD-INDEX) = LINE-FROM-STR
                AND SOLD-SELLER-STR(SOLD-INDEX) = LINE-TO-STR
                AND SOLD-PRICE(SOLD-INDEX) = LINE-AMOUNT
            MOVE 1 TO SOLD-BACKED(SOLD-INDEX)
            MOVE SOLD-COUNT TO SOLD-INDEX
        END-IF
    END-PERFORM.

FIND-OR-ADD-ACCOUNT.
    PERFORM FIND-ACCOUNT
    IF FOUND-ACCOUNT NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF ACCOUNT-COUNT >= MAX-ACCOUNTS
        IF ACCOUNT-CAP-REPORTED = 0
            MOVE 1 TO ACCOUNT-CAP-REPORTED
            ADD 1 TO EXCEPTION-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "CAPACITY more than 1024 ledger accounts - "
                "later accounts are not reconciled" DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ACCOUNT-COUNT
    MOVE ACCOUNT-COUNT TO FOUND-ACCOUNT
    MOVE LOOKUP-UUID-STR TO ACCOUNT-UUID-STR(FOUND-ACCOUNT)
    MOVE 0 TO ACCOUNT-NET(FOUND-ACCOUNT)
    MOVE 0 TO ACCOUNT-LINES(FOUND-ACCOUNT)
    MOVE 0 TO ACCOUNT-MATCHED(FOUND-ACCOUNT).

FIND-ACCOUNT.
    MOVE 0 TO FOUND-ACCOUNT
    PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
            UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT OR FOUND-ACCOUNT NOT = 0
        IF ACCOUNT-UUID-STR(ACCOUNT-INDEX) = LOOKUP-UUID-STR
            MOVE ACCOUNT-INDEX TO FOUND-ACCOUNT
        END-IF
    END-PERFORM.

BUILD-ROSTER.
    MOVE 0 TO ROSTER-COUNT
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                IF USERCACHE-LINE NOT = SPACES
                    PERFORM ROSTER-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE.

ROSTER-ONE-LINE.
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING ROSTER-INDEX FROM 1 BY 1
            UNTIL ROSTER-INDEX > ROSTER-COUNT OR FOUND-INDEX NOT = 0
        IF ROSTER-UUID-STR(ROSTER-INDEX) = USERCACHE-LINE(1:36)
            MOVE ROSTER-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0
        IF ROSTER-COUNT >= MAX-ROSTER
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ROSTER-COUNT
        MOVE ROSTER-COUNT TO FOUND-INDEX
        MOVE USERCACHE-LINE(1:36) TO ROSTER-UUID-STR(FOUND-INDEX)
        CALL "UUID-FromString" USING ROSTER-UUID-STR(FOUND-INDEX)
            ROSTER-UUID(FOUND-INDEX)
    END-IF
    MOVE USERCACHE-LINE(38:16) TO ROSTER-NAME(FOUND-INDEX).

CHECK-PLAYERS.
    PERFORM VARYING ROSTER-INDEX FROM 1 BY 1
            UNTIL ROSTER-INDEX > ROSTER-COUNT
        PERFORM PEEK-SAVED-BALANCE
        MOVE ROSTER-UUID-STR(ROSTER-INDEX) TO LOOKUP-UUID-STR
        PERFORM FIND-ACCOUNT
        MOVE 0 TO LEDGER-AMOUNT
        IF FOUND-ACCOUNT NOT = 0
            MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
            MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
        END-IF
        MOVE "PLAYER" TO EXCEPTION-KIND
        MOVE ROSTER-UUID-STR(ROSTER-INDEX) TO EXCEPTION-SUBJECT
        MOVE ROSTER-NAME(ROSTER-INDEX) TO EXCEPTION-NAME
        EVALUATE TRUE
            WHEN PEEK-OK
                ADD 1 TO CHECKED-COUNT
                MOVE PEEK-BALANCE TO STORED-AMOUNT
                IF STORED-AMOUNT NOT = LEDGER-AMOUNT
                    PERFORM WRITE-GAP-LINE
                END-IF
            WHEN PEEK-OLD-LAYOUT
                *> the old layout has no balance field to compare; the
                *> owner's next login migrates it
                MOVE SPACES TO REPORT-LINE
                STRING "SKIPPED  player " ROSTER-UUID-STR(ROSTER-INDEX)
                    " " ROSTER-NAME(ROSTER-INDEX)
                    " save predates the current layout"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            WHEN OTHER
                *> no save at all is only a finding if money moved
                IF LEDGER-AMOUNT NOT = 0
                    ADD 1 TO CHECKED-COUNT
                    MOVE 0 TO STORED-AMOUNT
                    MOVE "PLAYER-NOSAVE" TO EXCEPTION-KIND
                    PERFORM WRITE-GAP-LINE
                END-IF
        END-EVALUATE
    END-PERFORM.

PEEK-SAVED-BALANCE.
    SET PEEK-MISSING TO TRUE
    MOVE 0 TO PEEK-BALANCE
    CALL "Players-PlayerFileName" USING ROSTER-UUID(ROSTER-INDEX)
        PEEK-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PEEK-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        SET PEEK-OLD-LAYOUT TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO PEEK-LOADED
    OPEN INPUT FD-BALANCE-PEEK
    READ FD-BALANCE-PEEK
        AT END
            CONTINUE
        NOT AT END
            MOVE 1 TO PEEK-LOADED
            MOVE FILE-PLAYER-BALANCE TO PEEK-BALANCE
    END-READ
    CLOSE FD-BALANCE-PEEK
    IF PEEK-LOADED NOT = 0
        SET PEEK-OK TO TRUE
    END-IF.

CHECK-TOWNS.
    CALL "Towns-Init"
    PERFORM VARYING TOWN-INDEX FROM 1 BY 1 UNTIL TOWN-INDEX > MAX-TOWNS
        IF TOWN-USED(TOWN-INDEX) NOT = 0
            ADD 1 TO CHECKED-COUNT
            CALL "UUID-ToString" USING TOWN-UUID(TOWN-INDEX)
                TOWN-UUID-STR
            MOVE TOWN-UUID-STR TO LOOKUP-UUID-STR
            PERFORM FIND-ACCOUNT
            MOVE 0 TO LEDGER-AMOUNT
            IF FOUND-ACCOUNT NOT = 0
                MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
                MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
            END-IF
            MOVE TOWN-BANK-BALANCE(TOWN-INDEX) TO STORED-AMOUNT
            IF STORED-AMOUNT NOT = LEDGER-AMOUNT
                MOVE "TOWN" TO EXCEPTION-KIND
                MOVE TOWN-UUID-STR TO EXCEPTION-SUBJECT
                MOVE TOWN-NAME(TOWN-INDEX) TO EXCEPTION-NAME
                PERFORM WRITE-GAP-LINE
            END-IF
        END-IF
    END-PERFORM.

CHECK-BOUNTY-ESCROW.
    CALL "Bounties-Init"
    MOVE 0 TO BOUNTY-ESCROW
    PERFORM VARYING BOUNTY-INDEX FROM 1 BY 1
            UNTIL BOUNTY-INDEX > MAX-BOUNTIES
        IF BOUNTY-USED(BOUNTY-INDEX) NOT = 0
            ADD BOUNTY-AMOUNT(BOUNTY-INDEX) TO BOUNTY-ESCROW
        END-IF
    END-PERFORM
    ADD 1 TO CHECKED-COUNT
    MOVE BOUNTY-POOL-STR TO LOOKUP-UUID-STR
    PERFORM FIND-ACCOUNT
    MOVE 0 TO LEDGER-AMOUNT
    IF FOUND-ACCOUNT NOT = 0
        MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
        MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
    END-IF
    MOVE BOUNTY-ESCROW TO STORED-AMOUNT
    IF STORED-AMOUNT NOT = LEDGER-AMOUNT
        MOVE "BOUNTY-ESCROW" TO EXCEPTION-KIND
        MOVE BOUNTY-POOL-STR TO EXCEPTION-SUBJECT
        MOVE "bountypool" TO EXCEPTION-NAME
        PERFORM WRITE-GAP-LINE
    END-IF.

CHECK-DUEL-ESCROW.
    ADD 1 TO CHECKED-COUNT
    MOVE DUEL-POOL-STR TO LOOKUP-UUID-STR
    PERFORM FIND-ACCOUNT
    MOVE 0 TO LEDGER-AMOUNT
    IF FOUND-ACCOUNT NOT = 0
        MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
        MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
    END-IF
    MOVE 0 TO STORED-AMOUNT
    IF STORED-AMOUNT NOT = LEDGER-AMOUNT
        MOVE "DUEL-ESCROW" TO EXCEPTION-KIND
        MOVE DUEL-POOL-STR TO EXCEPTION-SUBJECT
        MOVE "duelpool" TO EXCEPTION-NAME
        PERFORM WRITE-GAP-LINE
    END-IF.

CHECK-TREASURY.
    CALL "Treasury-Init"
    ADD 1 TO CHECKED-COUNT
    MOVE TREASURY-STR TO LOOKUP-UUID-STR
    PERFORM FIND-ACCOUNT
    MOVE 0 TO LEDGER-AMOUNT
    IF FOUND-ACCOUNT NOT = 0
        MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
        MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
    END-IF
    MOVE TREASURY-BALANCE TO STORED-AMOUNT
    IF STORED-AMOUNT NOT = LEDGER-AMOUNT
        MOVE "TREASURY" TO EXCEPTION-KIND
        MOVE TREASURY-STR TO EXCEPTION-SUBJECT
        MOVE "treasury" TO EXCEPTION-NAME
        PERFORM WRITE-GAP-LINE
    END-IF.

CHECK-NOTE-ESCROW.
    CALL "Banknotes-Init"
    MOVE 0 TO NOTE-ESCROW
    PERFORM VARYING NOTE-INDEX FROM 1 BY 1
            UNTIL NOTE-INDEX > MAX-BANKNOTES
        IF BANKNOTE-USED(NOTE-INDEX) NOT = 0
            ADD BANKNOTE-VALUE(NOTE-INDEX) TO NOTE-ESCROW
        END-IF
    END-PERFORM
    ADD 1 TO CHECKED-COUNT
    MOVE BANKNOTE-POOL-STR TO LOOKUP-UUID-STR
    PERFORM FIND-ACCOUNT
    MOVE 0 TO LEDGER-AMOUNT
    IF FOUND-ACCOUNT NOT = 0
        MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
        MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
    END-IF
    MOVE NOTE-ESCROW TO STORED-AMOUNT
    IF STORED-AMOUNT NOT = LEDGER-AMOUNT
        MOVE "NOTE-ESCROW" TO EXCEPTION-KIND
        MOVE BANKNOTE-POOL-STR TO EXCEPTION-SUBJECT
        MOVE "banknotes" TO EXCEPTION-NAME
        PERFORM WRITE-GAP-LINE
    END-IF.

CHECK-LOTTERY-POT.
    CALL "Lottery-Init"
    ADD 1 TO CHECKED-COUNT
    MOVE LOTTERY-POOL-STR TO LOOKUP-UUID-STR
    PERFORM FIND-ACCOUNT
    MOVE 0 TO LEDGER-AMOUNT
    IF FOUND-ACCOUNT NOT = 0
        MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
        MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-AMOUNT
    END-IF
    MOVE LOTTERY-POT TO STORED-AMOUNT
    IF STORED-AMOUNT NOT = LEDGER-AMOUNT
        MOVE "LOTTERY-POT" TO EXCEPTION-KIND
        MOVE LOTTERY-POOL-STR TO EXCEPTION-SUBJECT
        MOVE "lotterypool" TO EXCEPTION-NAME
        PERFORM WRITE-GAP-LINE
    END-IF.

CHECK-AUCTIONS.
    PERFORM VARYING SOLD-INDEX FROM 1 BY 1 UNTIL SOLD-INDEX > SOLD-COUNT
        ADD 1 TO CHECKED-COUNT
        IF SOLD-BACKED(SOLD-INDEX) = 0
            ADD 1 TO EXCEPTION-COUNT
            MOVE SOLD-SLOT(SOLD-INDEX) TO COUNT-DISPLAY
            MOVE SOLD-PRICE(SOLD-INDEX) TO STORED-DISPLAY
            MOVE SPACES TO REPORT-LINE
            STRING "AUCTION  listing " FUNCTION TRIM(COUNT-DISPLAY)
                " buyer " SOLD-BUYER-STR(SOLD-INDEX)
                " seller " SOLD-SELLER-STR(SOLD-INDEX)
                " price " FUNCTION TRIM(STORED-DISPLAY)
                " has no matching ledger payment"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.

REPORT-POOLS.
    *> faucets and sinks hold nothing on disk; their nets are the
    *> money the economy created (negative) or destroyed (positive).
    *> The tombstone's net is what erased players were holding.
    *> (the bounty pool, 6, and the duel pool, 9, are checked against
    *> their escrow instead, the treasury, 11, against its save,
    *> the banknotes, 12, against the notes outstanding, and the
    *> lottery, 13, against its pot)
    PERFORM VARYING POOL-INDEX FROM 1 BY 1 UNTIL POOL-INDEX > MAX-POOLS
        MOVE POOL-UUID-STR(POOL-INDEX) TO LOOKUP-UUID-STR
        PERFORM FIND-ACCOUNT
        IF FOUND-ACCOUNT NOT = 0 AND POOL-INDEX NOT = 6
                AND POOL-INDEX NOT = 9 AND POOL-INDEX NOT = 11
                AND POOL-INDEX NOT = 12 AND POOL-INDEX NOT = 13
            MOVE 1 TO ACCOUNT-MATCHED(FOUND-ACCOUNT)
            MOVE ACCOUNT-NET(FOUND-ACCOUNT) TO LEDGER-DISPLAY
            MOVE SPACES TO REPORT-LINE
            STRING "POOL     " POOL-SEED(POOL-INDEX) " net "
                FUNCTION TRIM(LEDGER-DISPLAY) DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.

REPORT-UNMATCHED.
    *> a ledger account nobody stores a balance for: money moved to or
    *> from somewhere the saves can't see
    PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
            UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
        IF ACCOUNT-MATCHED(ACCOUNT-INDEX) = 0
                AND ACCOUNT-NET(ACCOUNT-INDEX) NOT = 0
            ADD 1 TO EXCEPTION-COUNT
            MOVE ACCOUNT-NET(ACCOUNT-INDEX) TO LEDGER-DISPLAY
            MOVE ACCOUNT-LINES(ACCOUNT-INDEX) TO COUNT-DISPLAY
            MOVE SPACES TO REPORT-LINE
            STRING "UNKNOWN  account " ACCOUNT-UUID-STR(ACCOUNT-INDEX)
                " ledger net " FUNCTION TRIM(LEDGER-DISPLAY)
                " over " FUNCTION TRIM(COUNT-DISPLAY)
                " line(s), no stored balance" DELIMITED BY SIZE
                INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.

WRITE-GAP-LINE.
    ADD 1 TO EXCEPTION-COUNT
    COMPUTE GAP-AMOUNT = STORED-AMOUNT - LEDGER-AMOUNT
    MOVE STORED-AMOUNT TO STORED-DISPLAY
    MOVE LEDGER-AMOUNT TO LEDGER-DISPLAY
    MOVE GAP-AMOUNT TO GAP-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "MISMATCH " FUNCTION TRIM(EXCEPTION-KIND) " "
        EXCEPTION-SUBJECT " " FUNCTION TRIM(EXCEPTION-NAME)
        " stored " FUNCTION TRIM(STORED-DISPLAY)
        " ledger " FUNCTION TRIM(LEDGER-DISPLAY)
        " gap " FUNCTION TRIM(GAP-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-SUMMARY.
    MOVE LEDGER-LINE-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "replayed " FUNCTION TRIM(COUNT-DISPLAY)
        " ledger line(s)" DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE CHECKED-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "checked " FUNCTION TRIM(COUNT-DISPLAY)
        " stored balance(s)" DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE EXCEPTION-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " exception(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF EXCEPTION-COUNT NOT = 0
        CALL "Log-Write" USING "WARN"
            "ledger reconciliation found exceptions, see save/logs"
    END-IF.

END PROGRAM EconomyReconcile-Run.
