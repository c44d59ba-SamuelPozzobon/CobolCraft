*> --- Treasury-Init ---
*> Loads the server treasury balance from save/treasury.dat, a single
*> line holding the balance; a missing or unreadable file is an empty
*> treasury. Called at server startup and by the ledger reconciliation,
*> which checks the stored balance against the ledger.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-TREASURY
        ASSIGN TO "save/treasury.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-TREASURY.
    01 TREASURY-LINE             PIC X(16).
WORKING-STORAGE SECTION.
    COPY DD-TREASURY.

PROCEDURE DIVISION.
    MOVE 0 TO TREASURY-BALANCE
    OPEN INPUT FD-TREASURY
    READ FD-TREASURY
        AT END
            CONTINUE
        NOT AT END
            IF FUNCTION TEST-NUMVAL(TREASURY-LINE) = 0
                COMPUTE TREASURY-BALANCE = FUNCTION NUMVAL(TREASURY-LINE)
            END-IF
    END-READ
    CLOSE FD-TREASURY
    GOBACK.

END PROGRAM Treasury-Init.

*> --- Treasury-Save ---
*> Writes the treasury balance to save/treasury.dat through the usual
*> temp-then-rename. Called after every movement in or out.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-TREASURY-OUT
        ASSIGN TO "save/treasury.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-TREASURY-OUT.
    01 TREASURY-LINE             PIC X(16).
WORKING-STORAGE SECTION.
    COPY DD-TREASURY.
    01 BALANCE-DISPLAY           PIC -(9)9.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    MOVE TREASURY-BALANCE TO BALANCE-DISPLAY
    OPEN OUTPUT FD-TREASURY-OUT
    MOVE FUNCTION TRIM(BALANCE-DISPLAY) TO TREASURY-LINE
    WRITE TREASURY-LINE
    CLOSE FD-TREASURY-OUT
    CALL "CBL_RENAME_FILE" USING "save/treasury.dat.tmp"
        "save/treasury.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "treasury: could not write save/treasury.dat"
    END-IF
    GOBACK.

END PROGRAM Treasury-Save.

*> --- Treasury-Journal ---
*> Appends one movement to save/treasury.log:
*>   timestamp IN|OUT code amount counterparty-uuid
*> where the code is the tax source (SHOP, AUCTION, TRADE) for money
*> coming in and the purpose staff gave for money going out.
*> TreasuryStatement-Run reads it back into the monthly statement.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Journal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-TREASURY-LOG
        ASSIGN TO "save/treasury.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-TREASURY-LOG.
    01 JOURNAL-LINE              PIC X(120).
WORKING-STORAGE SECTION.
    01 PARTY-UUID-STR            PIC X(36).
    01 AMOUNT-DISPLAY            PIC -(9)9.
LINKAGE SECTION.
    01 LK-DIRECTION              PIC X ANY LENGTH.
    01 LK-CODE                   PIC X ANY LENGTH.
    01 LK-AMOUNT                 BINARY-LONG.
    01 LK-PARTY-UUID             PIC X(16).

PROCEDURE DIVISION USING LK-DIRECTION LK-CODE LK-AMOUNT LK-PARTY-UUID.
    CALL "CBL_CREATE_DIR" USING "save"

    CALL "UUID-ToString" USING LK-PARTY-UUID PARTY-UUID-STR
    MOVE LK-AMOUNT TO AMOUNT-DISPLAY
    MOVE SPACES TO JOURNAL-LINE
    STRING FUNCTION CURRENT-DATE(1:14) " "
        FUNCTION TRIM(LK-DIRECTION) " "
        FUNCTION TRIM(LK-CODE) " "
        FUNCTION TRIM(AMOUNT-DISPLAY) " "
        PARTY-UUID-STR DELIMITED BY SIZE
        INTO JOURNAL-LINE

    OPEN EXTEND FD-TREASURY-LOG
    WRITE JOURNAL-LINE
    CLOSE FD-TREASURY-LOG
    GOBACK.

END PROGRAM Treasury-Journal.

*> --- Treasury-CollectTax ---
*> Takes the sales tax on a payment that has just settled: the
*> configured percentage (sales-tax-percent, default 2, rounded down)
*> of the gross, out of the party that received the payment - an
*> online player in memory, an offline one straight into their save.
*> The cut is its own ledger line to the treasury identity, reason
*> TAX-<source>, after the line for the payment itself, so the ledger
*> reads as the two movements they were. A cut that rounds to nothing,
*> or an offline save that can't be debited, takes no tax; LK-TAX
*> returns what was actually taken.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-CollectTax.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TREASURY.
    COPY DD-PLAYERS.
    01 C-TREASURY-SEED           PIC X(16) VALUE "treasury".
    01 C-TREASURY-SEED-LEN       BINARY-LONG UNSIGNED VALUE 8.
    01 TREASURY-UUID             PIC X(16).
    01 TAX-PERCENT               BINARY-LONG-LONG.
    01 PAYER-PLAYER              BINARY-CHAR.
    01 DEBIT-AMOUNT              BINARY-LONG.
    01 OFFLINE-OK                BINARY-CHAR UNSIGNED.
    01 REASON-CODE               PIC X(16).
LINKAGE SECTION.
    01 LK-PAYER-UUID             PIC X(16).
    01 LK-GROSS                  BINARY-LONG.
    01 LK-SOURCE                 PIC X ANY LENGTH.
    01 LK-TAX                    BINARY-LONG.

PROCEDURE DIVISION USING LK-PAYER-UUID LK-GROSS LK-SOURCE LK-TAX.
    MOVE 0 TO LK-TAX
    CALL "Config-GetNumber" USING "sales-tax-percent" 2 TAX-PERCENT
    IF TAX-PERCENT < 1 OR LK-GROSS < 1
        GOBACK
    END-IF
    IF TAX-PERCENT > 50
        MOVE 50 TO TAX-PERCENT
    END-IF
    COMPUTE LK-TAX = LK-GROSS * TAX-PERCENT / 100
    IF LK-TAX < 1
        MOVE 0 TO LK-TAX
        GOBACK
    END-IF

    CALL "Players-FindConnectedByUUID" USING LK-PAYER-UUID PAYER-PLAYER
    IF PAYER-PLAYER NOT = 0
        SUBTRACT LK-TAX FROM PLAYER-BALANCE(PAYER-PLAYER)
    ELSE
        COMPUTE DEBIT-AMOUNT = 0 - LK-TAX
        CALL "Economy-AdjustOffline" USING LK-PAYER-UUID DEBIT-AMOUNT
            OFFLINE-OK
        IF OFFLINE-OK = 0
            MOVE 0 TO LK-TAX
            GOBACK
        END-IF
    END-IF

    CALL "UUID-OfflineFromName" USING C-TREASURY-SEED
        C-TREASURY-SEED-LEN TREASURY-UUID
    MOVE SPACES TO REASON-CODE
    STRING "TAX-" FUNCTION TRIM(LK-SOURCE) DELIMITED BY SIZE
        INTO REASON-CODE
    CALL "Economy-LogTransaction" USING LK-PAYER-UUID TREASURY-UUID
        LK-TAX REASON-CODE
    ADD LK-TAX TO TREASURY-BALANCE
    CALL "Treasury-Save"
    CALL "Treasury-Journal" USING "IN" LK-SOURCE LK-TAX LK-PAYER-UUID
    GOBACK.

END PROGRAM Treasury-CollectTax.

*> --- RegisterCommand-Treasury ---
*> Registers TREASURY at permission level 3:
*>   treasury                                   - the balance
*>   treasury pay <player> <amount> [purpose]   - spend from it
*> A payment goes to an online player in memory or an offline one
*> straight into their save, lands in the ledger from the treasury
*> identity with reason TREASURY, and is journalled under its purpose
*> (one word, "prize" when none is given) so the monthly statement can
*> show where the treasury's money went.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Treasury.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Treasury"
    CALL "Commands-Register" USING "TREASURY" 3 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Treasury ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Treasury.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-TREASURY.
        COPY DD-PLAYERS.
        01 C-TREASURY-SEED        PIC X(16) VALUE "treasury".
        01 C-TREASURY-SEED-LEN    BINARY-LONG UNSIGNED VALUE 8.
        01 TREASURY-UUID          PIC X(16).
        01 SUB-COMMAND            PIC X(12).
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 AMOUNT-ARG             PIC X(12).
        01 PURPOSE-ARG            PIC X(16).
        01 PAY-AMOUNT             BINARY-LONG.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 OFFLINE-OK             BINARY-CHAR UNSIGNED.
        01 BALANCE-DISPLAY        PIC -(9)9.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO SUB-COMMAND TARGET-NAME AMOUNT-ARG PURPOSE-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " "
                INTO SUB-COMMAND TARGET-NAME AMOUNT-ARG PURPOSE-ARG
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN SPACES
                MOVE TREASURY-BALANCE TO BALANCE-DISPLAY
                STRING "Treasury: " FUNCTION TRIM(BALANCE-DISPLAY)
                    " coins" DELIMITED BY SIZE
                    INTO LK-COMMAND-RESPONSE-TEXT
            WHEN "PAY"
                PERFORM PAY-FROM-TREASURY
            WHEN OTHER
                MOVE "Usage: treasury [pay <player> <amount> [purpose]]"
                    TO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    PAY-FROM-TREASURY.
        IF FUNCTION TEST-NUMVAL(AMOUNT-ARG) NOT = 0
                OR TARGET-NAME = SPACES
            MOVE "Usage: treasury pay <player> <amount> [purpose]"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE PAY-AMOUNT = FUNCTION NUMVAL(AMOUNT-ARG)
        IF PAY-AMOUNT < 1
            MOVE "The amount must be a positive number"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF TREASURY-BALANCE < PAY-AMOUNT
            MOVE TREASURY-BALANCE TO BALANCE-DISPLAY
            STRING "The treasury only holds "
                FUNCTION TRIM(BALANCE-DISPLAY) " coins"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF PURPOSE-ARG = SPACES
            MOVE "prize" TO PURPOSE-ARG
        END-IF

        COMPUTE TARGET-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(TARGET-NAME)
        CALL "Players-LookupUUIDByName" USING TARGET-NAME
            TARGET-NAME-LENGTH TARGET-UUID TARGET-FOUND
        IF TARGET-FOUND = 0
            STRING "Unknown player: " FUNCTION TRIM(TARGET-NAME)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        *> the credit lands before the treasury is debited, as PAY does
        CALL "Players-FindConnectedByUUID" USING TARGET-UUID TARGET-PLAYER
        IF TARGET-PLAYER = 0
            CALL "Economy-AdjustOffline" USING TARGET-UUID PAY-AMOUNT
                OFFLINE-OK
            IF OFFLINE-OK = 0
                MOVE "That player has no save to pay into"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
        ELSE
            ADD PAY-AMOUNT TO PLAYER-BALANCE(TARGET-PLAYER)
        END-IF

        CALL "UUID-OfflineFromName" USING C-TREASURY-SEED
            C-TREASURY-SEED-LEN TREASURY-UUID
        CALL "Economy-LogTransaction" USING TREASURY-UUID TARGET-UUID
            PAY-AMOUNT "TREASURY"
        SUBTRACT PAY-AMOUNT FROM TREASURY-BALANCE
        CALL "Treasury-Save"
        CALL "Treasury-Journal" USING "OUT" PURPOSE-ARG PAY-AMOUNT
            TARGET-UUID

        STRING "Paid " FUNCTION TRIM(AMOUNT-ARG) " from the treasury to "
            FUNCTION TRIM(TARGET-NAME) " (" FUNCTION TRIM(PURPOSE-ARG) ")"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    END PROGRAM Callback-Treasury.

END PROGRAM RegisterCommand-Treasury.
