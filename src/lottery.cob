*> --- Lottery-Init ---
*> Clears the lottery and reloads it from save/lottery.dat: the first
*> line is "pot draw-number last-draw-YYYYMMDD", then one line per
*> ticket holder:
*>   uuid tickets name
*> A missing file is an empty pot before draw 1. Called at server
*> startup and by the ledger reconciliation, which checks the pot
*> against the lottery-pool identity.
IDENTIFICATION DIVISION.
PROGRAM-ID. Lottery-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-LOTTERY
        ASSIGN TO "save/lottery.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-LOTTERY.
    01 LOTTERY-LINE              PIC X(96).
WORKING-STORAGE SECTION.
    COPY DD-LOTTERY.
    01 UUID-TOKEN                PIC X(36).
    01 TICKETS-TOKEN             PIC X(12).
    01 NAME-TOKEN                PIC X(16).
    01 HEADER-READ               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO LOTTERY-POT
    MOVE 1 TO LOTTERY-DRAW-NUMBER
    MOVE SPACES TO LOTTERY-LAST-DRAW
    MOVE 0 TO LOTTERY-HOLDER-COUNT

    MOVE 0 TO HEADER-READ
    OPEN INPUT FD-LOTTERY
    PERFORM UNTIL EXIT
        IF LOTTERY-HOLDER-COUNT >= MAX-LOTTERY-HOLDERS
            EXIT PERFORM
        END-IF
        READ FD-LOTTERY
            AT END
                EXIT PERFORM
            NOT AT END
                IF LOTTERY-LINE NOT = SPACES
                    MOVE SPACES TO UUID-TOKEN TICKETS-TOKEN NAME-TOKEN
                    UNSTRING LOTTERY-LINE DELIMITED BY ALL " "
                        INTO UUID-TOKEN TICKETS-TOKEN NAME-TOKEN
                    IF HEADER-READ = 0
                        MOVE 1 TO HEADER-READ
                        COMPUTE LOTTERY-POT = FUNCTION NUMVAL(UUID-TOKEN)
                        COMPUTE LOTTERY-DRAW-NUMBER =
                            FUNCTION NUMVAL(TICKETS-TOKEN)
                        MOVE NAME-TOKEN TO LOTTERY-LAST-DRAW
                    ELSE
                        ADD 1 TO LOTTERY-HOLDER-COUNT
                        CALL "UUID-FromString" USING UUID-TOKEN
                            LOTTERY-HOLDER-UUID(LOTTERY-HOLDER-COUNT)
                        COMPUTE LOTTERY-HOLDER-TICKETS(LOTTERY-HOLDER-COUNT)
                            = FUNCTION NUMVAL(TICKETS-TOKEN)
                        MOVE NAME-TOKEN
                            TO LOTTERY-HOLDER-NAME(LOTTERY-HOLDER-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LOTTERY
    IF LOTTERY-DRAW-NUMBER = 0
        MOVE 1 TO LOTTERY-DRAW-NUMBER
    END-IF
    GOBACK.

END PROGRAM Lottery-Init.

*> --- Lottery-Save ---
*> Writes the pot and the ticket holders to save/lottery.dat through
*> the usual temp-then-rename. Called after every ticket sale and draw.
IDENTIFICATION DIVISION.
PROGRAM-ID. Lottery-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-LOTTERY-OUT
        ASSIGN TO "save/lottery.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-LOTTERY-OUT.
    01 LOTTERY-LINE              PIC X(96).
WORKING-STORAGE SECTION.
    COPY DD-LOTTERY.
    01 HOLDER-INDEX              BINARY-LONG UNSIGNED.
    01 UUID-STR                  PIC X(36).
    01 POT-DISPLAY               PIC -(9)9.
    01 COUNT-DISPLAY             PIC Z(9)9.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-LOTTERY-OUT
    MOVE LOTTERY-POT TO POT-DISPLAY
    MOVE LOTTERY-DRAW-NUMBER TO COUNT-DISPLAY
    MOVE SPACES TO LOTTERY-LINE
    STRING FUNCTION TRIM(POT-DISPLAY) " " FUNCTION TRIM(COUNT-DISPLAY)
        " " LOTTERY-LAST-DRAW DELIMITED BY SIZE INTO LOTTERY-LINE
    WRITE LOTTERY-LINE
    PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
            UNTIL HOLDER-INDEX > LOTTERY-HOLDER-COUNT
        CALL "UUID-ToString" USING LOTTERY-HOLDER-UUID(HOLDER-INDEX)
            UUID-STR
        MOVE LOTTERY-HOLDER-TICKETS(HOLDER-INDEX) TO COUNT-DISPLAY
        MOVE SPACES TO LOTTERY-LINE
        STRING UUID-STR " " FUNCTION TRIM(COUNT-DISPLAY) " "
            LOTTERY-HOLDER-NAME(HOLDER-INDEX) DELIMITED BY SIZE
            INTO LOTTERY-LINE
        WRITE LOTTERY-LINE
    END-PERFORM
    CLOSE FD-LOTTERY-OUT
    CALL "CBL_RENAME_FILE" USING "save/lottery.dat.tmp"
        "save/lottery.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "lottery: could not write save/lottery.dat"
    END-IF
    GOBACK.

END PROGRAM Lottery-Save.

*> --- Lottery-Draw ---
*> Draws the lottery: one ticket out of all sold, so each holder's
*> chance is their share of the tickets. The whole pot goes from the
*> lottery-pool identity to the winner - an online one in memory, an
*> offline one straight into their save with a letter in the mailbox -
*> and every online player hears who won. Before anything is cleared
*> the draw is appended to save/lottery-draws.log with the full ticket
*> list:
*>   timestamp DRAW number pot tickets winner-uuid winner-name
*>   timestamp TICKET number holder-uuid holder-name tickets
*> so any result can be checked against who held what. A draw with no
*> tickets sold is logged with a blank winner and the pot rolls over
*> to the next one; so does a draw whose offline winner can't be paid,
*> which keeps its tickets and answers the caller with why.
*> LK-RESULT comes back as a short line for the caller to show.
IDENTIFICATION DIVISION.
PROGRAM-ID. Lottery-Draw.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-DRAW-LOG
        ASSIGN TO "save/lottery-draws.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-DRAW-LOG.
    01 DRAW-LOG-LINE             PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-LOTTERY.
    COPY DD-PLAYERS.
    01 C-POOL-SEED               PIC X(16) VALUE "lotterypool".
    01 C-POOL-SEED-LEN           BINARY-LONG UNSIGNED VALUE 11.
    01 POOL-UUID                 PIC X(16).
    01 HOLDER-INDEX              BINARY-LONG UNSIGNED.
    01 WINNER-INDEX              BINARY-LONG UNSIGNED.
    01 WINNER-PLAYER             BINARY-CHAR.
    01 TOTAL-TICKETS             BINARY-LONG.
    01 WINNING-TICKET            BINARY-LONG.
    01 RUNNING-TICKETS           BINARY-LONG.
    01 RANDOM-SEED               PIC 9(8).
    01 RANDOM-ROLL               FLOAT-LONG.
    01 PAYOUT                    BINARY-LONG.
    01 ADJUST-OK                 BINARY-CHAR UNSIGNED.
    01 DRAW-TIMESTAMP            PIC X(14).
    01 UUID-STR                  PIC X(36).
    01 WINNER-NAME               PIC X(16).
    01 NUMBER-DISPLAY            PIC Z(9)9.
    01 POT-DISPLAY               PIC Z(9)9.
    01 TICKETS-DISPLAY           PIC Z(9)9.
    01 ANNOUNCE-ARG              PIC X(64).
    01 MAIL-TEXT                 PIC X(256).
    01 MAIL-TEXT-LEN             BINARY-LONG UNSIGNED.
    01 LOG-MESSAGE               PIC X(160).
LINKAGE SECTION.
    01 LK-RESULT                 PIC X(80).

PROCEDURE DIVISION USING LK-RESULT.
    MOVE SPACES TO LK-RESULT
    MOVE FUNCTION CURRENT-DATE(1:14) TO DRAW-TIMESTAMP
    MOVE LOTTERY-DRAW-NUMBER TO NUMBER-DISPLAY
    MOVE LOTTERY-POT TO POT-DISPLAY

    MOVE 0 TO TOTAL-TICKETS
    PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
            UNTIL HOLDER-INDEX > LOTTERY-HOLDER-COUNT
        ADD LOTTERY-HOLDER-TICKETS(HOLDER-INDEX) TO TOTAL-TICKETS
    END-PERFORM
    MOVE TOTAL-TICKETS TO TICKETS-DISPLAY

    IF TOTAL-TICKETS = 0
        MOVE 0 TO WINNER-INDEX
        MOVE SPACES TO UUID-STR
        MOVE SPACES TO WINNER-NAME
        PERFORM WRITE-DRAW-HISTORY
        PERFORM CLOSE-DRAW
        CALL "Boss-Announce" USING "lottery-no-tickets"
            "No lottery tickets were sold - the pot of {0} rolls over"
            FUNCTION TRIM(POT-DISPLAY)
        STRING "Draw " FUNCTION TRIM(NUMBER-DISPLAY)
            ": no tickets, pot rolls over" DELIMITED BY SIZE
            INTO LK-RESULT
        GOBACK
    END-IF

    *> reseeded from the clock, or the first draw after every restart
    *> would land on the same ticket
    MOVE FUNCTION CURRENT-DATE(9:8) TO RANDOM-SEED
    COMPUTE RANDOM-ROLL = FUNCTION RANDOM(RANDOM-SEED)
    COMPUTE RANDOM-ROLL = FUNCTION RANDOM
    COMPUTE WINNING-TICKET = FUNCTION INTEGER(RANDOM-ROLL * TOTAL-TICKETS)
        + 1
    IF WINNING-TICKET > TOTAL-TICKETS
        MOVE TOTAL-TICKETS TO WINNING-TICKET
    END-IF
    MOVE 0 TO RUNNING-TICKETS
    MOVE 0 TO WINNER-INDEX
    PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
            UNTIL HOLDER-INDEX > LOTTERY-HOLDER-COUNT
            OR WINNER-INDEX NOT = 0
        ADD LOTTERY-HOLDER-TICKETS(HOLDER-INDEX) TO RUNNING-TICKETS
        IF RUNNING-TICKETS >= WINNING-TICKET
            MOVE HOLDER-INDEX TO WINNER-INDEX
        END-IF
    END-PERFORM
    MOVE LOTTERY-HOLDER-NAME(WINNER-INDEX) TO WINNER-NAME
    CALL "UUID-ToString" USING LOTTERY-HOLDER-UUID(WINNER-INDEX) UUID-STR

    *> pay first: a winner the server can't credit keeps the draw open
    MOVE LOTTERY-POT TO PAYOUT
    IF PAYOUT > 0
        CALL "Players-FindConnectedByUUID" USING
            LOTTERY-HOLDER-UUID(WINNER-INDEX) WINNER-PLAYER
        IF WINNER-PLAYER NOT = 0
            ADD PAYOUT TO PLAYER-BALANCE(WINNER-PLAYER)
        ELSE
            CALL "Economy-AdjustOffline" USING
                LOTTERY-HOLDER-UUID(WINNER-INDEX) PAYOUT ADJUST-OK
            IF ADJUST-OK = 0
                MOVE SPACES TO LOG-MESSAGE
                STRING "lottery draw " FUNCTION TRIM(NUMBER-DISPLAY)
                    " not paid: no save for winner "
                    FUNCTION TRIM(WINNER-NAME) DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                CALL "Log-Write" USING "WARN" LOG-MESSAGE
                STRING "Draw " FUNCTION TRIM(NUMBER-DISPLAY)
                    " not made: winner " FUNCTION TRIM(WINNER-NAME)
                    " could not be paid" DELIMITED BY SIZE
                    INTO LK-RESULT
                GOBACK
            END-IF
            MOVE SPACES TO MAIL-TEXT
            STRING "Your ticket won lottery draw "
                FUNCTION TRIM(NUMBER-DISPLAY) " - the pot of "
                FUNCTION TRIM(POT-DISPLAY)
                " coins is in your balance" DELIMITED BY SIZE
                INTO MAIL-TEXT
            COMPUTE MAIL-TEXT-LEN = FUNCTION STORED-CHAR-LENGTH(MAIL-TEXT)
            CALL "Mail-Append" USING LOTTERY-HOLDER-UUID(WINNER-INDEX)
                "Lottery" 7 MAIL-TEXT MAIL-TEXT-LEN
        END-IF
        CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
            POOL-UUID
        CALL "Economy-LogTransaction" USING POOL-UUID
            LOTTERY-HOLDER-UUID(WINNER-INDEX) PAYOUT "LOTTERY-WIN"
    END-IF

    PERFORM WRITE-DRAW-HISTORY
    PERFORM CLOSE-DRAW

    MOVE SPACES TO ANNOUNCE-ARG
    STRING FUNCTION TRIM(WINNER-NAME) " won " FUNCTION TRIM(POT-DISPLAY)
        " coins" DELIMITED BY SIZE INTO ANNOUNCE-ARG
    CALL "Boss-Announce" USING "lottery-winner"
        "Lottery draw: {0}!" FUNCTION TRIM(ANNOUNCE-ARG)
    STRING "Draw " FUNCTION TRIM(NUMBER-DISPLAY) ": "
        FUNCTION TRIM(WINNER-NAME) " won " FUNCTION TRIM(POT-DISPLAY)
        " on " FUNCTION TRIM(TICKETS-DISPLAY) " ticket(s)"
        DELIMITED BY SIZE INTO LK-RESULT
    GOBACK.

WRITE-DRAW-HISTORY.
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN EXTEND FD-DRAW-LOG
    MOVE SPACES TO DRAW-LOG-LINE
    STRING DRAW-TIMESTAMP " DRAW " FUNCTION TRIM(NUMBER-DISPLAY) " "
        FUNCTION TRIM(POT-DISPLAY) " " FUNCTION TRIM(TICKETS-DISPLAY) " "
        UUID-STR " " WINNER-NAME DELIMITED BY SIZE
        INTO DRAW-LOG-LINE
    WRITE DRAW-LOG-LINE
    PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
            UNTIL HOLDER-INDEX > LOTTERY-HOLDER-COUNT
        CALL "UUID-ToString" USING LOTTERY-HOLDER-UUID(HOLDER-INDEX)
            UUID-STR
        MOVE LOTTERY-HOLDER-TICKETS(HOLDER-INDEX) TO TICKETS-DISPLAY
        MOVE SPACES TO DRAW-LOG-LINE
        STRING DRAW-TIMESTAMP " TICKET " FUNCTION TRIM(NUMBER-DISPLAY)
            " " UUID-STR " " LOTTERY-HOLDER-NAME(HOLDER-INDEX) " "
            FUNCTION TRIM(TICKETS-DISPLAY) DELIMITED BY SIZE
            INTO DRAW-LOG-LINE
        WRITE DRAW-LOG-LINE
    END-PERFORM
    CLOSE FD-DRAW-LOG
    MOVE TOTAL-TICKETS TO TICKETS-DISPLAY.

CLOSE-DRAW.
    *> a draw without a winner keeps the pot for the next one
    IF WINNER-INDEX NOT = 0
        MOVE 0 TO LOTTERY-POT
    END-IF
    MOVE 0 TO LOTTERY-HOLDER-COUNT
    ADD 1 TO LOTTERY-DRAW-NUMBER
    MOVE DRAW-TIMESTAMP(1:8) TO LOTTERY-LAST-DRAW
    CALL "Lottery-Save".

END PROGRAM Lottery-Draw.

*> --- RegisterCommand-Lottery ---
*> Registers LOTTERY at permission level 0:
*>   lottery              - the pot, the tickets sold and your share
*>   lottery buy <n>      - n tickets at lottery-ticket-price each
*>   lottery draw [now]   - draw it (permission level 3)
*> A ticket's price goes from the buyer to the lottery-pool identity
*> (reason LOTTERY-BUY); lottery-house-percent of it moves straight on
*> to the treasury (reason TAX-LOTTERY, journalled as LOTTERY) and the
*> rest is the pot. The draw is meant to be run by a save/schedule.txt
*> line such as "2000 lottery draw": the schedule fires every day, so a
*> plain draw only goes ahead on lottery-draw-weekday (1 Monday to
*> 7 Sunday, 0 any day) and at most once a day; "now" skips both
*> checks for staff drawing by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Lottery.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Lottery"
    CALL "Commands-Register" USING "LOTTERY" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Lottery ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Lottery.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-LOTTERY.
        COPY DD-TREASURY.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 C-POOL-SEED            PIC X(16) VALUE "lotterypool".
        01 C-POOL-SEED-LEN        BINARY-LONG UNSIGNED VALUE 11.
        01 C-TREASURY-SEED        PIC X(16) VALUE "treasury".
        01 C-TREASURY-SEED-LEN    BINARY-LONG UNSIGNED VALUE 8.
        01 C-DRAW-PERMISSION      BINARY-CHAR UNSIGNED VALUE 3.
        01 PIN-STATE              BINARY-CHAR UNSIGNED.
        01 PIN-MESSAGE            PIC X(160).
        01 POOL-UUID              PIC X(16).
        01 TREASURY-UUID          PIC X(16).
        01 SUB-COMMAND            PIC X(12).
        01 COUNT-ARG              PIC X(12).
        01 TICKET-PRICE           BINARY-LONG-LONG.
        01 HOUSE-PERCENT          BINARY-LONG-LONG.
        01 DRAW-WEEKDAY           BINARY-LONG-LONG.
        01 TODAY-WEEKDAY          BINARY-LONG.
        01 TODAY-DATE             PIC X(8).
        01 TODAY-NUMERIC          PIC 9(8).
        01 TICKET-COUNT           BINARY-LONG.
        01 COST                   BINARY-LONG.
        01 HOUSE-CUT              BINARY-LONG.
        01 HOLDER-INDEX           BINARY-LONG UNSIGNED.
        01 FOUND-INDEX            BINARY-LONG UNSIGNED.
        01 TOTAL-TICKETS          BINARY-LONG.
        01 OWN-TICKETS            BINARY-LONG.
        01 DRAW-RESULT            PIC X(80).
        01 COUNT-DISPLAY          PIC Z(9)9.
        01 POT-DISPLAY            PIC Z(9)9.
        01 OWN-DISPLAY            PIC Z(9)9.
        01 COST-DISPLAY           PIC Z(9)9.
        01 DRAW-DISPLAY           PIC Z(9)9.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO SUB-COMMAND
        MOVE SPACES TO COUNT-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND COUNT-ARG
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN "BUY"
                PERFORM BUY-TICKETS
            WHEN "DRAW"
                PERFORM DRAW-LOTTERY
            WHEN SPACES
                PERFORM SHOW-STATUS
            WHEN OTHER
                MOVE "Usage: lottery [buy <n> | draw [now]]"
                    TO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    BUY-TICKETS.
        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "Only players can buy tickets"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TEST-NUMVAL(COUNT-ARG) NOT = 0
            MOVE "Usage: lottery buy <n>" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE TICKET-COUNT = FUNCTION NUMVAL(COUNT-ARG)
        IF TICKET-COUNT < 1 OR TICKET-COUNT > 1000
            MOVE "You can buy 1 to 1000 tickets at a time"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        CALL "Config-GetNumber" USING "lottery-ticket-price" 100
            TICKET-PRICE
        IF TICKET-PRICE < 1
            MOVE 1 TO TICKET-PRICE
        END-IF
        COMPUTE COST = TICKET-COUNT * TICKET-PRICE
        MOVE COST TO COST-DISPLAY
        IF PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER) < COST
            STRING "Those tickets cost " FUNCTION TRIM(COST-DISPLAY)
                " - you don't have that much"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO FOUND-INDEX
        PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
                UNTIL HOLDER-INDEX > LOTTERY-HOLDER-COUNT
                OR FOUND-INDEX NOT = 0
            IF LOTTERY-HOLDER-UUID(HOLDER-INDEX) =
                    PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
                MOVE HOLDER-INDEX TO FOUND-INDEX
            END-IF
        END-PERFORM
        IF FOUND-INDEX = 0
            IF LOTTERY-HOLDER-COUNT >= MAX-LOTTERY-HOLDERS
                MOVE "This draw is full - try again after it"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO LOTTERY-HOLDER-COUNT
            MOVE LOTTERY-HOLDER-COUNT TO FOUND-INDEX
            MOVE PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
                TO LOTTERY-HOLDER-UUID(FOUND-INDEX)
            MOVE 0 TO LOTTERY-HOLDER-TICKETS(FOUND-INDEX)
        END-IF
        MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            TO LOTTERY-HOLDER-NAME(FOUND-INDEX)
        ADD TICKET-COUNT TO LOTTERY-HOLDER-TICKETS(FOUND-INDEX)

        CALL "Config-GetNumber" USING "lottery-house-percent" 10
            HOUSE-PERCENT
        IF HOUSE-PERCENT < 0
            MOVE 0 TO HOUSE-PERCENT
        END-IF
        IF HOUSE-PERCENT > 50
            MOVE 50 TO HOUSE-PERCENT
        END-IF
        COMPUTE HOUSE-CUT = COST * HOUSE-PERCENT / 100

        SUBTRACT COST FROM PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER)
        CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
            POOL-UUID
        CALL "Economy-LogTransaction" USING
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) POOL-UUID COST "LOTTERY-BUY"
        IF HOUSE-CUT > 0
            CALL "UUID-OfflineFromName" USING C-TREASURY-SEED
                C-TREASURY-SEED-LEN TREASURY-UUID
            CALL "Economy-LogTransaction" USING POOL-UUID TREASURY-UUID
                HOUSE-CUT "TAX-LOTTERY"
            ADD HOUSE-CUT TO TREASURY-BALANCE
            CALL "Treasury-Save"
            CALL "Treasury-Journal" USING "IN" "LOTTERY" HOUSE-CUT
                PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
        END-IF
        COMPUTE LOTTERY-POT = LOTTERY-POT + COST - HOUSE-CUT
        CALL "Lottery-Save"

        MOVE TICKET-COUNT TO COUNT-DISPLAY
        MOVE LOTTERY-POT TO POT-DISPLAY
        STRING "Bought " FUNCTION TRIM(COUNT-DISPLAY) " ticket(s) for "
            FUNCTION TRIM(COST-DISPLAY) " - the pot is now "
            FUNCTION TRIM(POT-DISPLAY)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    DRAW-LOTTERY.
        IF LK-COMMAND-PERMISSION < C-DRAW-PERMISSION
            MOVE "You don't have permission to draw the lottery"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-OPERATOR-PIN
        IF PIN-STATE NOT = 0
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(COUNT-ARG)) NOT = "NOW"
            MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
            IF LOTTERY-LAST-DRAW = TODAY-DATE
                MOVE "The lottery was already drawn today"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            CALL "Config-GetNumber" USING "lottery-draw-weekday" 7
                DRAW-WEEKDAY
            *> day 1 of the calendar INTEGER-OF-DATE counts from,
            *> 1601-01-01, was a Monday
            MOVE TODAY-DATE TO TODAY-NUMERIC
            COMPUTE TODAY-WEEKDAY = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(TODAY-NUMERIC) - 1, 7) + 1
            IF DRAW-WEEKDAY NOT = 0 AND DRAW-WEEKDAY NOT = TODAY-WEEKDAY
                MOVE "Today is not lottery day"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
        END-IF
        CALL "Lottery-Draw" USING DRAW-RESULT
        MOVE DRAW-RESULT TO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    SHOW-STATUS.
        MOVE 0 TO TOTAL-TICKETS
        MOVE 0 TO OWN-TICKETS
        PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
                UNTIL HOLDER-INDEX > LOTTERY-HOLDER-COUNT
            ADD LOTTERY-HOLDER-TICKETS(HOLDER-INDEX) TO TOTAL-TICKETS
            IF COMMANDS-ACTOR-PLAYER NOT = 0
                IF LOTTERY-HOLDER-UUID(HOLDER-INDEX) =
                        PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
                    MOVE LOTTERY-HOLDER-TICKETS(HOLDER-INDEX)
                        TO OWN-TICKETS
                END-IF
            END-IF
        END-PERFORM
        CALL "Config-GetNumber" USING "lottery-ticket-price" 100
            TICKET-PRICE
        MOVE LOTTERY-POT TO POT-DISPLAY
        MOVE TOTAL-TICKETS TO COUNT-DISPLAY
        MOVE OWN-TICKETS TO OWN-DISPLAY
        MOVE TICKET-PRICE TO COST-DISPLAY
        MOVE LOTTERY-DRAW-NUMBER TO DRAW-DISPLAY
        STRING "Lottery draw " FUNCTION TRIM(DRAW-DISPLAY) ": pot "
            FUNCTION TRIM(POT-DISPLAY) ", "
            FUNCTION TRIM(COUNT-DISPLAY) " ticket(s) sold, "
            FUNCTION TRIM(OWN-DISPLAY) " yours - tickets cost "
            FUNCTION TRIM(COST-DISPLAY)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    

    CHECK-OPERATOR-PIN.
        *> LOTTERY is registered for everyone, so the dispatcher's PIN
        *> gate never sees its operator side - a player's is asked here
        MOVE 0 TO PIN-STATE
        IF COMMANDS-ACTOR-PLAYER > 0
            CALL "OpPin-Check" USING COMMANDS-ACTOR-PLAYER PIN-STATE
        END-IF
        IF PIN-STATE = 2
            CALL "Messages-Get" USING "command-pin-required"
                "Operator commands need a PIN - set one with /pin set <digits>"
                "LOTTERY" PIN-MESSAGE
            MOVE PIN-MESSAGE TO LK-COMMAND-RESPONSE-TEXT
        END-IF
        IF PIN-STATE = 1
            CALL "Messages-Get" USING "command-pin-locked"
                "Operator commands are locked - unlock with /pin <pin>"
                "LOTTERY" PIN-MESSAGE
            MOVE PIN-MESSAGE TO LK-COMMAND-RESPONSE-TEXT
        END-IF.

END PROGRAM Callback-Lottery.

END PROGRAM RegisterCommand-Lottery.
