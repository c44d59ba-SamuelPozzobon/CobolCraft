*> --- Duels-Init ---
*> Clears every arena, challenge and duel slot and reloads the arenas
*> (save/arenas.dat) and the rating table (save/duel-ratings.dat).
*> Called at startup. A duel never outlives the process: a clean stop
*> calls each running duel a draw (Duels-SettleAll), so only stakes a
*> crash leaves in the duel pool are what EconomyReconcile-Run flags
*> as DUEL-ESCROW, for a moderator to hand back.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-ARENAS
        ASSIGN TO "save/arenas.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-RATINGS
        ASSIGN TO "save/duel-ratings.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-ARENAS.
    01 ARENA-LINE                PIC X(160).
FD FD-RATINGS.
    01 RATING-LINE               PIC X(96).
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 ARENA-INDEX               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 NAME-TOKEN                PIC X(16).
    01 DIMENSION-TOKEN           PIC X(32).
    01 UUID-TOKEN                PIC X(36).
    01 NUMBER-TOKENS.
        05 NUMBER-TOKEN OCCURS 8 TIMES PIC X(12).

PROCEDURE DIVISION.
    INITIALIZE DUELS-DATA

    MOVE 0 TO ARENA-INDEX
    OPEN INPUT FD-ARENAS
    PERFORM UNTIL EXIT
        IF ARENA-INDEX >= MAX-ARENAS
            EXIT PERFORM
        END-IF
        READ FD-ARENAS
            AT END
                EXIT PERFORM
            NOT AT END
                IF ARENA-LINE NOT = SPACES
                    PERFORM LOAD-ONE-ARENA
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-ARENAS

    OPEN INPUT FD-RATINGS
    PERFORM UNTIL EXIT
        IF DUELIST-COUNT >= MAX-DUELISTS
            EXIT PERFORM
        END-IF
        READ FD-RATINGS
            AT END
                EXIT PERFORM
            NOT AT END
                IF RATING-LINE NOT = SPACES
                    PERFORM LOAD-ONE-RATING
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-RATINGS
    GOBACK.

LOAD-ONE-ARENA.
    *> "name dimension set1 x1 y1 z1 set2 x2 y2 z2"
    MOVE SPACES TO NAME-TOKEN
    MOVE SPACES TO DIMENSION-TOKEN
    MOVE SPACES TO NUMBER-TOKENS
    UNSTRING ARENA-LINE DELIMITED BY ALL " "
        INTO NAME-TOKEN DIMENSION-TOKEN
            NUMBER-TOKEN(1) NUMBER-TOKEN(2) NUMBER-TOKEN(3)
            NUMBER-TOKEN(4) NUMBER-TOKEN(5) NUMBER-TOKEN(6)
            NUMBER-TOKEN(7) NUMBER-TOKEN(8)
    ADD 1 TO ARENA-INDEX
    MOVE 1 TO ARENA-USED(ARENA-INDEX)
    MOVE NAME-TOKEN TO ARENA-NAME(ARENA-INDEX)
    MOVE DIMENSION-TOKEN TO ARENA-DIMENSION(ARENA-INDEX)
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 2
        COMPUTE ARENA-SPAWN-SET(ARENA-INDEX, SLOT-INDEX) =
            FUNCTION NUMVAL(NUMBER-TOKEN(SLOT-INDEX * 4 - 3))
        COMPUTE ARENA-X(ARENA-INDEX, SLOT-INDEX) =
            FUNCTION NUMVAL(NUMBER-TOKEN(SLOT-INDEX * 4 - 2))
        COMPUTE ARENA-Y(ARENA-INDEX, SLOT-INDEX) =
            FUNCTION NUMVAL(NUMBER-TOKEN(SLOT-INDEX * 4 - 1))
        COMPUTE ARENA-Z(ARENA-INDEX, SLOT-INDEX) =
            FUNCTION NUMVAL(NUMBER-TOKEN(SLOT-INDEX * 4))
    END-PERFORM.

LOAD-ONE-RATING.
    *> "UUID rating wins losses draws name"
    MOVE SPACES TO UUID-TOKEN
    MOVE SPACES TO NAME-TOKEN
    MOVE SPACES TO NUMBER-TOKENS
    UNSTRING RATING-LINE DELIMITED BY ALL " "
        INTO UUID-TOKEN NUMBER-TOKEN(1) NUMBER-TOKEN(2)
            NUMBER-TOKEN(3) NUMBER-TOKEN(4) NAME-TOKEN
    ADD 1 TO DUELIST-COUNT
    CALL "UUID-FromString" USING UUID-TOKEN DUELIST-UUID(DUELIST-COUNT)
    MOVE NAME-TOKEN TO DUELIST-NAME(DUELIST-COUNT)
    COMPUTE DUELIST-RATING(DUELIST-COUNT) =
        FUNCTION NUMVAL(NUMBER-TOKEN(1))
    COMPUTE DUELIST-WINS(DUELIST-COUNT) =
        FUNCTION NUMVAL(NUMBER-TOKEN(2))
    COMPUTE DUELIST-LOSSES(DUELIST-COUNT) =
        FUNCTION NUMVAL(NUMBER-TOKEN(3))
    COMPUTE DUELIST-DRAWS(DUELIST-COUNT) =
        FUNCTION NUMVAL(NUMBER-TOKEN(4)).

END PROGRAM Duels-Init.

*> --- Duels-SaveArenas ---
*> Rewrites save/arenas.dat from the arena table, after every ARENA
*> edit.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-SaveArenas.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-ARENAS
        ASSIGN TO "save/arenas.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-ARENAS.
    01 ARENA-LINE                PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 ARENA-INDEX               BINARY-LONG UNSIGNED.
    01 SET-DISPLAY               PIC 9.
    01 COORD-DISPLAYS.
        05 COORD-DISPLAY OCCURS 6 TIMES PIC -(9)9.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN OUTPUT FD-ARENAS
    PERFORM VARYING ARENA-INDEX FROM 1 BY 1 UNTIL ARENA-INDEX > MAX-ARENAS
        IF ARENA-USED(ARENA-INDEX) NOT = 0
            MOVE ARENA-X(ARENA-INDEX, 1) TO COORD-DISPLAY(1)
            MOVE ARENA-Y(ARENA-INDEX, 1) TO COORD-DISPLAY(2)
            MOVE ARENA-Z(ARENA-INDEX, 1) TO COORD-DISPLAY(3)
            MOVE ARENA-X(ARENA-INDEX, 2) TO COORD-DISPLAY(4)
            MOVE ARENA-Y(ARENA-INDEX, 2) TO COORD-DISPLAY(5)
            MOVE ARENA-Z(ARENA-INDEX, 2) TO COORD-DISPLAY(6)
            MOVE SPACES TO ARENA-LINE
            MOVE ARENA-SPAWN-SET(ARENA-INDEX, 1) TO SET-DISPLAY
            STRING FUNCTION TRIM(ARENA-NAME(ARENA-INDEX)) " "
                FUNCTION TRIM(ARENA-DIMENSION(ARENA-INDEX)) " "
                SET-DISPLAY " "
                FUNCTION TRIM(COORD-DISPLAY(1)) " "
                FUNCTION TRIM(COORD-DISPLAY(2)) " "
                FUNCTION TRIM(COORD-DISPLAY(3)) " "
                DELIMITED BY SIZE INTO ARENA-LINE
            MOVE ARENA-SPAWN-SET(ARENA-INDEX, 2) TO SET-DISPLAY
            STRING FUNCTION TRIM(ARENA-LINE) " "
                SET-DISPLAY " "
                FUNCTION TRIM(COORD-DISPLAY(4)) " "
                FUNCTION TRIM(COORD-DISPLAY(5)) " "
                FUNCTION TRIM(COORD-DISPLAY(6))
                DELIMITED BY SIZE INTO ARENA-LINE
            WRITE ARENA-LINE
        END-IF
    END-PERFORM
    CLOSE FD-ARENAS
    GOBACK.

END PROGRAM Duels-SaveArenas.

*> --- Duels-SaveRatings ---
*> Rewrites save/duel-ratings.dat from the rating table, after every
*> settled duel.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-SaveRatings.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-RATINGS
        ASSIGN TO "save/duel-ratings.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-RATINGS.
    01 RATING-LINE               PIC X(96).
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 DUELIST-INDEX             BINARY-LONG UNSIGNED.
    01 UUID-STR                  PIC X(36).
    01 RATING-DISPLAY            PIC -(9)9.
    01 WINS-DISPLAY              PIC Z(9)9.
    01 LOSSES-DISPLAY            PIC Z(9)9.
    01 DRAWS-DISPLAY             PIC Z(9)9.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN OUTPUT FD-RATINGS
    PERFORM VARYING DUELIST-INDEX FROM 1 BY 1
            UNTIL DUELIST-INDEX > DUELIST-COUNT
        CALL "UUID-ToString" USING DUELIST-UUID(DUELIST-INDEX) UUID-STR
        MOVE DUELIST-RATING(DUELIST-INDEX) TO RATING-DISPLAY
        MOVE DUELIST-WINS(DUELIST-INDEX) TO WINS-DISPLAY
        MOVE DUELIST-LOSSES(DUELIST-INDEX) TO LOSSES-DISPLAY
        MOVE DUELIST-DRAWS(DUELIST-INDEX) TO DRAWS-DISPLAY
        MOVE SPACES TO RATING-LINE
        STRING UUID-STR " "
            FUNCTION TRIM(RATING-DISPLAY) " "
            FUNCTION TRIM(WINS-DISPLAY) " "
            FUNCTION TRIM(LOSSES-DISPLAY) " "
            FUNCTION TRIM(DRAWS-DISPLAY) " "
            FUNCTION TRIM(DUELIST-NAME(DUELIST-INDEX))
            DELIMITED BY SIZE INTO RATING-LINE
        WRITE RATING-LINE
    END-PERFORM
    CLOSE FD-RATINGS
    GOBACK.

END PROGRAM Duels-SaveRatings.

*> --- Duels-FindDuelist ---
*> A connected player's row in the rating table, added at the starting
*> rating on their first duel and renamed to their current name. 0
*> when the table is full - that player's duels still run and pay, but
*> go unrated.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-FindDuelist.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    COPY DD-PLAYERS.
    01 DUELIST-INDEX             BINARY-LONG UNSIGNED.
    *> the usual Elo starting point
    01 C-START-RATING            BINARY-LONG VALUE 1000.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-DUELIST-INDEX          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-DUELIST-INDEX.
    MOVE 0 TO LK-DUELIST-INDEX
    PERFORM VARYING DUELIST-INDEX FROM 1 BY 1
            UNTIL DUELIST-INDEX > DUELIST-COUNT
        IF DUELIST-UUID(DUELIST-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
            MOVE DUELIST-INDEX TO LK-DUELIST-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF LK-DUELIST-INDEX = 0
        IF DUELIST-COUNT >= MAX-DUELISTS
            GOBACK
        END-IF
        ADD 1 TO DUELIST-COUNT
        MOVE DUELIST-COUNT TO LK-DUELIST-INDEX
        MOVE PLAYER-UUID(LK-PLAYER-ID) TO DUELIST-UUID(LK-DUELIST-INDEX)
        MOVE C-START-RATING TO DUELIST-RATING(LK-DUELIST-INDEX)
        MOVE 0 TO DUELIST-WINS(LK-DUELIST-INDEX)
        MOVE 0 TO DUELIST-LOSSES(LK-DUELIST-INDEX)
        MOVE 0 TO DUELIST-DRAWS(LK-DUELIST-INDEX)
    END-IF
    MOVE SPACES TO DUELIST-NAME(LK-DUELIST-INDEX)
    MOVE PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        TO DUELIST-NAME(LK-DUELIST-INDEX)
    GOBACK.

END PROGRAM Duels-FindDuelist.

*> --- Duels-Settle ---
*> Ends the duel between two connected players. LK-OUTCOME 1 means
*> player A won - the whole pot goes to A out of the duel pool - and 0
*> a draw, with each stake handed back. Both ratings move by Elo
*> (duel-elo-k, default 32, the usual club K), then each side gets the
*> inventory it walked in with back from its "duel" snapshot, full
*> vitals, and is returned to where it stood when the duel began.
*> LK-LEAVER names a side that is disconnecting: its position is set
*> for the save rather than sent to a client that is going away. A
*> negative LK-LEAVER means both sides are (the server is stopping).
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-Settle.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    COPY DD-PLAYERS.
    01 C-POOL-SEED               PIC X(16) VALUE "duelpool".
    01 C-POOL-SEED-LEN           BINARY-LONG UNSIGNED VALUE 8.
    01 POOL-UUID                 PIC X(16).
    01 POT-AMOUNT                BINARY-LONG.
    01 ARENA-INDEX               BINARY-LONG UNSIGNED.
    01 DUELIST-A                 BINARY-LONG UNSIGNED.
    01 DUELIST-B                 BINARY-LONG UNSIGNED.
    01 ELO-K                     BINARY-LONG-LONG.
    01 EXPECTED-A                FLOAT-LONG.
    01 SCORE-A                   FLOAT-LONG.
    01 RATING-DELTA              BINARY-LONG.
    01 SETTLE-PLAYER             BINARY-CHAR.
    01 SNAPSHOT-NUMBER           BINARY-LONG UNSIGNED.
    01 RESTORE-STATUS            BINARY-CHAR UNSIGNED.
    01 RESTORE-STACKS            BINARY-LONG UNSIGNED.
    01 DELTA-DISPLAY             PIC +(5)9.
    01 DELTA-TEXT                PIC X(8).
    01 POT-DISPLAY               PIC Z(9)9.
    01 RESULT-LINE               PIC X(160).
    01 LOG-MESSAGE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-A               BINARY-CHAR.
    01 LK-PLAYER-B               BINARY-CHAR.
    01 LK-OUTCOME                BINARY-CHAR UNSIGNED.
    01 LK-LEAVER                 BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-A LK-PLAYER-B LK-OUTCOME LK-LEAVER.
    MOVE DUEL-ARENA(LK-PLAYER-A) TO ARENA-INDEX
    IF ARENA-INDEX > 0
        MOVE 0 TO ARENA-BUSY(ARENA-INDEX)
    END-IF

    *> the stakes leave the pool the way they came in: on the ledger
    CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
        POOL-UUID
    COMPUTE POT-AMOUNT = DUEL-STAKE(LK-PLAYER-A) + DUEL-STAKE(LK-PLAYER-B)
    IF LK-OUTCOME NOT = 0
        IF POT-AMOUNT > 0
            ADD POT-AMOUNT TO PLAYER-BALANCE(LK-PLAYER-A)
            CALL "Economy-LogTransaction" USING POOL-UUID
                PLAYER-UUID(LK-PLAYER-A) POT-AMOUNT "DUEL-PAYOUT"
        END-IF
    ELSE
        IF DUEL-STAKE(LK-PLAYER-A) > 0
            ADD DUEL-STAKE(LK-PLAYER-A) TO PLAYER-BALANCE(LK-PLAYER-A)
            CALL "Economy-LogTransaction" USING POOL-UUID
                PLAYER-UUID(LK-PLAYER-A) DUEL-STAKE(LK-PLAYER-A)
                "DUEL-REFUND"
        END-IF
        IF DUEL-STAKE(LK-PLAYER-B) > 0
            ADD DUEL-STAKE(LK-PLAYER-B) TO PLAYER-BALANCE(LK-PLAYER-B)
            CALL "Economy-LogTransaction" USING POOL-UUID
                PLAYER-UUID(LK-PLAYER-B) DUEL-STAKE(LK-PLAYER-B)
                "DUEL-REFUND"
        END-IF
    END-IF

    PERFORM UPDATE-RATINGS

    MOVE LK-PLAYER-A TO SETTLE-PLAYER
    PERFORM RETURN-ONE-PLAYER
    MOVE LK-PLAYER-B TO SETTLE-PLAYER
    PERFORM RETURN-ONE-PLAYER

    MOVE POT-AMOUNT TO POT-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    IF LK-OUTCOME NOT = 0
        STRING "duel won by "
            PLAYER-NAME(LK-PLAYER-A)(1:PLAYER-NAME-LENGTH(LK-PLAYER-A))
            " against "
            PLAYER-NAME(LK-PLAYER-B)(1:PLAYER-NAME-LENGTH(LK-PLAYER-B))
            ", pot " FUNCTION TRIM(POT-DISPLAY)
            DELIMITED BY SIZE INTO LOG-MESSAGE
    ELSE
        STRING "duel drawn between "
            PLAYER-NAME(LK-PLAYER-A)(1:PLAYER-NAME-LENGTH(LK-PLAYER-A))
            " and "
            PLAYER-NAME(LK-PLAYER-B)(1:PLAYER-NAME-LENGTH(LK-PLAYER-B))
            ", stakes refunded"
            DELIMITED BY SIZE INTO LOG-MESSAGE
    END-IF
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    GOBACK.

UPDATE-RATINGS.
    MOVE 0 TO RATING-DELTA
    CALL "Duels-FindDuelist" USING LK-PLAYER-A DUELIST-A
    CALL "Duels-FindDuelist" USING LK-PLAYER-B DUELIST-B
    IF DUELIST-A = 0 OR DUELIST-B = 0
        EXIT PARAGRAPH
    END-IF
    CALL "Config-GetNumber" USING "duel-elo-k" 32 ELO-K
    COMPUTE EXPECTED-A = 1 / (1 + 10 **
        ((DUELIST-RATING(DUELIST-B) - DUELIST-RATING(DUELIST-A)) / 400))
    IF LK-OUTCOME NOT = 0
        MOVE 1 TO SCORE-A
        ADD 1 TO DUELIST-WINS(DUELIST-A)
        ADD 1 TO DUELIST-LOSSES(DUELIST-B)
    ELSE
        MOVE 0.5 TO SCORE-A
        ADD 1 TO DUELIST-DRAWS(DUELIST-A)
        ADD 1 TO DUELIST-DRAWS(DUELIST-B)
    END-IF
    *> zero-sum: whatever A gains, B gives up
    COMPUTE RATING-DELTA ROUNDED = ELO-K * (SCORE-A - EXPECTED-A)
    ADD RATING-DELTA TO DUELIST-RATING(DUELIST-A)
    SUBTRACT RATING-DELTA FROM DUELIST-RATING(DUELIST-B)
    CALL "Duels-SaveRatings".

RETURN-ONE-PLAYER.
    MOVE 0 TO DUEL-ACTIVE(SETTLE-PLAYER)
    MOVE 0 TO DUEL-STAKE(SETTLE-PLAYER)
    MOVE 0 TO PLAYER-LAST-ATTACKER(SETTLE-PLAYER)
    MOVE 0 TO PLAYER-LAST-ATTACKER-TICK(SETTLE-PLAYER)
    CALL "Snapshots-FindLatest" USING PLAYER-UUID(SETTLE-PLAYER) "duel"
        SNAPSHOT-NUMBER
    IF SNAPSHOT-NUMBER > 0
        CALL "Snapshots-Restore" USING SETTLE-PLAYER
            PLAYER-UUID(SETTLE-PLAYER) SNAPSHOT-NUMBER RESTORE-STATUS
            RESTORE-STACKS
    END-IF
    MOVE 20 TO PLAYER-HEALTH(SETTLE-PLAYER)
    MOVE 20 TO PLAYER-FOOD(SETTLE-PLAYER)
    MOVE 5 TO PLAYER-SATURATION(SETTLE-PLAYER)
    MOVE 0 TO PLAYER-FALLING(SETTLE-PLAYER)
    MOVE 0 TO PLAYER-FALL-START-Y(SETTLE-PLAYER)
    MOVE 300 TO PLAYER-AIR-SUPPLY(SETTLE-PLAYER)

    IF SETTLE-PLAYER = LK-LEAVER OR LK-LEAVER < 0
        MOVE DUEL-RETURN-DIMENSION(SETTLE-PLAYER)
            TO PLAYER-DIMENSION(SETTLE-PLAYER)
        MOVE DUEL-RETURN-X(SETTLE-PLAYER) TO PLAYER-X(SETTLE-PLAYER)
        MOVE DUEL-RETURN-Y(SETTLE-PLAYER) TO PLAYER-Y(SETTLE-PLAYER)
        MOVE DUEL-RETURN-Z(SETTLE-PLAYER) TO PLAYER-Z(SETTLE-PLAYER)
        EXIT PARAGRAPH
    END-IF
    CALL "Players-SyncHealth" USING SETTLE-PLAYER
    CALL "Jail-MovePlayer" USING SETTLE-PLAYER
        DUEL-RETURN-DIMENSION(SETTLE-PLAYER)
        DUEL-RETURN-X(SETTLE-PLAYER) DUEL-RETURN-Y(SETTLE-PLAYER)
        DUEL-RETURN-Z(SETTLE-PLAYER)

    *> what it meant for this side: the result and the rating change
    IF SETTLE-PLAYER = LK-PLAYER-A
        MOVE RATING-DELTA TO DELTA-DISPLAY
    ELSE
        COMPUTE DELTA-DISPLAY = 0 - RATING-DELTA
    END-IF
    MOVE FUNCTION TRIM(DELTA-DISPLAY) TO DELTA-TEXT
    MOVE SPACES TO RESULT-LINE
    EVALUATE TRUE
        WHEN LK-OUTCOME = 0
            CALL "Messages-GetPlayer" USING SETTLE-PLAYER "duel-draw"
                "The duel is a draw; stakes returned (rating {0})"
                DELTA-TEXT RESULT-LINE
        WHEN SETTLE-PLAYER = LK-PLAYER-A
            CALL "Messages-GetPlayer" USING SETTLE-PLAYER "duel-won"
                "You won the duel! (rating {0})"
                DELTA-TEXT RESULT-LINE
        WHEN OTHER
            CALL "Messages-GetPlayer" USING SETTLE-PLAYER "duel-lost"
                "You lost the duel (rating {0})"
                DELTA-TEXT RESULT-LINE
    END-EVALUATE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(SETTLE-PLAYER)
        RESULT-LINE.

END PROGRAM Duels-Settle.

*> --- Duels-OnDeath ---
*> Called first thing in Players-Die: a duellist's death is the end of
*> the duel, not a death - the opponent wins, and the normal death flow
*> (grave, drops, experience loss, respawn) is skipped.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-OnDeath.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 WINNER-ID                 BINARY-CHAR.
    01 C-WON                     BINARY-CHAR UNSIGNED VALUE 1.
    01 NO-LEAVER                 BINARY-CHAR VALUE 0.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-HANDLED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-HANDLED.
    MOVE 0 TO LK-HANDLED
    IF DUEL-ACTIVE(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    MOVE 1 TO LK-HANDLED
    MOVE DUEL-OPPONENT(LK-PLAYER-ID) TO WINNER-ID
    CALL "Duels-Settle" USING WINNER-ID LK-PLAYER-ID C-WON NO-LEAVER
    GOBACK.

END PROGRAM Duels-OnDeath.

*> --- Duels-OnDisconnect ---
*> Called from Players-Disconnect before the snapshot and save: leaving
*> mid-duel forfeits it, and any challenge waiting on this slot goes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-OnDisconnect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 WINNER-ID                 BINARY-CHAR.
    01 C-WON                     BINARY-CHAR UNSIGNED VALUE 1.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO CHALLENGE-PENDING(LK-PLAYER-ID)
    IF DUEL-ACTIVE(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    MOVE DUEL-OPPONENT(LK-PLAYER-ID) TO WINNER-ID
    CALL "Duels-Settle" USING WINNER-ID LK-PLAYER-ID C-WON LK-PLAYER-ID
    GOBACK.

END PROGRAM Duels-OnDisconnect.

*> --- Duels-TickPlayer ---
*> World-Tick's per-player duel upkeep: a duel still running at its end
*> tick (duel-max-ticks after it began, default five minutes) is called
*> a draw. Settling clears both sides, so it fires once per duel.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-TickPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    COPY DD-WORLD.
    01 OPPONENT-ID               BINARY-CHAR.
    01 C-DRAW                    BINARY-CHAR UNSIGNED VALUE 0.
    01 NO-LEAVER                 BINARY-CHAR VALUE 0.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF DUEL-ACTIVE(LK-PLAYER-ID) = 0
            OR WORLD-CURRENT-TICK < DUEL-END-TICK(LK-PLAYER-ID)
        GOBACK
    END-IF
    MOVE DUEL-OPPONENT(LK-PLAYER-ID) TO OPPONENT-ID
    CALL "Duels-Settle" USING LK-PLAYER-ID OPPONENT-ID C-DRAW NO-LEAVER
    GOBACK.

END PROGRAM Duels-TickPlayer.

*> --- Duels-SettleAll ---
*> Called from Server-Shutdown before the players are saved: every duel
*> still running is called a draw, both wagers go back out of the duel
*> pool, and both sides are put back where the duel found them with
*> their "duel" snapshot restored - as leavers, since their clients
*> have already been sent the disconnect.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-SettleAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    COPY DD-PLAYERS.
    01 DUELLIST-ID               BINARY-CHAR.
    01 OPPONENT-ID               BINARY-CHAR.
    01 C-DRAW                    BINARY-CHAR UNSIGNED VALUE 0.
    01 BOTH-LEAVING              BINARY-CHAR VALUE -1.

PROCEDURE DIVISION.
    PERFORM VARYING DUELLIST-ID FROM 1 BY 1 UNTIL DUELLIST-ID > MAX-PLAYERS
        MOVE 0 TO CHALLENGE-PENDING(DUELLIST-ID)
        *> settling clears both sides, so the opponent's turn finds
        *> nothing left to do
        IF DUEL-ACTIVE(DUELLIST-ID) NOT = 0
            MOVE DUEL-OPPONENT(DUELLIST-ID) TO OPPONENT-ID
            CALL "Duels-Settle" USING DUELLIST-ID OPPONENT-ID C-DRAW
                BOTH-LEAVING
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Duels-SettleAll.

*> --- Duels-AllowsHit ---
*> Keeps a duel between its two players: nobody else can land a hit on
*> a duellist, and a duellist can't hit anyone but their opponent.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-AllowsHit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-VICTIM-ID              BINARY-CHAR.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-VICTIM-ID LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF DUEL-ACTIVE(LK-ATTACKER-ID) = 0 AND DUEL-ACTIVE(LK-VICTIM-ID) = 0
        GOBACK
    END-IF
    IF DUEL-ACTIVE(LK-ATTACKER-ID) = 0
            OR DUEL-OPPONENT(LK-ATTACKER-ID) NOT = LK-VICTIM-ID
        MOVE 0 TO LK-ALLOWED
    END-IF
    GOBACK.

END PROGRAM Duels-AllowsHit.

*> --- Duels-CheckCommand ---
*> Called from Commands-Dispatch: a duellist keeps only the
*> duel-allowed-commands list (by default chat and DUEL itself, for
*> the forfeit), so a duel can't be walked out of by HOME or WARP.
IDENTIFICATION DIVISION.
PROGRAM-ID. Duels-CheckCommand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 ALLOWED-LIST              PIC X(128).
    01 LIST-POINTER              BINARY-LONG UNSIGNED.
    01 LIST-TOKEN                PIC X(32).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-COMMAND-NAME           PIC X(32).
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-COMMAND-NAME LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF DUEL-ACTIVE(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    MOVE 0 TO LK-ALLOWED
    CALL "Config-GetString" USING "duel-allowed-commands"
        "msg,reply,duel" ALLOWED-LIST
    MOVE 1 TO LIST-POINTER
    PERFORM UNTIL LIST-POINTER > FUNCTION LENGTH(ALLOWED-LIST)
        MOVE SPACES TO LIST-TOKEN
        UNSTRING ALLOWED-LIST DELIMITED BY ","
            INTO LIST-TOKEN WITH POINTER LIST-POINTER
        IF LIST-TOKEN NOT = SPACES
                AND FUNCTION UPPER-CASE(FUNCTION TRIM(LIST-TOKEN)) =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(LK-COMMAND-NAME))
            MOVE 1 TO LK-ALLOWED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Duels-CheckCommand.

*> --- RegisterCommand-Duel ---
*> Registers DUEL at permission level 0:
*>   duel <name> [wager] - challenge a player, optionally for coins
*>   duel accept         - take the latest challenge
*>   duel deny           - refuse it
*>   duel forfeit        - concede the running duel
*>   duel rating [name]  - an Elo rating and record
*> A challenge waits duel-expiry-ticks (default a minute). Accepting
*> takes both wagers into the duel pool, snapshots both inventories
*> and sends the pair to the two spawns of a free arena.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Duel.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Duel"
    CALL "Commands-Register" USING "DUEL" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Duel ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Duel.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-DUELS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-WORLD.
        01 C-POOL-SEED            PIC X(16) VALUE "duelpool".
        01 C-POOL-SEED-LEN        BINARY-LONG UNSIGNED VALUE 8.
        01 POOL-UUID              PIC X(16).
        01 FIRST-ARG              PIC X(16).
        01 SECOND-ARG             PIC X(16).
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 CHALLENGER             BINARY-CHAR.
        01 SIDE-PLAYER            BINARY-CHAR.
        01 SIDE-SPAWN             BINARY-LONG UNSIGNED.
        01 WAGER-COINS            BINARY-LONG.
        01 IS-IGNORED             BINARY-CHAR UNSIGNED.
        01 EXPIRY-TICKS           BINARY-LONG-LONG.
        01 DUEL-TICKS             BINARY-LONG-LONG.
        01 ARENA-INDEX            BINARY-LONG UNSIGNED.
        01 FREE-ARENA             BINARY-LONG UNSIGNED.
        01 DUELIST-INDEX          BINARY-LONG UNSIGNED.
        01 WAGER-DISPLAY          PIC Z(9)9.
        01 RATING-DISPLAY         PIC -(9)9.
        01 WINS-DISPLAY           PIC Z(9)9.
        01 LOSSES-DISPLAY         PIC Z(9)9.
        01 DRAWS-DISPLAY          PIC Z(9)9.
        01 ASK-TEXT               PIC X(128).
        01 CLICK-COMMAND          PIC X(16) VALUE "/duel accept".
        01 HOVER-TEXT             PIC X(32) VALUE "Click to accept".
        01 ASK-JSON               PIC X(512).
        01 ASK-JSON-LEN           BINARY-LONG UNSIGNED.
        01 NOTICE-LINE            PIC X(160).
        01 ARENA-TEXT             PIC X(16).
        01 CATALOG-MESSAGE        PIC X(160).
        01 C-FORFEIT-WON          BINARY-CHAR UNSIGNED VALUE 1.
        01 NO-LEAVER              BINARY-CHAR VALUE 0.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            GOBACK
        END-IF
        MOVE SPACES TO FIRST-ARG
        MOVE SPACES TO SECOND-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO FIRST-ARG SECOND-ARG
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(FIRST-ARG))
            WHEN SPACES
                MOVE "Usage: duel <name> [wager] | accept | deny | forfeit | rating [name]"
                    TO LK-COMMAND-RESPONSE-TEXT
            WHEN "ACCEPT"
                PERFORM DUEL-ACCEPT
            WHEN "DENY"
                PERFORM DUEL-DENY
            WHEN "FORFEIT"
                PERFORM DUEL-FORFEIT
            WHEN "RATING"
                PERFORM DUEL-RATING
            WHEN OTHER
                PERFORM SEND-CHALLENGE
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    SEND-CHALLENGE.
        MOVE FIRST-ARG TO TARGET-NAME
        MOVE 0 TO WAGER-COINS
        IF SECOND-ARG NOT = SPACES
            COMPUTE WAGER-COINS = FUNCTION NUMVAL(SECOND-ARG)
            IF WAGER-COINS < 1
                MOVE "The wager must be a positive number"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
        END-IF
        IF PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER) < WAGER-COINS
            MOVE "You don't have that much" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE TARGET-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(TARGET-NAME)
        CALL "Players-LookupUUIDByName" USING TARGET-NAME
            TARGET-NAME-LENGTH TARGET-UUID TARGET-FOUND
        MOVE 0 TO TARGET-PLAYER
        IF TARGET-FOUND NOT = 0
            CALL "Players-FindConnectedByUUID" USING TARGET-UUID
                TARGET-PLAYER
        END-IF
        IF TARGET-PLAYER = 0
            STRING "Player not online: " FUNCTION TRIM(TARGET-NAME)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF TARGET-PLAYER = COMMANDS-ACTOR-PLAYER
            MOVE "You can't duel yourself" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF DUEL-ACTIVE(COMMANDS-ACTOR-PLAYER) NOT = 0
                OR DUEL-ACTIVE(TARGET-PLAYER) NOT = 0
            MOVE "One of you is already in a duel"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        CALL "Ignore-Blocks" USING TARGET-PLAYER COMMANDS-ACTOR-PLAYER
            IS-IGNORED
        IF IS-IGNORED NOT = 0
            STRING PLAYER-NAME(TARGET-PLAYER)
                    (1:PLAYER-NAME-LENGTH(TARGET-PLAYER))
                " is not accepting duel challenges from you"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        CALL "Config-GetNumber" USING "duel-expiry-ticks" 1200
            EXPIRY-TICKS
        MOVE 1 TO CHALLENGE-PENDING(TARGET-PLAYER)
        MOVE COMMANDS-ACTOR-PLAYER TO CHALLENGE-FROM-PLAYER(TARGET-PLAYER)
        MOVE PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            TO CHALLENGE-FROM-UUID(TARGET-PLAYER)
        MOVE WAGER-COINS TO CHALLENGE-WAGER(TARGET-PLAYER)
        COMPUTE CHALLENGE-EXPIRY-TICK(TARGET-PLAYER) =
            WORLD-CURRENT-TICK + EXPIRY-TICKS

        MOVE SPACES TO ASK-TEXT
        IF WAGER-COINS > 0
            MOVE WAGER-COINS TO WAGER-DISPLAY
            STRING PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                    (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
                " challenges you to a duel for "
                FUNCTION TRIM(WAGER-DISPLAY)
                " coins each - click to accept" DELIMITED BY SIZE
                INTO ASK-TEXT
        ELSE
            STRING PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                    (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
                " challenges you to a duel - click to accept"
                DELIMITED BY SIZE INTO ASK-TEXT
        END-IF
        CALL "Json-BuildClickComponent" USING ASK-TEXT
            FUNCTION STORED-CHAR-LENGTH(ASK-TEXT) "yellow"
            CLICK-COMMAND FUNCTION STORED-CHAR-LENGTH(CLICK-COMMAND)
            HOVER-TEXT FUNCTION STORED-CHAR-LENGTH(HOVER-TEXT)
            ASK-JSON ASK-JSON-LEN
        CALL "SendPacket-SystemChatJson" USING PLAYER-CLIENT(TARGET-PLAYER)
            ASK-JSON ASK-JSON-LEN
        STRING "Duel challenge sent to "
            PLAYER-NAME(TARGET-PLAYER)(1:PLAYER-NAME-LENGTH(TARGET-PLAYER))
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    DUEL-ACCEPT.
        *> the challenger's slot must still hold the challenger
        MOVE CHALLENGE-FROM-PLAYER(COMMANDS-ACTOR-PLAYER) TO CHALLENGER
        IF CHALLENGE-PENDING(COMMANDS-ACTOR-PLAYER) = 0
                OR CHALLENGE-EXPIRY-TICK(COMMANDS-ACTOR-PLAYER)
                    <= WORLD-CURRENT-TICK
                OR PLAYER-CLIENT(CHALLENGER) = 0
                OR PLAYER-UUID(CHALLENGER)
                    NOT = CHALLENGE-FROM-UUID(COMMANDS-ACTOR-PLAYER)
            MOVE 0 TO CHALLENGE-PENDING(COMMANDS-ACTOR-PLAYER)
            MOVE "No pending duel challenge" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO CHALLENGE-PENDING(COMMANDS-ACTOR-PLAYER)
        MOVE CHALLENGE-WAGER(COMMANDS-ACTOR-PLAYER) TO WAGER-COINS
        IF DUEL-ACTIVE(CHALLENGER) NOT = 0
                OR DUEL-ACTIVE(COMMANDS-ACTOR-PLAYER) NOT = 0
            MOVE "One of you is already in a duel"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF PLAYER-JAIL-INDEX(CHALLENGER) NOT = 0
                OR PLAYER-JAIL-INDEX(COMMANDS-ACTOR-PLAYER) NOT = 0
            MOVE "No duels from jail" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF PLAYER-BALANCE(CHALLENGER) < WAGER-COINS
                OR PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER) < WAGER-COINS
            MOVE "One of you can no longer cover the wager"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        MOVE 0 TO FREE-ARENA
        PERFORM VARYING ARENA-INDEX FROM 1 BY 1
                UNTIL ARENA-INDEX > MAX-ARENAS OR FREE-ARENA NOT = 0
            IF ARENA-USED(ARENA-INDEX) NOT = 0
                    AND ARENA-BUSY(ARENA-INDEX) = 0
                    AND ARENA-SPAWN-SET(ARENA-INDEX, 1) NOT = 0
                    AND ARENA-SPAWN-SET(ARENA-INDEX, 2) NOT = 0
                MOVE ARENA-INDEX TO FREE-ARENA
            END-IF
        END-PERFORM
        IF FREE-ARENA = 0
            MOVE "Every arena is in use - try again shortly"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO ARENA-BUSY(FREE-ARENA)

        CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
            POOL-UUID
        CALL "Config-GetNumber" USING "duel-max-ticks" 6000 DUEL-TICKS
        MOVE CHALLENGER TO SIDE-PLAYER
        MOVE 1 TO SIDE-SPAWN
        PERFORM START-ONE-SIDE
        MOVE COMMANDS-ACTOR-PLAYER TO SIDE-PLAYER
        MOVE 2 TO SIDE-SPAWN
        PERFORM START-ONE-SIDE
        MOVE COMMANDS-ACTOR-PLAYER TO DUEL-OPPONENT(CHALLENGER)
        MOVE CHALLENGER TO DUEL-OPPONENT(COMMANDS-ACTOR-PLAYER)

        MOVE ARENA-NAME(FREE-ARENA) TO ARENA-TEXT
        MOVE SPACES TO NOTICE-LINE
        CALL "Messages-GetPlayer" USING CHALLENGER "duel-start"
            "The duel is on in {0} - fight!"
            ARENA-TEXT NOTICE-LINE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(CHALLENGER)
            NOTICE-LINE
        CALL "Messages-GetPlayer" USING COMMANDS-ACTOR-PLAYER "duel-start"
            "The duel is on in {0} - fight!"
            ARENA-TEXT CATALOG-MESSAGE
        MOVE CATALOG-MESSAGE TO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    START-ONE-SIDE.
        IF WAGER-COINS > 0
            SUBTRACT WAGER-COINS FROM PLAYER-BALANCE(SIDE-PLAYER)
            CALL "Economy-LogTransaction" USING PLAYER-UUID(SIDE-PLAYER)
                POOL-UUID WAGER-COINS "DUEL-WAGER"
        END-IF
        MOVE 1 TO DUEL-ACTIVE(SIDE-PLAYER)
        MOVE FREE-ARENA TO DUEL-ARENA(SIDE-PLAYER)
        MOVE WAGER-COINS TO DUEL-STAKE(SIDE-PLAYER)
        COMPUTE DUEL-END-TICK(SIDE-PLAYER) = WORLD-CURRENT-TICK + DUEL-TICKS
        MOVE PLAYER-DIMENSION(SIDE-PLAYER)
            TO DUEL-RETURN-DIMENSION(SIDE-PLAYER)
        MOVE PLAYER-X(SIDE-PLAYER) TO DUEL-RETURN-X(SIDE-PLAYER)
        MOVE PLAYER-Y(SIDE-PLAYER) TO DUEL-RETURN-Y(SIDE-PLAYER)
        MOVE PLAYER-Z(SIDE-PLAYER) TO DUEL-RETURN-Z(SIDE-PLAYER)
        *> what they walked in with, put back whatever happens inside
        CALL "Snapshots-Take" USING SIDE-PLAYER "duel"
        MOVE 20 TO PLAYER-HEALTH(SIDE-PLAYER)
        MOVE 20 TO PLAYER-FOOD(SIDE-PLAYER)
        MOVE 5 TO PLAYER-SATURATION(SIDE-PLAYER)
        CALL "Players-SyncHealth" USING SIDE-PLAYER
        CALL "Jail-MovePlayer" USING SIDE-PLAYER
            ARENA-DIMENSION(FREE-ARENA)
            ARENA-X(FREE-ARENA, SIDE-SPAWN) ARENA-Y(FREE-ARENA, SIDE-SPAWN)
            ARENA-Z(FREE-ARENA, SIDE-SPAWN).

    DUEL-DENY.
        MOVE CHALLENGE-FROM-PLAYER(COMMANDS-ACTOR-PLAYER) TO CHALLENGER
        IF CHALLENGE-PENDING(COMMANDS-ACTOR-PLAYER) NOT = 0
                AND PLAYER-CLIENT(CHALLENGER) > 0
                AND PLAYER-UUID(CHALLENGER)
                    = CHALLENGE-FROM-UUID(COMMANDS-ACTOR-PLAYER)
            CALL "Messages-GetPlayer" USING CHALLENGER "duel-denied"
                "Your duel challenge was declined" " " NOTICE-LINE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(CHALLENGER)
                NOTICE-LINE
        END-IF
        MOVE 0 TO CHALLENGE-PENDING(COMMANDS-ACTOR-PLAYER)
        MOVE "Duel challenge declined" TO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    DUEL-FORFEIT.
        IF DUEL-ACTIVE(COMMANDS-ACTOR-PLAYER) = 0
            MOVE "You are not in a duel" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE DUEL-OPPONENT(COMMANDS-ACTOR-PLAYER) TO CHALLENGER
        CALL "Duels-Settle" USING CHALLENGER COMMANDS-ACTOR-PLAYER
            C-FORFEIT-WON NO-LEAVER
        MOVE "You forfeited the duel" TO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    DUEL-RATING.
        IF SECOND-ARG = SPACES
            MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                    (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
                TO TARGET-NAME
        ELSE
            MOVE SECOND-ARG TO TARGET-NAME
        END-IF
        MOVE 0 TO TARGET-PLAYER
        PERFORM VARYING DUELIST-INDEX FROM 1 BY 1
                UNTIL DUELIST-INDEX > DUELIST-COUNT
            IF FUNCTION UPPER-CASE(DUELIST-NAME(DUELIST-INDEX))
                    = FUNCTION UPPER-CASE(TARGET-NAME)
                MOVE 1 TO TARGET-PLAYER
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF TARGET-PLAYER = 0
            STRING FUNCTION TRIM(TARGET-NAME) " has no duel rating yet"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE DUELIST-RATING(DUELIST-INDEX) TO RATING-DISPLAY
        MOVE DUELIST-WINS(DUELIST-INDEX) TO WINS-DISPLAY
        MOVE DUELIST-LOSSES(DUELIST-INDEX) TO LOSSES-DISPLAY
        MOVE DUELIST-DRAWS(DUELIST-INDEX) TO DRAWS-DISPLAY
        STRING FUNCTION TRIM(DUELIST-NAME(DUELIST-INDEX)) ": rating "
            FUNCTION TRIM(RATING-DISPLAY) ", "
            FUNCTION TRIM(WINS-DISPLAY) "W "
            FUNCTION TRIM(LOSSES-DISPLAY) "L "
            FUNCTION TRIM(DRAWS-DISPLAY) "D"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    END PROGRAM Callback-Duel.

END PROGRAM RegisterCommand-Duel.

*> --- RegisterCommand-Arena ---
*> Registers ARENA at permission level 2 (the event-host tier, like
*> HOLOGRAM):
*>   arena set <name> <1|2> - put that spawn of the arena where you stand
*>   arena clear <name>     - remove an arena that isn't in use
*>   arena list             - every arena and whether it is ready
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Arena.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Arena"
    CALL "Commands-Register" USING "ARENA" 2 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Arena ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Arena.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-DUELS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 SUB-COMMAND            PIC X(8).
        01 ARENA-ARG              PIC X(16).
        01 SPAWN-ARG              PIC X(4).
        01 SPAWN-NUMBER           BINARY-LONG UNSIGNED.
        01 ARENA-INDEX            BINARY-LONG UNSIGNED.
        01 TARGET-INDEX           BINARY-LONG UNSIGNED.
        01 FREE-INDEX             BINARY-LONG UNSIGNED.
        01 LIST-LINE              PIC X(96).
        01 ANY-LISTED             BINARY-CHAR UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            GOBACK
        END-IF
        MOVE SPACES TO SUB-COMMAND
        MOVE SPACES TO ARENA-ARG
        MOVE SPACES TO SPAWN-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND ARENA-ARG SPAWN-ARG
        END-IF

        *> names are matched as typed; the first free slot takes a new one
        MOVE 0 TO TARGET-INDEX
        MOVE 0 TO FREE-INDEX
        PERFORM VARYING ARENA-INDEX FROM 1 BY 1
                UNTIL ARENA-INDEX > MAX-ARENAS
            IF ARENA-USED(ARENA-INDEX) NOT = 0
                    AND ARENA-NAME(ARENA-INDEX) = ARENA-ARG
                MOVE ARENA-INDEX TO TARGET-INDEX
            END-IF
            IF ARENA-USED(ARENA-INDEX) = 0 AND FREE-INDEX = 0
                MOVE ARENA-INDEX TO FREE-INDEX
            END-IF
        END-PERFORM

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN "SET"
                PERFORM ARENA-SET
            WHEN "CLEAR"
                PERFORM ARENA-CLEAR
            WHEN "LIST"
                PERFORM ARENA-LIST
            WHEN OTHER
                MOVE "Usage: arena set <name> <1|2> | clear <name> | list"
                    TO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    ARENA-SET.
        IF ARENA-ARG = SPACES
                OR (SPAWN-ARG NOT = "1" AND SPAWN-ARG NOT = "2")
            MOVE "Usage: arena set <name> <1|2>"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE SPAWN-NUMBER = FUNCTION NUMVAL(SPAWN-ARG)
        IF TARGET-INDEX = 0
            IF FREE-INDEX = 0
                MOVE "The arena table is full" TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE FREE-INDEX TO TARGET-INDEX
            INITIALIZE ARENA-RECORD(TARGET-INDEX)
            MOVE 1 TO ARENA-USED(TARGET-INDEX)
            MOVE ARENA-ARG TO ARENA-NAME(TARGET-INDEX)
        END-IF
        IF ARENA-BUSY(TARGET-INDEX) NOT = 0
            MOVE "That arena has a duel running" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        *> both spawns share one dimension: the latest placement's
        MOVE PLAYER-DIMENSION(COMMANDS-ACTOR-PLAYER)
            TO ARENA-DIMENSION(TARGET-INDEX)
        MOVE 1 TO ARENA-SPAWN-SET(TARGET-INDEX, SPAWN-NUMBER)
        MOVE PLAYER-X(COMMANDS-ACTOR-PLAYER)
            TO ARENA-X(TARGET-INDEX, SPAWN-NUMBER)
        MOVE PLAYER-Y(COMMANDS-ACTOR-PLAYER)
            TO ARENA-Y(TARGET-INDEX, SPAWN-NUMBER)
        MOVE PLAYER-Z(COMMANDS-ACTOR-PLAYER)
            TO ARENA-Z(TARGET-INDEX, SPAWN-NUMBER)
        CALL "Duels-SaveArenas"
        STRING "Arena " FUNCTION TRIM(ARENA-ARG) " spawn "
            FUNCTION TRIM(SPAWN-ARG) " set" DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    ARENA-CLEAR.
        IF TARGET-INDEX = 0
            STRING "No arena named " FUNCTION TRIM(ARENA-ARG)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF ARENA-BUSY(TARGET-INDEX) NOT = 0
            MOVE "That arena has a duel running" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        INITIALIZE ARENA-RECORD(TARGET-INDEX)
        CALL "Duels-SaveArenas"
        STRING "Arena " FUNCTION TRIM(ARENA-ARG) " removed"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    ARENA-LIST.
        MOVE 0 TO ANY-LISTED
        PERFORM VARYING ARENA-INDEX FROM 1 BY 1
                UNTIL ARENA-INDEX > MAX-ARENAS
            IF ARENA-USED(ARENA-INDEX) NOT = 0
                MOVE 1 TO ANY-LISTED
                MOVE SPACES TO LIST-LINE
                EVALUATE TRUE
                    WHEN ARENA-BUSY(ARENA-INDEX) NOT = 0
                        STRING FUNCTION TRIM(ARENA-NAME(ARENA-INDEX))
                            ": duel running" DELIMITED BY SIZE
                            INTO LIST-LINE
                    WHEN ARENA-SPAWN-SET(ARENA-INDEX, 1) = 0
                            OR ARENA-SPAWN-SET(ARENA-INDEX, 2) = 0
                        STRING FUNCTION TRIM(ARENA-NAME(ARENA-INDEX))
                            ": needs both spawns" DELIMITED BY SIZE
                            INTO LIST-LINE
                    WHEN OTHER
                        STRING FUNCTION TRIM(ARENA-NAME(ARENA-INDEX))
                            ": ready" DELIMITED BY SIZE INTO LIST-LINE
                END-EVALUATE
                CALL "SendPacket-SystemChat" USING
                    PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) LIST-LINE
            END-IF
        END-PERFORM
        IF ANY-LISTED = 0
            MOVE "No arenas defined" TO LK-COMMAND-RESPONSE-TEXT
        END-IF
        EXIT PARAGRAPH.

    END PROGRAM Callback-Arena.

END PROGRAM RegisterCommand-Arena.
