*> --- DuelLadder-Report ---
*> The weekly duel ladder. Reads save/duel-ratings.dat as
*> Duels-SaveRatings writes it and ranks the top duellists by Elo
*> rating, with their win/loss/draw record, into a file under save/logs
*> named for the Monday that starts the week, so the step runs once a
*> week however often the stream runs. The top three also go to
*> save/duel-ladder.dat ("name rating" lines), which Holograms-Init
*> reads for the LADDER hologram column.
IDENTIFICATION DIVISION.
PROGRAM-ID. DuelLadder-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-RATINGS
        ASSIGN TO "save/duel-ratings.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-LADDER
        ASSIGN TO "save/duel-ladder.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-RATINGS.
    01 RATING-LINE               PIC X(96).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
FD FD-LADDER.
    01 LADDER-LINE               PIC X(64).
WORKING-STORAGE SECTION.
    01 REPORT-FILE-NAME          PIC X(64).
    01 TODAY-DATE                PIC X(8).
    01 WEEK-START-DATE           PIC X(8).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 UUID-TOKEN                PIC X(36).
    01 RATING-TOKEN              PIC X(11).
    01 WINS-TOKEN                PIC X(11).
    01 LOSSES-TOKEN              PIC X(11).
    01 DRAWS-TOKEN               PIC X(11).
    01 NAME-TOKEN                PIC X(16).
    01 MAX-LADDER-PLAYERS        BINARY-LONG UNSIGNED VALUE 256.
    01 LADDER-PLAYERS.
        05 LADDER-PLAYER OCCURS 256 TIMES.
            10 LP-NAME                   PIC X(16).
            10 LP-RATING                 BINARY-LONG.
            10 LP-WINS                   BINARY-LONG UNSIGNED.
            10 LP-LOSSES                 BINARY-LONG UNSIGNED.
            10 LP-DRAWS                  BINARY-LONG UNSIGNED.
            10 LP-RANKED                 BINARY-CHAR UNSIGNED.
    01 LADDER-COUNT              BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG UNSIGNED.
    01 RANK-POSITION             BINARY-LONG UNSIGNED.
    01 BEST-INDEX                BINARY-LONG UNSIGNED.
    01 RANK-DISPLAY              PIC Z9.
    01 RATING-DISPLAY            PIC -(9)9.
    01 WINS-DISPLAY              PIC Z(9)9.
    01 LOSSES-DISPLAY            PIC Z(9)9.
    01 DRAWS-DISPLAY             PIC Z(9)9.
    01 C-TOP-COUNT               BINARY-LONG UNSIGNED VALUE 10.
    01 C-HOLOGRAM-COUNT          BINARY-LONG UNSIGNED VALUE 3.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    CALL "Quests-Dates" USING TODAY-DATE WEEK-START-DATE
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/duel-ladder-" DELIMITED BY SIZE
        WEEK-START-DATE DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME

    *> this week's ladder is already out
    CALL "CBL_CHECK_FILE_EXIST" USING REPORT-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE = 0
        MOVE 0 TO BATCH-STEP-RECORDS
        GOBACK
    END-IF

    MOVE 0 TO LADDER-COUNT
    OPEN INPUT FD-RATINGS
    PERFORM UNTIL EXIT
        READ FD-RATINGS
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM LOAD-ONE-RATING
        END-READ
    END-PERFORM
    CLOSE FD-RATINGS

    OPEN OUTPUT FD-LADDER
    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "duel ladder for the week of " DELIMITED BY SIZE
        WEEK-START-DATE DELIMITED BY SIZE
        ", generated " DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    IF LADDER-COUNT = 0
        MOVE "no duels fought yet" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    PERFORM VARYING RANK-POSITION FROM 1 BY 1
            UNTIL RANK-POSITION > C-TOP-COUNT
            OR RANK-POSITION > LADDER-COUNT
        *> selection pass: the highest rating not yet ranked
        MOVE 0 TO BEST-INDEX
        PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
                UNTIL PLAYER-INDEX > LADDER-COUNT
            IF LP-RANKED(PLAYER-INDEX) = 0
                IF BEST-INDEX = 0
                    MOVE PLAYER-INDEX TO BEST-INDEX
                ELSE
                    IF LP-RATING(PLAYER-INDEX) > LP-RATING(BEST-INDEX)
                        MOVE PLAYER-INDEX TO BEST-INDEX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO LP-RANKED(BEST-INDEX)
        PERFORM WRITE-LADDER-ENTRY
    END-PERFORM

    CLOSE FD-REPORT
    CLOSE FD-LADDER
    MOVE LADDER-COUNT TO BATCH-STEP-RECORDS
    GOBACK.

LOAD-ONE-RATING.
    *> "UUID rating wins losses draws name"
    MOVE SPACES TO UUID-TOKEN NAME-TOKEN
    MOVE SPACES TO RATING-TOKEN WINS-TOKEN LOSSES-TOKEN DRAWS-TOKEN
    UNSTRING RATING-LINE DELIMITED BY ALL " "
        INTO UUID-TOKEN RATING-TOKEN WINS-TOKEN LOSSES-TOKEN DRAWS-TOKEN
            NAME-TOKEN
    IF UUID-TOKEN = SPACES OR LADDER-COUNT >= MAX-LADDER-PLAYERS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LADDER-COUNT
    MOVE NAME-TOKEN TO LP-NAME(LADDER-COUNT)
    COMPUTE LP-RATING(LADDER-COUNT) = FUNCTION NUMVAL(RATING-TOKEN)
    COMPUTE LP-WINS(LADDER-COUNT) = FUNCTION NUMVAL(WINS-TOKEN)
    COMPUTE LP-LOSSES(LADDER-COUNT) = FUNCTION NUMVAL(LOSSES-TOKEN)
    COMPUTE LP-DRAWS(LADDER-COUNT) = FUNCTION NUMVAL(DRAWS-TOKEN)
    MOVE 0 TO LP-RANKED(LADDER-COUNT).

WRITE-LADDER-ENTRY.
    MOVE RANK-POSITION TO RANK-DISPLAY
    MOVE LP-RATING(BEST-INDEX) TO RATING-DISPLAY
    MOVE LP-WINS(BEST-INDEX) TO WINS-DISPLAY
    MOVE LP-LOSSES(BEST-INDEX) TO LOSSES-DISPLAY
    MOVE LP-DRAWS(BEST-INDEX) TO DRAWS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(RANK-DISPLAY) ". " DELIMITED BY SIZE
        LP-NAME(BEST-INDEX) DELIMITED BY SIZE
        " " FUNCTION TRIM(RATING-DISPLAY) DELIMITED BY SIZE
        " (" FUNCTION TRIM(WINS-DISPLAY) "W " DELIMITED BY SIZE
        FUNCTION TRIM(LOSSES-DISPLAY) "L " DELIMITED BY SIZE
        FUNCTION TRIM(DRAWS-DISPLAY) "D)" DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    IF RANK-POSITION <= C-HOLOGRAM-COUNT
        MOVE SPACES TO LADDER-LINE
        STRING FUNCTION TRIM(LP-NAME(BEST-INDEX)) " "
            FUNCTION TRIM(RATING-DISPLAY)
            DELIMITED BY SIZE INTO LADDER-LINE
        WRITE LADDER-LINE
    END-IF.

END PROGRAM DuelLadder-Report.
