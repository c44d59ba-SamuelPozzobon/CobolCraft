*> --- Xray-Report ---
*> The nightly lead list for x-ray investigations. Reads
*> save/logs/mining.log as Mining-RecordBreak and Mining-FlushTally
*> write it (see DD-MINING-LOG) over the last xray-window-days whole
*> days, totals each player's stone, deepslate and ores, and tests each
*> ore kind against the rest of the server: with p the share of that
*> ore among everyone else's stone, deepslate and that ore, a player
*> who broke n such blocks should show about n*p ore, give or take
*> sqrt(n*p*(1-p)). The player's worst kind, in those standard
*> deviations, is their score; anyone at or over xray-z-threshold who
*> broke at least xray-min-stone stone and deepslate is a lead. Leads
*> are ranked by score with their hours online in the window (paired
*> from save/playtime.log the way Playtime-Report pairs them) and the
*> last few places they broke ore. Results land in a dated file under
*> save/logs.
IDENTIFICATION DIVISION.
PROGRAM-ID. Xray-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-MINING-LOG
        ASSIGN TO "save/logs/mining.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-SESSION-LOG
        ASSIGN TO "save/playtime.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-MINING-LOG.
    COPY DD-MINING-LOG.
FD FD-SESSION-LOG.
    01 SESSION-LOG-LINE          PIC X(160).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    01 REPORT-FILE-NAME          PIC X(64).
    01 WINDOW-DAYS               BINARY-LONG-LONG.
    01 MIN-STONE                 BINARY-LONG-LONG.
    01 Z-THRESHOLD               BINARY-LONG-LONG.
    01 TODAY-DATE                PIC 9(8).
    01 FIRST-DATE                PIC 9(8).
    01 LAST-DATE                 PIC 9(8).
    01 FIRST-DATE-STR            PIC X(8).
    01 TODAY-DATE-STR            PIC X(8).
    *> per-player accumulation, keyed by UUID string
    01 MAX-REPORT-PLAYERS        BINARY-LONG UNSIGNED VALUE 256.
    01 MAX-ORE-SITES             BINARY-LONG UNSIGNED VALUE 5.
    01 REPORT-PLAYERS.
        05 REPORT-PLAYER OCCURS 256 TIMES.
            10 RP-UUID-STR               PIC X(36).
            10 RP-NAME                   PIC X(16).
            10 RP-MINED                  BINARY-LONG-LONG UNSIGNED
                                          OCCURS 7 TIMES.
            10 RP-BASE                   BINARY-LONG-LONG UNSIGNED.
            10 RP-ONLINE-SECONDS         BINARY-LONG-LONG.
            10 RP-SESSION-START          BINARY-LONG-LONG.
            10 RP-SESSION-OPEN           BINARY-CHAR UNSIGNED.
            10 RP-SCORE                  FLOAT-LONG.
            10 RP-SCORE-KIND             BINARY-LONG UNSIGNED.
            *> the newest ore sites, oldest overwritten first
            10 RP-SITE-COUNT             BINARY-LONG UNSIGNED.
            10 RP-SITE OCCURS 5 TIMES    PIC X(80).
    01 REPORT-PLAYER-COUNT       BINARY-LONG UNSIGNED.
    *> server totals per kind, everyone included
    01 SERVER-MINED              BINARY-LONG-LONG UNSIGNED
                                  OCCURS 7 TIMES.
    01 SERVER-BASE               BINARY-LONG-LONG UNSIGNED.
    01 LINES-READ                BINARY-LONG UNSIGNED.
    01 JUDGED-COUNT              BINARY-LONG UNSIGNED.
    *> the leads, ranked by score
    01 LEAD-COUNT                BINARY-LONG UNSIGNED.
    01 LEAD-INDEX-TABLE.
        05 LEAD-PLAYER OCCURS 256 TIMES BINARY-LONG UNSIGNED.
    01 LEAD-INDEX                BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 BEST-INDEX                BINARY-LONG UNSIGNED.
    01 SWAP-PLAYER               BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 KIND-INDEX                BINARY-LONG UNSIGNED.
    01 SITE-INDEX                BINARY-LONG UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 LINE-EVENT                PIC X(10).
    01 LINE-DATE                 PIC 9(8).
    01 LINE-HH                   PIC 9(2).
    01 LINE-MM                   PIC 9(2).
    01 LINE-SS                   PIC 9(2).
    01 EVENT-SECONDS             BINARY-LONG-LONG.
    *> the leave-one-out test
    01 OTHERS-ORE                FLOAT-LONG.
    01 OTHERS-TOTAL              FLOAT-LONG.
    01 SHARE                     FLOAT-LONG.
    01 TRIALS                    FLOAT-LONG.
    01 EXPECTED                  FLOAT-LONG.
    01 SPREAD                    FLOAT-LONG.
    01 KIND-SCORE                FLOAT-LONG.
    01 KIND-NAMES.
        05 FILLER PIC X(14) VALUE "stone".
        05 FILLER PIC X(14) VALUE "deepslate".
        05 FILLER PIC X(14) VALUE "diamond".
        05 FILLER PIC X(14) VALUE "ancient debris".
        05 FILLER PIC X(14) VALUE "emerald".
        05 FILLER PIC X(14) VALUE "gold".
        05 FILLER PIC X(14) VALUE "iron".
    01 KIND-NAME-LIST REDEFINES KIND-NAMES.
        05 KIND-NAME OCCURS 7 TIMES PIC X(14).
    01 RATE-PER-MILLE            BINARY-LONG-LONG UNSIGNED.
    01 RANK-DISPLAY              PIC Z(3)9.
    01 COUNT-DISPLAY             PIC Z(11)9.
    01 SCORE-DISPLAY             PIC Z(3)9.9.
    01 HOURS-DISPLAY             PIC Z(5)9.9.
    01 ONLINE-HOURS              FLOAT-LONG.
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    CALL "Config-Load"
    CALL "Config-GetNumber" USING "xray-window-days" 7 WINDOW-DAYS
    CALL "Config-GetNumber" USING "xray-min-stone" 500 MIN-STONE
    CALL "Config-GetNumber" USING "xray-z-threshold" 3 Z-THRESHOLD
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"

    *> whole days only: the window ends with yesterday
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    COMPUTE FIRST-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) - WINDOW-DAYS)
    COMPUTE LAST-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1)
    MOVE FIRST-DATE TO FIRST-DATE-STR
    MOVE TODAY-DATE TO TODAY-DATE-STR
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/xray-report-" DELIMITED BY SIZE
        TODAY-DATE-STR DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME

    MOVE 0 TO REPORT-PLAYER-COUNT
    MOVE 0 TO LINES-READ
    MOVE 0 TO SERVER-BASE
    PERFORM VARYING KIND-INDEX FROM 1 BY 1 UNTIL KIND-INDEX > 7
        MOVE 0 TO SERVER-MINED(KIND-INDEX)
    END-PERFORM

    OPEN INPUT FD-MINING-LOG
    PERFORM UNTIL EXIT
        READ FD-MINING-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                IF MINING-LOG-STAMP(1:8) >= FIRST-DATE-STR
                        AND MINING-LOG-STAMP(1:8) < TODAY-DATE-STR
                    ADD 1 TO LINES-READ
                    PERFORM PROCESS-MINING-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-MINING-LOG

    PERFORM SCAN-SESSIONS
    PERFORM SCORE-PLAYERS
    PERFORM RANK-LEADS
    PERFORM WRITE-REPORT
    MOVE LINES-READ TO BATCH-STEP-RECORDS
    MOVE LEAD-COUNT TO BATCH-STEP-EXCEPTIONS
    GOBACK.

PROCESS-MINING-LINE.
    MOVE MINING-LOG-UUID TO LINE-UUID-STR
    MOVE MINING-LOG-NAME TO LINE-NAME
    PERFORM FIND-PLAYER
    IF FOUND-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    *> the newest name seen wins
    MOVE MINING-LOG-NAME TO RP-NAME(FOUND-INDEX)

    EVALUATE MINING-LOG-TYPE
        WHEN "TALLY"
            *> ores are counted from the ORE lines as they happened, so
            *> the tally contributes only the stone and deepslate
            PERFORM VARYING KIND-INDEX FROM 1 BY 1 UNTIL KIND-INDEX > 2
                IF MINING-LOG-COUNT(KIND-INDEX) IS NUMERIC
                    ADD MINING-LOG-COUNT(KIND-INDEX)
                        TO RP-MINED(FOUND-INDEX, KIND-INDEX)
                    ADD MINING-LOG-COUNT(KIND-INDEX)
                        TO SERVER-MINED(KIND-INDEX)
                    ADD MINING-LOG-COUNT(KIND-INDEX)
                        TO RP-BASE(FOUND-INDEX)
                    ADD MINING-LOG-COUNT(KIND-INDEX) TO SERVER-BASE
                END-IF
            END-PERFORM
        WHEN "ORE"
            IF MINING-LOG-KIND IS NUMERIC
                    AND MINING-LOG-KIND >= 3 AND MINING-LOG-KIND <= 7
                MOVE MINING-LOG-KIND TO KIND-INDEX
                ADD 1 TO RP-MINED(FOUND-INDEX, KIND-INDEX)
                ADD 1 TO SERVER-MINED(KIND-INDEX)
                PERFORM NOTE-ORE-SITE
            END-IF
    END-EVALUATE.

NOTE-ORE-SITE.
    IF RP-SITE-COUNT(FOUND-INDEX) < MAX-ORE-SITES
        ADD 1 TO RP-SITE-COUNT(FOUND-INDEX)
        MOVE RP-SITE-COUNT(FOUND-INDEX) TO SITE-INDEX
    ELSE
        PERFORM VARYING SITE-INDEX FROM 1 BY 1
                UNTIL SITE-INDEX >= MAX-ORE-SITES
            MOVE RP-SITE(FOUND-INDEX, SITE-INDEX + 1)
                TO RP-SITE(FOUND-INDEX, SITE-INDEX)
        END-PERFORM
        MOVE MAX-ORE-SITES TO SITE-INDEX
    END-IF
    MOVE SPACES TO RP-SITE(FOUND-INDEX, SITE-INDEX)
    STRING MINING-LOG-STAMP(1:4) "-" MINING-LOG-STAMP(5:2) "-"
        MINING-LOG-STAMP(7:2) " " MINING-LOG-STAMP(9:2) ":"
        MINING-LOG-STAMP(11:2) " "
        FUNCTION TRIM(KIND-NAME(KIND-INDEX)) " at "
        FUNCTION TRIM(MINING-LOG-DIMENSION) " "
        FUNCTION TRIM(MINING-LOG-X) ","
        FUNCTION TRIM(MINING-LOG-Y) ","
        FUNCTION TRIM(MINING-LOG-Z)
        DELIMITED BY SIZE INTO RP-SITE(FOUND-INDEX, SITE-INDEX).

FIND-PLAYER.
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
            UNTIL PLAYER-INDEX > REPORT-PLAYER-COUNT
            OR FOUND-INDEX NOT = 0
        IF RP-UUID-STR(PLAYER-INDEX) = LINE-UUID-STR
            MOVE PLAYER-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0 AND REPORT-PLAYER-COUNT < MAX-REPORT-PLAYERS
        ADD 1 TO REPORT-PLAYER-COUNT
        MOVE REPORT-PLAYER-COUNT TO FOUND-INDEX
        MOVE LINE-UUID-STR TO RP-UUID-STR(FOUND-INDEX)
        MOVE LINE-NAME TO RP-NAME(FOUND-INDEX)
        PERFORM VARYING KIND-INDEX FROM 1 BY 1 UNTIL KIND-INDEX > 7
            MOVE 0 TO RP-MINED(FOUND-INDEX, KIND-INDEX)
        END-PERFORM
        MOVE 0 TO RP-BASE(FOUND-INDEX)
        MOVE 0 TO RP-ONLINE-SECONDS(FOUND-INDEX)
        MOVE 0 TO RP-SESSION-OPEN(FOUND-INDEX)
        MOVE 0 TO RP-SCORE(FOUND-INDEX)
        MOVE 0 TO RP-SCORE-KIND(FOUND-INDEX)
        MOVE 0 TO RP-SITE-COUNT(FOUND-INDEX)
    END-IF.

SCAN-SESSIONS.
    *> only miners already in the table are of interest; a session
    *> counts toward the window by the day it closed
    OPEN INPUT FD-SESSION-LOG
    PERFORM UNTIL EXIT
        READ FD-SESSION-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                IF SESSION-LOG-LINE NOT = SPACES
                    PERFORM PROCESS-SESSION-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SESSION-LOG.

PROCESS-SESSION-LINE.
    MOVE SPACES TO LINE-UUID-STR
    MOVE SPACES TO LINE-NAME
    MOVE SPACES TO LINE-EVENT
    UNSTRING SESSION-LOG-LINE(22:139) DELIMITED BY ALL " "
        INTO LINE-UUID-STR LINE-NAME LINE-EVENT
    IF SESSION-LOG-LINE(1:14) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
            UNTIL PLAYER-INDEX > REPORT-PLAYER-COUNT
            OR FOUND-INDEX NOT = 0
        IF RP-UUID-STR(PLAYER-INDEX) = LINE-UUID-STR
            MOVE PLAYER-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SESSION-LOG-LINE(1:8) TO LINE-DATE
    MOVE SESSION-LOG-LINE(9:2) TO LINE-HH
    MOVE SESSION-LOG-LINE(11:2) TO LINE-MM
    MOVE SESSION-LOG-LINE(13:2) TO LINE-SS
    COMPUTE EVENT-SECONDS =
        FUNCTION INTEGER-OF-DATE(LINE-DATE) * 86400
        + LINE-HH * 3600 + LINE-MM * 60 + LINE-SS

    EVALUATE FUNCTION TRIM(LINE-EVENT)
        WHEN "CONNECT"
            MOVE EVENT-SECONDS TO RP-SESSION-START(FOUND-INDEX)
            MOVE 1 TO RP-SESSION-OPEN(FOUND-INDEX)
        WHEN "DISCONNECT"
            IF RP-SESSION-OPEN(FOUND-INDEX) NOT = 0
                    AND LINE-DATE >= FIRST-DATE
                    AND LINE-DATE <= LAST-DATE
                COMPUTE RP-ONLINE-SECONDS(FOUND-INDEX) =
                    RP-ONLINE-SECONDS(FOUND-INDEX)
                    + EVENT-SECONDS - RP-SESSION-START(FOUND-INDEX)
            END-IF
            MOVE 0 TO RP-SESSION-OPEN(FOUND-INDEX)
    END-EVALUATE.

SCORE-PLAYERS.
    MOVE 0 TO JUDGED-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
            UNTIL PLAYER-INDEX > REPORT-PLAYER-COUNT
        IF RP-BASE(PLAYER-INDEX) >= MIN-STONE
            ADD 1 TO JUDGED-COUNT
            PERFORM VARYING KIND-INDEX FROM 3 BY 1 UNTIL KIND-INDEX > 7
                PERFORM SCORE-KIND
            END-PERFORM
        END-IF
    END-PERFORM.

SCORE-KIND.
    *> the rest of the server is the yardstick, so a heavy miner's own
    *> haul cannot drag the average toward themself
    COMPUTE OTHERS-ORE = SERVER-MINED(KIND-INDEX)
        - RP-MINED(PLAYER-INDEX, KIND-INDEX)
    COMPUTE OTHERS-TOTAL = SERVER-BASE - RP-BASE(PLAYER-INDEX)
        + OTHERS-ORE
    IF OTHERS-TOTAL <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE SHARE = OTHERS-ORE / OTHERS-TOTAL
    *> a server where nobody else has found this ore yet still has
    *> some chance of it - half a find keeps the spread above zero
    IF SHARE <= 0
        COMPUTE SHARE = 0.5 / OTHERS-TOTAL
    END-IF
    IF SHARE >= 1
        EXIT PARAGRAPH
    END-IF
    COMPUTE TRIALS = RP-BASE(PLAYER-INDEX)
        + RP-MINED(PLAYER-INDEX, KIND-INDEX)
    COMPUTE EXPECTED = TRIALS * SHARE
    COMPUTE SPREAD = FUNCTION SQRT(TRIALS * SHARE * (1 - SHARE))
    IF SPREAD <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE KIND-SCORE = (RP-MINED(PLAYER-INDEX, KIND-INDEX) - EXPECTED)
        / SPREAD
    IF RP-SCORE-KIND(PLAYER-INDEX) = 0
            OR KIND-SCORE > RP-SCORE(PLAYER-INDEX)
        MOVE KIND-SCORE TO RP-SCORE(PLAYER-INDEX)
        MOVE KIND-INDEX TO RP-SCORE-KIND(PLAYER-INDEX)
    END-IF.

RANK-LEADS.
    MOVE 0 TO LEAD-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
            UNTIL PLAYER-INDEX > REPORT-PLAYER-COUNT
        IF RP-BASE(PLAYER-INDEX) >= MIN-STONE
                AND RP-SCORE-KIND(PLAYER-INDEX) NOT = 0
                AND RP-SCORE(PLAYER-INDEX) >= Z-THRESHOLD
            ADD 1 TO LEAD-COUNT
            MOVE PLAYER-INDEX TO LEAD-PLAYER(LEAD-COUNT)
        END-IF
    END-PERFORM
    *> selection sort, highest score first
    PERFORM VARYING LEAD-INDEX FROM 1 BY 1 UNTIL LEAD-INDEX >= LEAD-COUNT
        MOVE LEAD-INDEX TO BEST-INDEX
        PERFORM VARYING SCAN-INDEX FROM LEAD-INDEX BY 1
                UNTIL SCAN-INDEX > LEAD-COUNT
            IF RP-SCORE(LEAD-PLAYER(SCAN-INDEX))
                    > RP-SCORE(LEAD-PLAYER(BEST-INDEX))
                MOVE SCAN-INDEX TO BEST-INDEX
            END-IF
        END-PERFORM
        IF BEST-INDEX NOT = LEAD-INDEX
            MOVE LEAD-PLAYER(LEAD-INDEX) TO SWAP-PLAYER
            MOVE LEAD-PLAYER(BEST-INDEX) TO LEAD-PLAYER(LEAD-INDEX)
            MOVE SWAP-PLAYER TO LEAD-PLAYER(BEST-INDEX)
        END-IF
    END-PERFORM.

WRITE-REPORT.
    OPEN EXTEND FD-REPORT

    MOVE SPACES TO REPORT-LINE
    STRING "x-ray suspicion report generated " DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        ", mining from " DELIMITED BY SIZE
        FIRST-DATE DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        LAST-DATE DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    *> the yardstick: ore per thousand stone and deepslate, server-wide
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO LINE-POINTER
    STRING "server average per 1000 stone/deepslate:"
        DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER LINE-POINTER
    PERFORM VARYING KIND-INDEX FROM 3 BY 1 UNTIL KIND-INDEX > 7
        MOVE 0 TO RATE-PER-MILLE
        IF SERVER-BASE > 0
            COMPUTE RATE-PER-MILLE =
                SERVER-MINED(KIND-INDEX) * 1000 / SERVER-BASE
        END-IF
        MOVE RATE-PER-MILLE TO COUNT-DISPLAY
        STRING " " FUNCTION TRIM(KIND-NAME(KIND-INDEX)) " "
            FUNCTION TRIM(COUNT-DISPLAY)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER LINE-POINTER
    END-PERFORM
    WRITE REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    MOVE Z-THRESHOLD TO RANK-DISPLAY
    MOVE MIN-STONE TO COUNT-DISPLAY
    STRING "-- leads: score " FUNCTION TRIM(RANK-DISPLAY)
        " or more, at least " FUNCTION TRIM(COUNT-DISPLAY)
        " stone/deepslate broken --"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM VARYING LEAD-INDEX FROM 1 BY 1 UNTIL LEAD-INDEX > LEAD-COUNT
        MOVE LEAD-PLAYER(LEAD-INDEX) TO PLAYER-INDEX
        PERFORM WRITE-LEAD
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    MOVE JUDGED-COUNT TO COUNT-DISPLAY
    MOVE LEAD-COUNT TO RANK-DISPLAY
    STRING FUNCTION TRIM(RANK-DISPLAY) " lead(s) among "
        FUNCTION TRIM(COUNT-DISPLAY)
        " player(s) with enough mining to judge"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE FD-REPORT.

WRITE-LEAD.
    MOVE LEAD-INDEX TO RANK-DISPLAY
    MOVE RP-SCORE(PLAYER-INDEX) TO SCORE-DISPLAY
    COMPUTE ONLINE-HOURS = RP-ONLINE-SECONDS(PLAYER-INDEX) / 3600
    MOVE ONLINE-HOURS TO HOURS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "#" FUNCTION TRIM(RANK-DISPLAY) " "
        FUNCTION TRIM(RP-NAME(PLAYER-INDEX)) ": score "
        FUNCTION TRIM(SCORE-DISPLAY) " on "
        FUNCTION TRIM(KIND-NAME(RP-SCORE-KIND(PLAYER-INDEX)))
        ", " FUNCTION TRIM(HOURS-DISPLAY) " h online"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    MOVE RP-BASE(PLAYER-INDEX) TO COUNT-DISPLAY
    MOVE 1 TO LINE-POINTER
    STRING "    stone/deepslate " FUNCTION TRIM(COUNT-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER LINE-POINTER
    PERFORM VARYING KIND-INDEX FROM 3 BY 1 UNTIL KIND-INDEX > 7
        MOVE RP-MINED(PLAYER-INDEX, KIND-INDEX) TO COUNT-DISPLAY
        STRING ", " FUNCTION TRIM(KIND-NAME(KIND-INDEX)) " "
            FUNCTION TRIM(COUNT-DISPLAY)
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER LINE-POINTER
    END-PERFORM
    WRITE REPORT-LINE

    PERFORM VARYING SITE-INDEX FROM 1 BY 1
            UNTIL SITE-INDEX > RP-SITE-COUNT(PLAYER-INDEX)
        MOVE SPACES TO REPORT-LINE
        STRING "    " RP-SITE(PLAYER-INDEX, SITE-INDEX)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

END PROGRAM Xray-Report.
