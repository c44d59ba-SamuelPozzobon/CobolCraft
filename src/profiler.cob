*> --- Profiler-Init ---
*> Clears the tick profile. Called from World-Init beside Metrics-Init;
*> the sections themselves appear as World-Tick first marks them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.

PROCEDURE DIVISION.
    MOVE 0 TO PROFILER-MARK-CENTISECONDS
    MOVE 0 TO PROFILER-SECTION-COUNT
    MOVE 1 TO PROFILER-NEXT-SECTION
    MOVE 0 TO PROFILER-MINUTE-TICKS
    MOVE 0 TO PROFILER-LAST-TICKS
    MOVE SPACES TO PROFILER-LAST-STAMP
    GOBACK.

END PROGRAM Profiler-Init.

*> --- Profiler-Clock ---
*> Current wall-clock time in hundredths of a second since midnight, the
*> same measure Metrics-RecordTick diffs tick to tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-Clock.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 TIMESTAMP-STR             PIC X(21).
    01 HOUR-PART                 PIC 9(2).
    01 MINUTE-PART               PIC 9(2).
    01 SECOND-PART               PIC 9(2).
    01 CENTISECOND-PART          PIC 9(2).
LINKAGE SECTION.
    01 LK-CENTISECONDS           BINARY-LONG-LONG.

PROCEDURE DIVISION USING LK-CENTISECONDS.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR
    MOVE TIMESTAMP-STR(9:2) TO HOUR-PART
    MOVE TIMESTAMP-STR(11:2) TO MINUTE-PART
    MOVE TIMESTAMP-STR(13:2) TO SECOND-PART
    MOVE TIMESTAMP-STR(15:2) TO CENTISECOND-PART
    COMPUTE LK-CENTISECONDS =
        ((HOUR-PART * 3600) + (MINUTE-PART * 60) + SECOND-PART) * 100
        + CENTISECOND-PART
    GOBACK.

END PROGRAM Profiler-Clock.

*> --- Profiler-BeginTick ---
*> Starts the first lap of a tick. Called as World-Tick's first
*> statement, so time spent between ticks (the network poll loop outside
*> this tree) is never charged to a subsystem.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-BeginTick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.

PROCEDURE DIVISION.
    CALL "Profiler-Clock" USING PROFILER-MARK-CENTISECONDS
    MOVE 1 TO PROFILER-NEXT-SECTION
    GOBACK.

END PROGRAM Profiler-BeginTick.

*> --- Profiler-Mark ---
*> Closes the current lap and charges it to the named section: the
*> wall-clock time since the previous mark (or since Profiler-BeginTick)
*> is what the call just made took. The clock only resolves hundredths of
*> a second, so a single fast call mostly reads 0 and now and then 1 -
*> summed over a minute's 1200 ticks those land in proportion to the time
*> actually spent, which is what the profile and LAG report show.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-Mark.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    01 NOW-CENTISECONDS          BINARY-LONG-LONG.
    01 LAP-CENTISECONDS          BINARY-LONG-LONG.
    01 SECTION-INDEX             BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-SECTION-NAME           PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-SECTION-NAME.
    CALL "Profiler-Clock" USING NOW-CENTISECONDS
    COMPUTE LAP-CENTISECONDS = NOW-CENTISECONDS - PROFILER-MARK-CENTISECONDS
    *> a lap spanning midnight wraps the clock back to zero
    IF LAP-CENTISECONDS < 0
        ADD 8640000 TO LAP-CENTISECONDS
    END-IF
    MOVE NOW-CENTISECONDS TO PROFILER-MARK-CENTISECONDS

    MOVE 0 TO FOUND-INDEX
    IF PROFILER-NEXT-SECTION <= PROFILER-SECTION-COUNT
        IF PROFILER-SECTION-NAME(PROFILER-NEXT-SECTION) = LK-SECTION-NAME
            MOVE PROFILER-NEXT-SECTION TO FOUND-INDEX
        END-IF
    END-IF
    IF FOUND-INDEX = 0
        PERFORM VARYING SECTION-INDEX FROM 1 BY 1
                UNTIL SECTION-INDEX > PROFILER-SECTION-COUNT
            IF PROFILER-SECTION-NAME(SECTION-INDEX) = LK-SECTION-NAME
                MOVE SECTION-INDEX TO FOUND-INDEX
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF FOUND-INDEX = 0
        IF PROFILER-SECTION-COUNT >= MAX-PROFILER-SECTIONS
            GOBACK
        END-IF
        ADD 1 TO PROFILER-SECTION-COUNT
        MOVE PROFILER-SECTION-COUNT TO FOUND-INDEX
        MOVE LK-SECTION-NAME TO PROFILER-SECTION-NAME(FOUND-INDEX)
        MOVE 0 TO PROFILER-TICK-CS(FOUND-INDEX)
        MOVE 0 TO PROFILER-MINUTE-CS(FOUND-INDEX)
        MOVE 0 TO PROFILER-MINUTE-MAX-CS(FOUND-INDEX)
        MOVE 0 TO PROFILER-LAST-CS(FOUND-INDEX)
        MOVE 0 TO PROFILER-LAST-MAX-CS(FOUND-INDEX)
    END-IF

    ADD LAP-CENTISECONDS TO PROFILER-TICK-CS(FOUND-INDEX)
    COMPUTE PROFILER-NEXT-SECTION = FOUND-INDEX + 1
    GOBACK.

END PROGRAM Profiler-Mark.

*> --- Profiler-EndTick ---
*> Called as World-Tick's last statement, after the final mark. Folds
*> each section's time for this tick into the minute, and once 1200 ticks
*> are in writes one row per section to save/logs/tick-profile.csv -
*> timestamp, section, total ms, average ms per tick, worst tick ms and
*> share of the minute's profiled time in percent - then keeps that
*> minute as the one LAG reports on.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-EndTick.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-PROFILE-LOG
        ASSIGN TO "save/logs/tick-profile.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-PROFILE-LOG.
    01 PROFILE-LOG-LINE          PIC X(120).
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    01 SECTION-INDEX             BINARY-LONG UNSIGNED.
    01 MINUTE-TOTAL-CS           BINARY-LONG-LONG.
    01 TOTAL-MS                  BINARY-LONG-LONG.
    01 AVG-MS                    PIC 9(6)V99.
    01 MAX-MS                    BINARY-LONG.
    01 SHARE-PCT                 PIC 9(3)V9.
    01 TOTAL-DISPLAY             PIC Z(8)9.
    01 AVG-DISPLAY               PIC Z(5)9.99.
    01 MAX-DISPLAY               PIC Z(5)9.
    01 SHARE-DISPLAY             PIC ZZ9.9.

PROCEDURE DIVISION.
    PERFORM VARYING SECTION-INDEX FROM 1 BY 1
            UNTIL SECTION-INDEX > PROFILER-SECTION-COUNT
        ADD PROFILER-TICK-CS(SECTION-INDEX) TO
            PROFILER-MINUTE-CS(SECTION-INDEX)
        IF PROFILER-TICK-CS(SECTION-INDEX) >
                PROFILER-MINUTE-MAX-CS(SECTION-INDEX)
            MOVE PROFILER-TICK-CS(SECTION-INDEX) TO
                PROFILER-MINUTE-MAX-CS(SECTION-INDEX)
        END-IF
        MOVE 0 TO PROFILER-TICK-CS(SECTION-INDEX)
    END-PERFORM
    ADD 1 TO PROFILER-MINUTE-TICKS

    IF PROFILER-MINUTE-TICKS < 1200
        GOBACK
    END-IF

    MOVE 0 TO MINUTE-TOTAL-CS
    PERFORM VARYING SECTION-INDEX FROM 1 BY 1
            UNTIL SECTION-INDEX > PROFILER-SECTION-COUNT
        ADD PROFILER-MINUTE-CS(SECTION-INDEX) TO MINUTE-TOTAL-CS
    END-PERFORM

    MOVE FUNCTION CURRENT-DATE(1:14) TO PROFILER-LAST-STAMP
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    OPEN EXTEND FD-PROFILE-LOG
    PERFORM VARYING SECTION-INDEX FROM 1 BY 1
            UNTIL SECTION-INDEX > PROFILER-SECTION-COUNT
        COMPUTE TOTAL-MS = PROFILER-MINUTE-CS(SECTION-INDEX) * 10
        COMPUTE AVG-MS ROUNDED = TOTAL-MS / PROFILER-MINUTE-TICKS
        COMPUTE MAX-MS = PROFILER-MINUTE-MAX-CS(SECTION-INDEX) * 10
        IF MINUTE-TOTAL-CS > 0
            COMPUTE SHARE-PCT ROUNDED =
                PROFILER-MINUTE-CS(SECTION-INDEX) * 100 / MINUTE-TOTAL-CS
        ELSE
            MOVE 0 TO SHARE-PCT
        END-IF
        MOVE TOTAL-MS TO TOTAL-DISPLAY
        MOVE AVG-MS TO AVG-DISPLAY
        MOVE MAX-MS TO MAX-DISPLAY
        MOVE SHARE-PCT TO SHARE-DISPLAY
        MOVE SPACES TO PROFILE-LOG-LINE
        STRING PROFILER-LAST-STAMP DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(PROFILER-SECTION-NAME(SECTION-INDEX))
                DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(TOTAL-DISPLAY) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(AVG-DISPLAY) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(MAX-DISPLAY) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(SHARE-DISPLAY) DELIMITED BY SIZE
            INTO PROFILE-LOG-LINE
        WRITE PROFILE-LOG-LINE

        MOVE PROFILER-MINUTE-CS(SECTION-INDEX) TO
            PROFILER-LAST-CS(SECTION-INDEX)
        MOVE PROFILER-MINUTE-MAX-CS(SECTION-INDEX) TO
            PROFILER-LAST-MAX-CS(SECTION-INDEX)
        MOVE 0 TO PROFILER-MINUTE-CS(SECTION-INDEX)
        MOVE 0 TO PROFILER-MINUTE-MAX-CS(SECTION-INDEX)
    END-PERFORM
    CLOSE FD-PROFILE-LOG

    MOVE PROFILER-MINUTE-TICKS TO PROFILER-LAST-TICKS
    MOVE 0 TO PROFILER-MINUTE-TICKS
    GOBACK.

END PROGRAM Profiler-EndTick.

*> --- RegisterCommand-Lag ---
*> Registers LAG at permission level 2: the five subsystems that took the
*> most wall-clock time over the last profiled minute, with their average
*> ms per tick, worst single tick and share of the tick. RCON reaches the
*> same command through the shared table. Before the first minute has
*> been flushed it reports on the partial minute gathered so far.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Lag.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Lag"
    CALL "Commands-Register" USING "LAG" 2 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Lag ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Lag.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PROFILER.
        01 C-TOP-COUNT            BINARY-LONG UNSIGNED VALUE 5.
        01 USE-PARTIAL            BINARY-CHAR UNSIGNED.
        01 REPORT-TICKS           BINARY-LONG UNSIGNED.
        01 SECTION-INDEX          BINARY-LONG UNSIGNED.
        01 RANK                   BINARY-LONG UNSIGNED.
        01 BEST-INDEX             BINARY-LONG UNSIGNED.
        01 BEST-CS                BINARY-LONG-LONG.
        01 SECTION-CS             BINARY-LONG-LONG.
        01 SECTION-MAX-CS         BINARY-LONG.
        01 TOTAL-CS               BINARY-LONG-LONG.
        01 SECTION-MS             BINARY-LONG-LONG.
        01 PICKED-TABLE.
            05 PICKED OCCURS 48 TIMES BINARY-CHAR UNSIGNED.
        01 AVG-MS                 PIC 9(6)V99.
        01 MAX-MS                 BINARY-LONG.
        01 SHARE-PCT              PIC 9(3)V9.
        01 AVG-DISPLAY            PIC Z(5)9.99.
        01 MAX-DISPLAY            PIC Z(5)9.
        01 SHARE-DISPLAY          PIC ZZ9.9.
        01 TICKS-DISPLAY          PIC Z(5)9.
        01 RANK-DISPLAY           PIC 9.
        01 REPORT-LINE            PIC X(160).
        01 RESPONSE-POS           BINARY-LONG UNSIGNED.
        01 LINE-LENGTH            BINARY-LONG UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO LK-COMMAND-RESPONSE-TEXT
        IF PROFILER-LAST-TICKS > 0
            MOVE 0 TO USE-PARTIAL
            MOVE PROFILER-LAST-TICKS TO REPORT-TICKS
        ELSE
            MOVE 1 TO USE-PARTIAL
            MOVE PROFILER-MINUTE-TICKS TO REPORT-TICKS
        END-IF
        IF REPORT-TICKS = 0 OR PROFILER-SECTION-COUNT = 0
            STRING "No tick profile yet" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        MOVE 0 TO TOTAL-CS
        PERFORM VARYING SECTION-INDEX FROM 1 BY 1
                UNTIL SECTION-INDEX > PROFILER-SECTION-COUNT
            PERFORM FETCH-SECTION
            ADD SECTION-CS TO TOTAL-CS
            MOVE 0 TO PICKED(SECTION-INDEX)
        END-PERFORM

        MOVE REPORT-TICKS TO TICKS-DISPLAY
        COMPUTE SECTION-MS = TOTAL-CS * 10
        COMPUTE AVG-MS ROUNDED = SECTION-MS / REPORT-TICKS
        MOVE AVG-MS TO AVG-DISPLAY
        MOVE SPACES TO REPORT-LINE
        IF USE-PARTIAL = 0
            STRING "Lag, last minute to " PROFILER-LAST-STAMP(9:2) ":"
                PROFILER-LAST-STAMP(11:2) " ("
                DELIMITED BY SIZE
                FUNCTION TRIM(TICKS-DISPLAY) DELIMITED BY SIZE
                " ticks, " DELIMITED BY SIZE
                FUNCTION TRIM(AVG-DISPLAY) DELIMITED BY SIZE
                " ms/tick)" DELIMITED BY SIZE
                INTO REPORT-LINE
        ELSE
            STRING "Lag, partial minute (" DELIMITED BY SIZE
                FUNCTION TRIM(TICKS-DISPLAY) DELIMITED BY SIZE
                " ticks, " DELIMITED BY SIZE
                FUNCTION TRIM(AVG-DISPLAY) DELIMITED BY SIZE
                " ms/tick)" DELIMITED BY SIZE
                INTO REPORT-LINE
        END-IF
        MOVE 1 TO RESPONSE-POS
        PERFORM APPEND-LINE

        *> pick the five heaviest sections by repeated scan - a 48-entry
        *> table is not worth sorting
        PERFORM VARYING RANK FROM 1 BY 1 UNTIL RANK > C-TOP-COUNT
            MOVE 0 TO BEST-INDEX
            MOVE -1 TO BEST-CS
            PERFORM VARYING SECTION-INDEX FROM 1 BY 1
                    UNTIL SECTION-INDEX > PROFILER-SECTION-COUNT
                IF PICKED(SECTION-INDEX) = 0
                    PERFORM FETCH-SECTION
                    IF SECTION-CS > BEST-CS
                        MOVE SECTION-INDEX TO BEST-INDEX
                        MOVE SECTION-CS TO BEST-CS
                    END-IF
                END-IF
            END-PERFORM
            IF BEST-INDEX = 0 OR BEST-CS = 0
                EXIT PERFORM
            END-IF
            MOVE 1 TO PICKED(BEST-INDEX)
            MOVE BEST-INDEX TO SECTION-INDEX
            PERFORM FETCH-SECTION
            COMPUTE SECTION-MS = SECTION-CS * 10
            COMPUTE AVG-MS ROUNDED = SECTION-MS / REPORT-TICKS
            COMPUTE MAX-MS = SECTION-MAX-CS * 10
            COMPUTE SHARE-PCT ROUNDED = SECTION-CS * 100 / TOTAL-CS
            MOVE AVG-MS TO AVG-DISPLAY
            MOVE MAX-MS TO MAX-DISPLAY
            MOVE SHARE-PCT TO SHARE-DISPLAY
            MOVE RANK TO RANK-DISPLAY
            MOVE SPACES TO REPORT-LINE
            STRING RANK-DISPLAY ". " DELIMITED BY SIZE
                FUNCTION TRIM(PROFILER-SECTION-NAME(BEST-INDEX))
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(AVG-DISPLAY) DELIMITED BY SIZE
                " ms/tick, max " DELIMITED BY SIZE
                FUNCTION TRIM(MAX-DISPLAY) DELIMITED BY SIZE
                " ms, " DELIMITED BY SIZE
                FUNCTION TRIM(SHARE-DISPLAY) DELIMITED BY SIZE
                "%" DELIMITED BY SIZE
                INTO REPORT-LINE
            PERFORM APPEND-LINE
        END-PERFORM

        IF RANK = 1
            MOVE "nothing measurable" TO REPORT-LINE
            PERFORM APPEND-LINE
        END-IF
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    FETCH-SECTION.
        IF USE-PARTIAL = 0
            MOVE PROFILER-LAST-CS(SECTION-INDEX) TO SECTION-CS
            MOVE PROFILER-LAST-MAX-CS(SECTION-INDEX) TO SECTION-MAX-CS
        ELSE
            MOVE PROFILER-MINUTE-CS(SECTION-INDEX) TO SECTION-CS
            MOVE PROFILER-MINUTE-MAX-CS(SECTION-INDEX) TO SECTION-MAX-CS
        END-IF.

    *> a visible separator between entries, not a raw line feed - the
    *> chat relay's JSON escaping drops control characters outright
    APPEND-LINE.
        COMPUTE LINE-LENGTH = FUNCTION STORED-CHAR-LENGTH(REPORT-LINE)
        IF RESPONSE-POS > 1
            MOVE " | " TO LK-COMMAND-RESPONSE-TEXT(RESPONSE-POS:3)
            ADD 3 TO RESPONSE-POS
        END-IF
        MOVE REPORT-LINE(1:LINE-LENGTH) TO
            LK-COMMAND-RESPONSE-TEXT(RESPONSE-POS:LINE-LENGTH)
        ADD LINE-LENGTH TO RESPONSE-POS.

    END PROGRAM Callback-Lag.

END PROGRAM RegisterCommand-Lag.
