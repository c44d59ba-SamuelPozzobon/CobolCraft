*> --- SaveCompact-Run ---
*> The offline compaction batch for the append-only "last line wins"
*> files. save/jobs.dat, save/mutes.dat and save/respawns.dat keep only
*> the last line per UUID (a mute whose last line has already expired
*> is dropped outright - Players-CheckMutedFile reads it as not muted
*> anyway). save/advancements.dat is a set of "UUID key" completions and
*> save/usercache.dat a set of "UUID name" pairs, so those keep the last
*> copy of each distinct line: every old name still resolves exactly as
*> Players-LookupUUIDByName resolved it before, because the survivors
*> stay in the order of their last appearance. Each file is read twice -
*> once to find the surviving line numbers, once to copy them to
*> <file>.tmp - and the temp file then replaces the original. A file
*> too big for the tables is left alone and reported. Refuses to run
*> while save/server.lock is held: the server appends to every one of
*> these files while it runs. Before/after line counts per file land
*> in a dated report under save/logs.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveCompact-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SOURCE
        ASSIGN TO SOURCE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-TARGET
        ASSIGN TO TARGET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SOURCE.
    01 SOURCE-LINE               PIC X(120).
FD FD-TARGET.
    01 TARGET-LINE               PIC X(120).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    01 SOURCE-FILE-NAME          PIC X(64).
    01 TARGET-FILE-NAME          PIC X(64).
    01 REPORT-FILE-NAME          PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    *> how the file in hand is keyed
    01 KEY-MODE                  BINARY-CHAR UNSIGNED.
        88 KEY-BY-UUID           VALUE 1.
        88 KEY-BY-LINE           VALUE 2.
    01 DROP-EXPIRED              BINARY-CHAR UNSIGNED.
    *> one entry per distinct key: the line number it last appeared on
    01 MAX-KEYS                  BINARY-LONG UNSIGNED VALUE 20000.
    01 KEY-TABLE.
        05 KEY-ENTRY OCCURS 20000 TIMES.
            10 KEY-TEXT          PIC X(120).
            10 KEY-LAST-LINE     BINARY-LONG UNSIGNED.
    01 KEY-COUNT                 BINARY-LONG UNSIGNED.
    01 KEY-INDEX                 BINARY-LONG UNSIGNED.
    01 FOUND-KEY                 BINARY-LONG UNSIGNED.
    01 LINE-KEY                  PIC X(120).
    *> per line number: 1 when that line survives
    01 MAX-LINES                 BINARY-LONG UNSIGNED VALUE 500000.
    01 KEEP-TABLE.
        05 KEEP-FLAG OCCURS 500000 TIMES BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 OVER-CAPACITY             BINARY-CHAR UNSIGNED.
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-EXPIRY               PIC X(14).
    01 NOW-STAMP                 PIC X(14).
    01 LINES-BEFORE              BINARY-LONG UNSIGNED.
    01 LINES-AFTER               BINARY-LONG UNSIGNED.
    01 TOTAL-BEFORE              BINARY-LONG UNSIGNED.
    01 TOTAL-AFTER               BINARY-LONG UNSIGNED.
    01 BEFORE-DISPLAY            PIC Z(8)9.
    01 AFTER-DISPLAY             PIC Z(8)9.
    01 RESULT-TEXT               PIC X(48).
    01 RENAME-STATUS             BINARY-LONG.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "save compaction refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/save-compact-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
    MOVE 0 TO TOTAL-BEFORE
    MOVE 0 TO TOTAL-AFTER

    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "save compaction " NOW-STAMP
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE "save/jobs.dat" TO SOURCE-FILE-NAME
    SET KEY-BY-UUID TO TRUE
    MOVE 0 TO DROP-EXPIRED
    PERFORM COMPACT-FILE

    MOVE "save/mutes.dat" TO SOURCE-FILE-NAME
    SET KEY-BY-UUID TO TRUE
    MOVE 1 TO DROP-EXPIRED
    PERFORM COMPACT-FILE

    MOVE "save/advancements.dat" TO SOURCE-FILE-NAME
    SET KEY-BY-LINE TO TRUE
    MOVE 0 TO DROP-EXPIRED
    PERFORM COMPACT-FILE

    MOVE "save/respawns.dat" TO SOURCE-FILE-NAME
    SET KEY-BY-UUID TO TRUE
    MOVE 0 TO DROP-EXPIRED
    PERFORM COMPACT-FILE

    MOVE "save/usercache.dat" TO SOURCE-FILE-NAME
    SET KEY-BY-LINE TO TRUE
    MOVE 0 TO DROP-EXPIRED
    PERFORM COMPACT-FILE

    MOVE TOTAL-BEFORE TO BEFORE-DISPLAY
    MOVE TOTAL-AFTER TO AFTER-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "total " FUNCTION TRIM(BEFORE-DISPLAY) " -> "
        FUNCTION TRIM(AFTER-DISPLAY) " line(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT

    MOVE SPACES TO LOG-MESSAGE
    STRING "save compaction: " FUNCTION TRIM(BEFORE-DISPLAY) " -> "
        FUNCTION TRIM(AFTER-DISPLAY) " line(s)"
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    GOBACK.

COMPACT-FILE.
    MOVE 0 TO LINES-BEFORE
    MOVE 0 TO LINES-AFTER
    MOVE SPACES TO TARGET-FILE-NAME
    STRING FUNCTION TRIM(SOURCE-FILE-NAME) ".tmp"
        DELIMITED BY SIZE INTO TARGET-FILE-NAME

    CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        MOVE "absent, nothing to do" TO RESULT-TEXT
        PERFORM REPORT-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-SURVIVORS
    IF OVER-CAPACITY NOT = 0
        MOVE LINES-BEFORE TO LINES-AFTER
        MOVE "CAPACITY - too many lines or keys, left as is"
            TO RESULT-TEXT
        PERFORM REPORT-FILE
        CALL "Log-Write" USING "WARN"
            "save compaction skipped a file too big for its tables, see save/logs"
        EXIT PARAGRAPH
    END-IF

    PERFORM COPY-SURVIVORS
    CALL "CBL_RENAME_FILE" USING TARGET-FILE-NAME SOURCE-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        MOVE LINES-BEFORE TO LINES-AFTER
        MOVE "ERROR - could not replace, original kept" TO RESULT-TEXT
        PERFORM REPORT-FILE
        MOVE SPACES TO LOG-MESSAGE
        STRING "save compaction could not replace "
            FUNCTION TRIM(SOURCE-FILE-NAME)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE "compacted" TO RESULT-TEXT
    PERFORM REPORT-FILE.

FIND-SURVIVORS.
    *> first pass: the last line number of every distinct key
    MOVE 0 TO KEY-COUNT
    MOVE 0 TO LINE-NUMBER
    MOVE 0 TO OVER-CAPACITY
    OPEN INPUT FD-SOURCE
    PERFORM UNTIL EXIT
        READ FD-SOURCE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF LINE-NUMBER > MAX-LINES
                    MOVE 1 TO OVER-CAPACITY
                ELSE
                    IF SOURCE-LINE NOT = SPACES
                        PERFORM NOTE-ONE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SOURCE
    MOVE LINE-NUMBER TO LINES-BEFORE
    IF OVER-CAPACITY NOT = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING LINE-NUMBER FROM 1 BY 1
            UNTIL LINE-NUMBER > LINES-BEFORE
        MOVE 0 TO KEEP-FLAG(LINE-NUMBER)
    END-PERFORM
    PERFORM VARYING KEY-INDEX FROM 1 BY 1 UNTIL KEY-INDEX > KEY-COUNT
        MOVE 1 TO KEEP-FLAG(KEY-LAST-LINE(KEY-INDEX))
    END-PERFORM.

NOTE-ONE-LINE.
    MOVE SPACES TO LINE-KEY
    IF KEY-BY-UUID
        MOVE SOURCE-LINE(1:36) TO LINE-KEY
    ELSE
        MOVE SOURCE-LINE TO LINE-KEY
    END-IF
    MOVE 0 TO FOUND-KEY
    PERFORM VARYING KEY-INDEX FROM 1 BY 1
            UNTIL KEY-INDEX > KEY-COUNT OR FOUND-KEY NOT = 0
        IF KEY-TEXT(KEY-INDEX) = LINE-KEY
            MOVE KEY-INDEX TO FOUND-KEY
        END-IF
    END-PERFORM
    IF FOUND-KEY = 0
        IF KEY-COUNT >= MAX-KEYS
            MOVE 1 TO OVER-CAPACITY
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO KEY-COUNT
        MOVE KEY-COUNT TO FOUND-KEY
        MOVE LINE-KEY TO KEY-TEXT(FOUND-KEY)
    END-IF
    MOVE LINE-NUMBER TO KEY-LAST-LINE(FOUND-KEY).

COPY-SURVIVORS.
    *> second pass: the surviving lines, in file order, to the temp file
    MOVE 0 TO LINE-NUMBER
    OPEN INPUT FD-SOURCE
    OPEN OUTPUT FD-TARGET
    PERFORM UNTIL EXIT
        READ FD-SOURCE
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF KEEP-FLAG(LINE-NUMBER) NOT = 0
                    PERFORM COPY-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-TARGET
    CLOSE FD-SOURCE.

COPY-ONE-LINE.
    *> the last mute line for a UUID only matters while it runs
    IF DROP-EXPIRED NOT = 0
        MOVE SPACES TO LINE-UUID-STR
        MOVE SPACES TO LINE-EXPIRY
        UNSTRING SOURCE-LINE DELIMITED BY " "
            INTO LINE-UUID-STR LINE-EXPIRY
        IF LINE-EXPIRY = SPACES OR LINE-EXPIRY <= NOW-STAMP
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SOURCE-LINE TO TARGET-LINE
    WRITE TARGET-LINE
    ADD 1 TO LINES-AFTER.

REPORT-FILE.
    ADD LINES-BEFORE TO TOTAL-BEFORE
    ADD LINES-AFTER TO TOTAL-AFTER
    MOVE LINES-BEFORE TO BEFORE-DISPLAY
    MOVE LINES-AFTER TO AFTER-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(SOURCE-FILE-NAME) " before "
        FUNCTION TRIM(BEFORE-DISPLAY) " after "
        FUNCTION TRIM(AFTER-DISPLAY) " " FUNCTION TRIM(RESULT-TEXT)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

END PROGRAM SaveCompact-Run.
