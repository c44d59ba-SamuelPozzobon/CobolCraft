*> --- CommandAudit-Report ---
*> The batch reader for save/logs/commands.log, the trail
*> Commands-Dispatch leaves of every command it was handed: every line
*> that survives the filters is copied to a dated report file under
*> save/logs, the way Audit-Report does for the item-use log. Filters,
*> each disabled by spaces:
*>   actor    - a player's UUID or name, or a source (rcon, scheduler)
*>   command  - the command name, either case
*>   from/to  - an inclusive CCYYMMDD date range; either end may be open
*> so "who removed the spawn warp last week" is one call.
IDENTIFICATION DIVISION.
PROGRAM-ID. CommandAudit-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-COMMANDS-LOG
        ASSIGN TO "save/logs/commands.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-COMMANDS-LOG.
    01 COMMANDS-LOG-LINE         PIC X(4160).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(4160).
WORKING-STORAGE SECTION.
    01 REPORT-FILE-NAME          PIC X(64).
    01 LINE-STAMP                PIC X(14).
    01 LINE-ACTOR                PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 LINE-LEVEL                PIC X(4).
    01 LINE-OUTCOME              PIC X(8).
    01 LINE-COMMAND              PIC X(32).
    01 FILTER-ACTOR              PIC X(36).
    01 FILTER-COMMAND            PIC X(32).
    01 MATCH-COUNT               BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.
LINKAGE SECTION.
    01 LK-FILTER-ACTOR           PIC X(36).
    01 LK-FILTER-COMMAND         PIC X(32).
    01 LK-FROM-DATE              PIC X(8).
    01 LK-TO-DATE                PIC X(8).
    01 LK-MATCH-COUNT            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-FILTER-ACTOR LK-FILTER-COMMAND LK-FROM-DATE
        LK-TO-DATE LK-MATCH-COUNT.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"

    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/command-audit-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME

    *> names and UUIDs compare without regard to case, as typed
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-FILTER-ACTOR)) TO FILTER-ACTOR
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-FILTER-COMMAND))
        TO FILTER-COMMAND

    MOVE 0 TO MATCH-COUNT
    *> EXTEND, as Audit-Report does, so a second query the same day
    *> doesn't erase the first
    OPEN INPUT FD-COMMANDS-LOG
    OPEN EXTEND FD-REPORT

    MOVE SPACES TO REPORT-LINE
    STRING "command audit report, filter actor=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-FILTER-ACTOR) DELIMITED BY SIZE
        " command=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-FILTER-COMMAND) DELIMITED BY SIZE
        " from=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-FROM-DATE) DELIMITED BY SIZE
        " to=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-TO-DATE) DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM UNTIL EXIT
        READ FD-COMMANDS-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM MATCH-LINE
        END-READ
    END-PERFORM

    MOVE MATCH-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        " commands matched" DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE FD-REPORT
    CLOSE FD-COMMANDS-LOG
    MOVE MATCH-COUNT TO LK-MATCH-COUNT
    GOBACK.

MATCH-LINE.
    MOVE SPACES TO LINE-STAMP
    MOVE SPACES TO LINE-ACTOR
    MOVE SPACES TO LINE-NAME
    MOVE SPACES TO LINE-LEVEL
    MOVE SPACES TO LINE-OUTCOME
    MOVE SPACES TO LINE-COMMAND
    UNSTRING COMMANDS-LOG-LINE DELIMITED BY ALL " "
        INTO LINE-STAMP LINE-ACTOR LINE-NAME LINE-LEVEL LINE-OUTCOME
            LINE-COMMAND

    IF LK-FROM-DATE NOT = SPACES AND LINE-STAMP(1:8) < LK-FROM-DATE
        EXIT PARAGRAPH
    END-IF
    IF LK-TO-DATE NOT = SPACES AND LINE-STAMP(1:8) > LK-TO-DATE
        EXIT PARAGRAPH
    END-IF
    IF FILTER-COMMAND NOT = SPACES AND LINE-COMMAND NOT = FILTER-COMMAND
        EXIT PARAGRAPH
    END-IF
    IF FILTER-ACTOR NOT = SPACES
            AND FUNCTION UPPER-CASE(LINE-ACTOR) NOT = FILTER-ACTOR
            AND FUNCTION UPPER-CASE(LINE-NAME) NOT = FILTER-ACTOR
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO MATCH-COUNT
    MOVE COMMANDS-LOG-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

END PROGRAM CommandAudit-Report.
