
PROCEDURE DIVISION.
    MOVE 0 TO CONFIG-ENTRY-COUNT
    MOVE 0 TO CONFIG-LINES-DROPPED

    OPEN INPUT FD-CONFIG
    PERFORM UNTIL EXIT
                EXIT PERFORM
            NOT AT END
                COMPUTE LINE-LENGTH = FUNCTION STORED-CHAR-LENGTH(CONFIG-LINE)
                IF LINE-LENGTH > 0 AND CONFIG-LINE(1:1) NOT = "#"
                        AND CONFIG-ENTRY-COUNT >= MAX-CONFIG-ENTRIES
                    ADD 1 TO CONFIG-LINES-DROPPED
                END-IF
                IF LINE-LENGTH > 0 AND CONFIG-LINE(1:1) NOT = "#"
                    AND CONFIG-ENTRY-COUNT < MAX-CONFIG-ENTRIES
                    MOVE 0 TO SEPARATOR-POS
*> LK-VALUE are BINARY-LONG-LONG so this one wrapper covers both plain
*> counters and the tick counts that can outgrow 32 bits; a caller whose
*> own field is a narrower BINARY-LONG reads it through a same-sized
*> temporary rather than passing the narrow field directly. A value
*> that isn't a number falls back to the default instead of reading as
*> zero; Config-Report names it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Config-GetNumber.

    MOVE SPACES TO DEFAULT-STR
    MOVE LK-DEFAULT TO DEFAULT-STR
    CALL "Config-GetString" USING LK-KEY DEFAULT-STR VALUE-STR
    IF FUNCTION TEST-NUMVAL(VALUE-STR) NOT = 0
        MOVE LK-DEFAULT TO LK-VALUE
        GOBACK
    END-IF
    COMPUTE LK-VALUE = FUNCTION NUMVAL(VALUE-STR)
    GOBACK.

END PROGRAM Config-GetNumber.

*> --- Config-Report ---
*> The effective-configuration report, run by World-Init at every
*> startup and runnable on its own as a batch: every key in
*> DD-CONFIG-CATALOG with the value in effect and whether it came from
*> server.properties or the default, numbers that don't parse (the
*> default is what runs) or fall outside their sane range, strings
*> outside their vocabulary, then every key the file sets that nothing
*> reads - the likely typos - plus duplicates (the first one wins) and
*> lines past the table's capacity. Appends to a dated file under
*> save/logs and raises one WARN in server.log when anything is off.
*> Reloads server.properties itself, so it always reports the file as
*> it stands.
IDENTIFICATION DIVISION.
PROGRAM-ID. Config-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REPORT.
    01 REPORT-LINE               PIC X(200).
WORKING-STORAGE SECTION.
    COPY DD-CONFIG.
    COPY DD-CONFIG-CATALOG.
    01 REPORT-FILE-NAME          PIC X(64).
    01 CATALOG-INDEX             BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 OTHER-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-ENTRY               BINARY-LONG UNSIGNED.
    01 EFFECTIVE-VALUE           PIC X(128).
    01 VALUE-SOURCE              PIC X(8).
    01 VALUE-NOTE                PIC X(128).
    01 NUMBER-VALUE              BINARY-LONG-LONG.
    01 WORD-TOKEN                PIC X(48).
    01 WORD-POS                  BINARY-LONG UNSIGNED.
    01 WORD-MATCHED              BINARY-CHAR UNSIGNED.
    01 KEY-KNOWN                 BINARY-CHAR UNSIGNED.
    01 PROBLEM-COUNT             BINARY-LONG UNSIGNED.
    01 RANGE-MIN-DISPLAY         PIC -(12)9.
    01 RANGE-MAX-DISPLAY         PIC -(12)9.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "Config-Load"
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/config-" DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    MOVE 0 TO PROBLEM-COUNT

    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "effective configuration " FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM VARYING CATALOG-INDEX FROM 1 BY 1
            UNTIL CATALOG-INDEX > CONFIG-CATALOG-COUNT
        PERFORM REPORT-ONE-KEY
    END-PERFORM

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > CONFIG-ENTRY-COUNT
        PERFORM CHECK-FILE-ENTRY
    END-PERFORM

    IF CONFIG-LINES-DROPPED > 0
        ADD 1 TO PROBLEM-COUNT
        MOVE CONFIG-LINES-DROPPED TO COUNT-DISPLAY
        MOVE MAX-CONFIG-ENTRIES TO RANGE-MAX-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "DROPPED " FUNCTION TRIM(COUNT-DISPLAY)
            " line(s) past the first " FUNCTION TRIM(RANGE-MAX-DISPLAY)
            " settings, never read"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    MOVE PROBLEM-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " problem(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT

    IF PROBLEM-COUNT > 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "server.properties has " FUNCTION TRIM(COUNT-DISPLAY)
            " problem(s), see " FUNCTION TRIM(REPORT-FILE-NAME)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
    END-IF
    GOBACK.

REPORT-ONE-KEY.
    *> the first entry wins, exactly as Config-GetString reads it
    MOVE 0 TO FOUND-ENTRY
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > CONFIG-ENTRY-COUNT OR FOUND-ENTRY NOT = 0
        IF CONFIG-KEY(ENTRY-INDEX) = CATALOG-KEY(CATALOG-INDEX)
            MOVE ENTRY-INDEX TO FOUND-ENTRY
        END-IF
    END-PERFORM
    MOVE SPACES TO VALUE-NOTE
    IF FOUND-ENTRY = 0
        MOVE CATALOG-DEFAULT(CATALOG-INDEX) TO EFFECTIVE-VALUE
        MOVE "default" TO VALUE-SOURCE
    ELSE
        MOVE CONFIG-VALUE(FOUND-ENTRY) TO EFFECTIVE-VALUE
        MOVE "file" TO VALUE-SOURCE
        IF CATALOG-KIND(CATALOG-INDEX) = "N"
            PERFORM CHECK-NUMBER
        ELSE
            PERFORM CHECK-WORDS
        END-IF
    END-IF

    MOVE SPACES TO REPORT-LINE
    IF EFFECTIVE-VALUE = SPACES
        STRING CATALOG-KEY(CATALOG-INDEX) " (blank) ["
            FUNCTION TRIM(VALUE-SOURCE) "]"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING CATALOG-KEY(CATALOG-INDEX) " "
            FUNCTION TRIM(EFFECTIVE-VALUE) " ["
            FUNCTION TRIM(VALUE-SOURCE) "]"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    IF VALUE-NOTE NOT = SPACES
        ADD 1 TO PROBLEM-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "    " FUNCTION TRIM(VALUE-NOTE)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

CHECK-NUMBER.
    IF FUNCTION TEST-NUMVAL(EFFECTIVE-VALUE) NOT = 0
        MOVE SPACES TO VALUE-NOTE
        STRING "BAD-NUMBER, running on the default "
            FUNCTION TRIM(CATALOG-DEFAULT(CATALOG-INDEX))
            DELIMITED BY SIZE INTO VALUE-NOTE
        EXIT PARAGRAPH
    END-IF
    COMPUTE NUMBER-VALUE = FUNCTION NUMVAL(EFFECTIVE-VALUE)
    IF NUMBER-VALUE < CATALOG-MIN(CATALOG-INDEX)
            OR NUMBER-VALUE > CATALOG-MAX(CATALOG-INDEX)
        MOVE CATALOG-MIN(CATALOG-INDEX) TO RANGE-MIN-DISPLAY
        MOVE CATALOG-MAX(CATALOG-INDEX) TO RANGE-MAX-DISPLAY
        MOVE SPACES TO VALUE-NOTE
        STRING "OUT-OF-RANGE, sane values are "
            FUNCTION TRIM(RANGE-MIN-DISPLAY) " to "
            FUNCTION TRIM(RANGE-MAX-DISPLAY)
            DELIMITED BY SIZE INTO VALUE-NOTE
    END-IF.

CHECK-WORDS.
    IF CATALOG-WORDS(CATALOG-INDEX) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WORD-MATCHED
    MOVE 1 TO WORD-POS
    PERFORM UNTIL WORD-POS > LENGTH OF CATALOG-WORDS(CATALOG-INDEX)
            OR WORD-MATCHED NOT = 0
        MOVE SPACES TO WORD-TOKEN
        UNSTRING CATALOG-WORDS(CATALOG-INDEX) DELIMITED BY ALL " "
            INTO WORD-TOKEN WITH POINTER WORD-POS
        IF WORD-TOKEN NOT = SPACES
                AND FUNCTION UPPER-CASE(WORD-TOKEN)
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(EFFECTIVE-VALUE))
            MOVE 1 TO WORD-MATCHED
        END-IF
    END-PERFORM
    IF WORD-MATCHED = 0
        MOVE SPACES TO VALUE-NOTE
        STRING "UNKNOWN-WORD, expected one of: "
            FUNCTION TRIM(CATALOG-WORDS(CATALOG-INDEX))
            DELIMITED BY SIZE INTO VALUE-NOTE
    END-IF.

CHECK-FILE-ENTRY.
    MOVE 0 TO KEY-KNOWN
    PERFORM VARYING CATALOG-INDEX FROM 1 BY 1
            UNTIL CATALOG-INDEX > CONFIG-CATALOG-COUNT OR KEY-KNOWN NOT = 0
        IF CATALOG-KEY(CATALOG-INDEX) = CONFIG-KEY(ENTRY-INDEX)
            MOVE 1 TO KEY-KNOWN
        END-IF
    END-PERFORM
    IF KEY-KNOWN = 0
        ADD 1 TO PROBLEM-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "UNREAD " FUNCTION TRIM(CONFIG-KEY(ENTRY-INDEX)) "="
            FUNCTION TRIM(CONFIG-VALUE(ENTRY-INDEX))
            " - nothing reads this key, check the spelling"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING OTHER-INDEX FROM 1 BY 1
            UNTIL OTHER-INDEX >= ENTRY-INDEX
        IF CONFIG-KEY(OTHER-INDEX) = CONFIG-KEY(ENTRY-INDEX)
            ADD 1 TO PROBLEM-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "DUPLICATE " FUNCTION TRIM(CONFIG-KEY(ENTRY-INDEX))
                "=" FUNCTION TRIM(CONFIG-VALUE(ENTRY-INDEX))
                " - ignored, an earlier line sets this key"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            EXIT PERFORM
        END-IF
    END-PERFORM.

END PROGRAM Config-Report.
