*> --- TreasuryStatement-Run ---
*> The monthly server treasury statement. Treasury-Journal writes every
*> movement in and out of the treasury to save/treasury.log; for each
*> calendar month closed since the month recorded in
*> save/treasury-statement.dat (only last month, the first time) this
*> writes save/logs/treasury-statement-YYYYMM.txt from it:
*>   - the opening balance, everything journalled before the month
*>   - intake by source (SHOP, AUCTION, TRADE sales tax, the LOTTERY
*>     house cut)
*>   - outflow by purpose, as staff gave it to TREASURY PAY
*>   - the closing balance
*> The journal is never rolled - the opening balance needs all of it -
*> so a month is picked out by its timestamps instead, and the control
*> file is what makes each month statemented exactly once. Running it
*> daily is harmless: until a new month has closed it only logs that
*> nothing is due. The server only ever appends to the journal, so
*> like the shop statements this can run with the server up.
IDENTIFICATION DIVISION.
PROGRAM-ID. TreasuryStatement-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-JOURNAL
        ASSIGN TO "save/treasury.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL
        ASSIGN TO "save/treasury-statement.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL-OUT
        ASSIGN TO "save/treasury-statement.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-JOURNAL.
    01 JOURNAL-LINE              PIC X(120).
FD FD-CONTROL.
    01 CONTROL-LINE              PIC X(16).
FD FD-CONTROL-OUT.
    01 CONTROL-OUT-LINE          PIC X(16).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-BATCH-STEP.
    01 REPORT-FILE-NAME          PIC X(64).
    01 RENAME-STATUS             BINARY-LONG.
    01 LOG-MESSAGE               PIC X(80).
    *> months as YYYYMM: the current one, the last one closed, the last
    *> one statemented and the one being statemented
    01 THIS-MONTH                PIC 9(6).
    01 LAST-CLOSED-MONTH         PIC 9(6).
    01 LAST-DONE-TEXT            PIC X(6).
    01 LAST-DONE-MONTH           PIC 9(6).
    01 STATEMENT-MONTH           PIC 9(6).
    01 FILLER REDEFINES STATEMENT-MONTH.
        05 STATEMENT-YEAR        PIC 9(4).
        05 STATEMENT-MM          PIC 9(2).
    01 MONTH-KEY                 PIC X(6).
    01 PERIOD-LABEL              PIC X(7).
    *> one journal line, as Treasury-Journal writes it
    01 LINE-STAMP                PIC X(14).
    01 LINE-DIRECTION            PIC X(4).
    01 LINE-CODE                 PIC X(16).
    01 LINE-AMOUNT-STR           PIC X(12).
    01 LINE-PARTY                PIC X(36).
    01 LINE-AMOUNT               BINARY-LONG-LONG.
    *> totals for the month being statemented
    01 OPENING-BALANCE           BINARY-LONG-LONG.
    01 INTAKE-TOTAL              BINARY-LONG-LONG.
    01 OUTFLOW-TOTAL             BINARY-LONG-LONG.
    01 CLOSING-BALANCE           BINARY-LONG-LONG.
    01 MAX-CODES                 BINARY-LONG UNSIGNED VALUE 32.
    01 INTAKE-TABLE.
        05 INTAKE-ENTRY OCCURS 32 TIMES.
            10 IN-CODE           PIC X(16).
            10 IN-COUNT          BINARY-LONG UNSIGNED.
            10 IN-COINS          BINARY-LONG-LONG.
    01 INTAKE-COUNT              BINARY-LONG UNSIGNED.
    01 OUTFLOW-TABLE.
        05 OUTFLOW-ENTRY OCCURS 32 TIMES.
            10 OUT-CODE          PIC X(16).
            10 OUT-COUNT         BINARY-LONG UNSIGNED.
            10 OUT-COINS         BINARY-LONG-LONG.
    01 OUTFLOW-COUNT             BINARY-LONG UNSIGNED.
    01 CODE-INDEX                BINARY-LONG UNSIGNED.
    01 CODE-FOUND                BINARY-LONG UNSIGNED.
    01 LINES-READ                BINARY-LONG UNSIGNED.
    01 LINES-UNCOUNTED           BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 COINS-DISPLAY             PIC -(17)9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:6) TO THIS-MONTH
    MOVE THIS-MONTH TO STATEMENT-MONTH
    PERFORM PREVIOUS-MONTH
    MOVE STATEMENT-MONTH TO LAST-CLOSED-MONTH

    *> the first run statements last month only
    MOVE SPACES TO LAST-DONE-TEXT
    OPEN INPUT FD-CONTROL
    READ FD-CONTROL
        AT END
            CONTINUE
        NOT AT END
            MOVE CONTROL-LINE(1:6) TO LAST-DONE-TEXT
    END-READ
    CLOSE FD-CONTROL
    IF LAST-DONE-TEXT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(LAST-DONE-TEXT) = 0
        MOVE LAST-DONE-TEXT TO LAST-DONE-MONTH
    ELSE
        MOVE LAST-CLOSED-MONTH TO STATEMENT-MONTH
        PERFORM PREVIOUS-MONTH
        MOVE STATEMENT-MONTH TO LAST-DONE-MONTH
    END-IF
    IF LAST-DONE-MONTH >= LAST-CLOSED-MONTH
        CALL "Log-Write" USING "INFO"
            "treasury statement not due yet"
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE 0 TO LINES-READ
    MOVE 0 TO LINES-UNCOUNTED
    MOVE LAST-DONE-MONTH TO STATEMENT-MONTH
    PERFORM UNTIL STATEMENT-MONTH >= LAST-CLOSED-MONTH
        PERFORM NEXT-MONTH
        PERFORM WRITE-STATEMENT
    END-PERFORM

    *> every closed month is statemented: record the last of them
    OPEN OUTPUT FD-CONTROL-OUT
    MOVE LAST-CLOSED-MONTH TO CONTROL-OUT-LINE
    WRITE CONTROL-OUT-LINE
    CLOSE FD-CONTROL-OUT
    CALL "CBL_RENAME_FILE" USING "save/treasury-statement.dat.tmp"
        "save/treasury-statement.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "treasury statement: could not record the statement month"
    END-IF

    MOVE LINES-READ TO BATCH-STEP-RECORDS
    MOVE LINES-UNCOUNTED TO BATCH-STEP-EXCEPTIONS
    GOBACK.

PREVIOUS-MONTH.
    IF STATEMENT-MM = 1
        SUBTRACT 1 FROM STATEMENT-YEAR
        MOVE 12 TO STATEMENT-MM
    ELSE
        SUBTRACT 1 FROM STATEMENT-MM
    END-IF.

NEXT-MONTH.
    IF STATEMENT-MM = 12
        ADD 1 TO STATEMENT-YEAR
        MOVE 1 TO STATEMENT-MM
    ELSE
        ADD 1 TO STATEMENT-MM
    END-IF.

WRITE-STATEMENT.
    MOVE STATEMENT-MONTH TO MONTH-KEY
    MOVE 0 TO OPENING-BALANCE
    MOVE 0 TO INTAKE-TOTAL
    MOVE 0 TO OUTFLOW-TOTAL
    MOVE 0 TO INTAKE-COUNT
    MOVE 0 TO OUTFLOW-COUNT
    PERFORM READ-JOURNAL
    COMPUTE CLOSING-BALANCE = OPENING-BALANCE + INTAKE-TOTAL
        - OUTFLOW-TOTAL

    MOVE SPACES TO PERIOD-LABEL
    STRING MONTH-KEY(1:4) "-" MONTH-KEY(5:2)
        DELIMITED BY SIZE INTO PERIOD-LABEL
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/treasury-statement-" MONTH-KEY ".txt"
        DELIMITED BY SIZE INTO REPORT-FILE-NAME
    OPEN OUTPUT FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "treasury statement for " PERIOD-LABEL " "
        FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE OPENING-BALANCE TO COINS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "opening balance " FUNCTION TRIM(COINS-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE "intake by source:" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING CODE-INDEX FROM 1 BY 1
            UNTIL CODE-INDEX > INTAKE-COUNT
        MOVE IN-COINS(CODE-INDEX) TO COINS-DISPLAY
        MOVE IN-COUNT(CODE-INDEX) TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  " IN-CODE(CODE-INDEX) " "
            FUNCTION TRIM(COINS-DISPLAY) " coins in "
            FUNCTION TRIM(COUNT-DISPLAY) " payment(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE INTAKE-TOTAL TO COINS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  total intake " FUNCTION TRIM(COINS-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE "outflow by purpose:" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING CODE-INDEX FROM 1 BY 1
            UNTIL CODE-INDEX > OUTFLOW-COUNT
        MOVE OUT-COINS(CODE-INDEX) TO COINS-DISPLAY
        MOVE OUT-COUNT(CODE-INDEX) TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  " OUT-CODE(CODE-INDEX) " "
            FUNCTION TRIM(COINS-DISPLAY) " coins in "
            FUNCTION TRIM(COUNT-DISPLAY) " payment(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    MOVE OUTFLOW-TOTAL TO COINS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  total outflow " FUNCTION TRIM(COINS-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE CLOSING-BALANCE TO COINS-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "closing balance " FUNCTION TRIM(COINS-DISPLAY)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT

    MOVE SPACES TO LOG-MESSAGE
    STRING "treasury statement written for " PERIOD-LABEL
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE.

READ-JOURNAL.
    OPEN INPUT FD-JOURNAL
    PERFORM UNTIL EXIT
        READ FD-JOURNAL
            AT END
                EXIT PERFORM
            NOT AT END
                IF JOURNAL-LINE NOT = SPACES
                    PERFORM COUNT-JOURNAL-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-JOURNAL.

COUNT-JOURNAL-LINE.
    MOVE SPACES TO LINE-STAMP LINE-DIRECTION LINE-CODE LINE-AMOUNT-STR
        LINE-PARTY
    UNSTRING JOURNAL-LINE DELIMITED BY ALL " "
        INTO LINE-STAMP LINE-DIRECTION LINE-CODE LINE-AMOUNT-STR
            LINE-PARTY
    *> later months are the next statement's business
    IF LINE-STAMP(1:6) > MONTH-KEY
        EXIT PARAGRAPH
    END-IF
    IF (LINE-DIRECTION NOT = "IN" AND LINE-DIRECTION NOT = "OUT")
            OR FUNCTION TEST-NUMVAL(LINE-AMOUNT-STR) NOT = 0
        ADD 1 TO LINES-UNCOUNTED
        EXIT PARAGRAPH
    END-IF
    COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(LINE-AMOUNT-STR)
    ADD 1 TO LINES-READ

    IF LINE-STAMP(1:6) < MONTH-KEY
        IF LINE-DIRECTION = "IN"
            ADD LINE-AMOUNT TO OPENING-BALANCE
        ELSE
            SUBTRACT LINE-AMOUNT FROM OPENING-BALANCE
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> in the month: tally under the source or purpose; past the table
    *> size the rest go under "other" in the last row
    IF LINE-DIRECTION = "IN"
        ADD LINE-AMOUNT TO INTAKE-TOTAL
        MOVE 0 TO CODE-FOUND
        PERFORM VARYING CODE-INDEX FROM 1 BY 1
                UNTIL CODE-INDEX > INTAKE-COUNT OR CODE-FOUND NOT = 0
            IF IN-CODE(CODE-INDEX) = LINE-CODE
                MOVE CODE-INDEX TO CODE-FOUND
            END-IF
        END-PERFORM
        IF CODE-FOUND = 0
            IF INTAKE-COUNT < MAX-CODES
                ADD 1 TO INTAKE-COUNT
                MOVE LINE-CODE TO IN-CODE(INTAKE-COUNT)
                MOVE 0 TO IN-COUNT(INTAKE-COUNT) IN-COINS(INTAKE-COUNT)
            ELSE
                MOVE "other" TO IN-CODE(INTAKE-COUNT)
            END-IF
            MOVE INTAKE-COUNT TO CODE-FOUND
        END-IF
        ADD 1 TO IN-COUNT(CODE-FOUND)
        ADD LINE-AMOUNT TO IN-COINS(CODE-FOUND)
    ELSE
        ADD LINE-AMOUNT TO OUTFLOW-TOTAL
        MOVE 0 TO CODE-FOUND
        PERFORM VARYING CODE-INDEX FROM 1 BY 1
                UNTIL CODE-INDEX > OUTFLOW-COUNT OR CODE-FOUND NOT = 0
            IF OUT-CODE(CODE-INDEX) = LINE-CODE
                MOVE CODE-INDEX TO CODE-FOUND
            END-IF
        END-PERFORM
        IF CODE-FOUND = 0
            IF OUTFLOW-COUNT < MAX-CODES
                ADD 1 TO OUTFLOW-COUNT
                MOVE LINE-CODE TO OUT-CODE(OUTFLOW-COUNT)
                MOVE 0 TO OUT-COUNT(OUTFLOW-COUNT)
                    OUT-COINS(OUTFLOW-COUNT)
            ELSE
                MOVE "other" TO OUT-CODE(OUTFLOW-COUNT)
            END-IF
            MOVE OUTFLOW-COUNT TO CODE-FOUND
        END-IF
        ADD 1 TO OUT-COUNT(CODE-FOUND)
        ADD LINE-AMOUNT TO OUT-COINS(CODE-FOUND)
    END-IF.

END PROGRAM TreasuryStatement-Run.
