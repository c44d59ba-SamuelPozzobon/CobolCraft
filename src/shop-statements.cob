*> --- ShopStatements-Run ---
*> The weekly shop-owner statement batch. Shops-LogSale journals every
*> chest-shop trade to save/shop-sales.log; once the statement interval
*> (shop-statement-interval-days, default 7, counted from the date
*> recorded in save/shop-statements.dat) has passed, this rolls the
*> journal aside to save/shop-sales.log.<today> with one
*> CBL_RENAME_FILE - the same atomic roll LogRotate-CheckDaily uses, so
*> a trade racing it lands wholly in one period or the next - and
*> reads the rolled file back:
*>   - every shop owner with trades in the period gets a statement in
*>     their mailbox through Mail-Append: a totals line, then what sold
*>     and what was bought in, item by item
*>   - save/logs/shop-sales-YYYYMMDD.txt lists every item traded,
*>     best seller first, with units, coins and the average price per
*>     unit, for the chest selling to players and the chest buying from
*>     them separately, then each owner's totals
*> Because the journal is rolled rather than filtered by date, a period
*> is statemented exactly once. Nothing here touches a file the server
*> rewrites from memory, so unlike the other batches it can run with
*> the server up: mail left for an online owner waits for their next
*> join, as all mail does.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShopStatements-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-JOURNAL
        ASSIGN TO ROLLED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL
        ASSIGN TO "save/shop-statements.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL-OUT
        ASSIGN TO "save/shop-statements.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-JOURNAL.
    01 SALES-LINE                PIC X(240).
FD FD-CONTROL.
    01 CONTROL-LINE              PIC X(16).
FD FD-CONTROL-OUT.
    01 CONTROL-OUT-LINE          PIC X(16).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    01 ROLLED-FILE-NAME          PIC X(64).
    01 REPORT-FILE-NAME          PIC X(64).
    01 INTERVAL-DAYS             BINARY-LONG-LONG.
    01 TODAY-DATE                PIC X(8).
    01 TODAY-INTEGER             PIC 9(8).
    01 LAST-DATE                 PIC X(8).
    01 LAST-INTEGER              PIC 9(8).
    01 DAYS-SINCE                BINARY-LONG.
    01 RENAME-STATUS             BINARY-LONG.
    *> one journal line, as Shops-LogSale writes it
    01 LINE-STAMP                PIC X(14).
    01 LINE-X                    PIC X(12).
    01 LINE-Y                    PIC X(12).
    01 LINE-Z                    PIC X(12).
    01 LINE-OWNER                PIC X(36).
    01 LINE-CUSTOMER             PIC X(36).
    01 LINE-CUSTOMER-NAME        PIC X(16).
    01 LINE-MODE                 PIC X(4).
    01 LINE-ITEM                 PIC X(64).
    01 LINE-UNITS-STR            PIC X(12).
    01 LINE-PRICE-STR            PIC X(12).
    01 LINE-UNITS                BINARY-LONG-LONG.
    01 LINE-PRICE                BINARY-LONG-LONG.
    *> per owner, per item and direction
    01 MAX-OWNER-ITEMS           BINARY-LONG UNSIGNED VALUE 4096.
    01 OWNER-ITEMS.
        05 OWNER-ITEM OCCURS 4096 TIMES.
            10 OI-OWNER          PIC X(36).
            10 OI-ITEM           PIC X(64).
            10 OI-MODE           PIC X(4).
            10 OI-TRADES         BINARY-LONG UNSIGNED.
            10 OI-UNITS          BINARY-LONG-LONG.
            10 OI-COINS          BINARY-LONG-LONG.
    01 OWNER-ITEM-COUNT          BINARY-LONG UNSIGNED.
    01 OI-INDEX                  BINARY-LONG UNSIGNED.
    01 OI-FOUND                  BINARY-LONG UNSIGNED.
    *> per owner
    01 MAX-OWNERS                BINARY-LONG UNSIGNED VALUE 1024.
    01 OWNERS.
        05 OWNER-ENTRY OCCURS 1024 TIMES.
            10 OW-UUID           PIC X(36).
            10 OW-SALES          BINARY-LONG UNSIGNED.
            10 OW-SALES-COINS    BINARY-LONG-LONG.
            10 OW-BUYS           BINARY-LONG UNSIGNED.
            10 OW-BUY-COINS      BINARY-LONG-LONG.
    01 OWNER-COUNT               BINARY-LONG UNSIGNED.
    01 OW-INDEX                  BINARY-LONG UNSIGNED.
    01 OW-FOUND                  BINARY-LONG UNSIGNED.
    *> per item and direction, server-wide
    01 MAX-ITEMS                 BINARY-LONG UNSIGNED VALUE 1024.
    01 ITEMS.
        05 ITEM-ENTRY OCCURS 1024 TIMES.
            10 IT-NAME           PIC X(64).
            10 IT-MODE           PIC X(4).
            10 IT-TRADES         BINARY-LONG UNSIGNED.
            10 IT-UNITS          BINARY-LONG-LONG.
            10 IT-COINS          BINARY-LONG-LONG.
            10 IT-LISTED         BINARY-CHAR UNSIGNED.
    01 ITEM-COUNT                BINARY-LONG UNSIGNED.
    01 IT-INDEX                  BINARY-LONG UNSIGNED.
    01 IT-FOUND                  BINARY-LONG UNSIGNED.
    01 BEST-INDEX                BINARY-LONG UNSIGNED.
    01 LISTED-COUNT              BINARY-LONG UNSIGNED.
    01 SECTION-MODE              PIC X(4).
    01 LINES-READ                BINARY-LONG UNSIGNED.
    01 LINES-UNCOUNTED           BINARY-LONG UNSIGNED.
    01 CAPACITY-REPORTED         BINARY-CHAR UNSIGNED.
    *> statements
    01 STATEMENT-SENDER          PIC X(16) VALUE "Shop statements".
    01 STATEMENT-SENDER-LEN      BINARY-LONG UNSIGNED VALUE 15.
    01 MAIL-TEXT                 PIC X(256).
    01 MAIL-TEXT-LEN             BINARY-LONG UNSIGNED.
    01 OWNER-UUID-BIN            PIC X(16).
    01 STATEMENT-VERB            PIC X(8).
    01 STATEMENT-LINES           BINARY-LONG UNSIGNED.
    01 MAX-STATEMENT-LINES       BINARY-LONG UNSIGNED VALUE 12.
    01 STATEMENTS-SENT           BINARY-LONG UNSIGNED.
    01 PERIOD-LABEL              PIC X(10).
    01 AVERAGE-PRICE             PIC S9(12)V99.
    01 AVERAGE-DISPLAY           PIC Z(11)9.99.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 COUNT-DISPLAY-2           PIC Z(8)9.
    01 UNITS-DISPLAY             PIC Z(17)9.
    01 COINS-DISPLAY             PIC -(17)9.
    01 COINS-DISPLAY-2           PIC -(17)9.

PROCEDURE DIVISION.
    CALL "Config-Load"
    CALL "Config-GetNumber" USING "shop-statement-interval-days" 7
        INTERVAL-DAYS
    IF INTERVAL-DAYS < 1
        MOVE 7 TO INTERVAL-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE TODAY-DATE TO TODAY-INTEGER

    *> not due yet: the last statement date is too recent
    MOVE SPACES TO LAST-DATE
    OPEN INPUT FD-CONTROL
    READ FD-CONTROL
        AT END
            CONTINUE
        NOT AT END
            MOVE CONTROL-LINE(1:8) TO LAST-DATE
    END-READ
    CLOSE FD-CONTROL
    IF LAST-DATE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(LAST-DATE) = 0
        MOVE LAST-DATE TO LAST-INTEGER
        COMPUTE DAYS-SINCE = FUNCTION INTEGER-OF-DATE(TODAY-INTEGER)
            - FUNCTION INTEGER-OF-DATE(LAST-INTEGER)
        IF DAYS-SINCE < INTERVAL-DAYS
            CALL "Log-Write" USING "INFO"
                "shop statements not due yet"
            GOBACK
        END-IF
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO ROLLED-FILE-NAME
    STRING "save/shop-sales.log." TODAY-DATE
        DELIMITED BY SIZE INTO ROLLED-FILE-NAME
    *> fails harmlessly when no trade happened all period
    CALL "CBL_RENAME_FILE" USING "save/shop-sales.log" ROLLED-FILE-NAME
        GIVING RENAME-STATUS

    MOVE 0 TO OWNER-ITEM-COUNT
    MOVE 0 TO OWNER-COUNT
    MOVE 0 TO ITEM-COUNT
    MOVE 0 TO LINES-READ
    MOVE 0 TO LINES-UNCOUNTED
    MOVE 0 TO CAPACITY-REPORTED
    MOVE 0 TO STATEMENTS-SENT
    MOVE SPACES TO PERIOD-LABEL
    STRING TODAY-DATE(1:4) "-" TODAY-DATE(5:2) "-" TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO PERIOD-LABEL

    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/shop-sales-" TODAY-DATE ".txt"
        DELIMITED BY SIZE INTO REPORT-FILE-NAME
    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "shop sales for the period to " PERIOD-LABEL " "
        FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM READ-JOURNAL
    PERFORM SEND-STATEMENTS
    MOVE "BUY" TO SECTION-MODE
    PERFORM WRITE-ITEM-SECTION
    MOVE "SELL" TO SECTION-MODE
    PERFORM WRITE-ITEM-SECTION
    PERFORM WRITE-OWNER-SECTION
    PERFORM WRITE-SUMMARY
    CLOSE FD-REPORT

    *> the period is closed: record today as the statement date
    OPEN OUTPUT FD-CONTROL-OUT
    MOVE TODAY-DATE TO CONTROL-OUT-LINE
    WRITE CONTROL-OUT-LINE
    CLOSE FD-CONTROL-OUT
    CALL "CBL_RENAME_FILE" USING "save/shop-statements.dat.tmp"
        "save/shop-statements.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "shop statements: could not record the statement date"
    END-IF
    GOBACK.

READ-JOURNAL.
    OPEN INPUT FD-JOURNAL
    PERFORM UNTIL EXIT
        READ FD-JOURNAL
            AT END
                EXIT PERFORM
            NOT AT END
                IF SALES-LINE NOT = SPACES
                    PERFORM COUNT-JOURNAL-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-JOURNAL.

COUNT-JOURNAL-LINE.
    MOVE SPACES TO LINE-OWNER LINE-MODE LINE-ITEM
        LINE-UNITS-STR LINE-PRICE-STR
    UNSTRING SALES-LINE DELIMITED BY ALL " "
        INTO LINE-STAMP LINE-X LINE-Y LINE-Z LINE-OWNER
            LINE-CUSTOMER LINE-CUSTOMER-NAME LINE-MODE LINE-ITEM
            LINE-UNITS-STR LINE-PRICE-STR
    IF (LINE-MODE NOT = "BUY" AND LINE-MODE NOT = "SELL")
            OR FUNCTION TEST-NUMVAL(LINE-UNITS-STR) NOT = 0
            OR FUNCTION TEST-NUMVAL(LINE-PRICE-STR) NOT = 0
        ADD 1 TO LINES-UNCOUNTED
        EXIT PARAGRAPH
    END-IF
    COMPUTE LINE-UNITS = FUNCTION NUMVAL(LINE-UNITS-STR)
    COMPUTE LINE-PRICE = FUNCTION NUMVAL(LINE-PRICE-STR)
    ADD 1 TO LINES-READ

    *> owner and item first: a line either counts everywhere or nowhere
    MOVE 0 TO OW-FOUND
    PERFORM VARYING OW-INDEX FROM 1 BY 1
            UNTIL OW-INDEX > OWNER-COUNT OR OW-FOUND NOT = 0
        IF OW-UUID(OW-INDEX) = LINE-OWNER
            MOVE OW-INDEX TO OW-FOUND
        END-IF
    END-PERFORM
    MOVE 0 TO IT-FOUND
    PERFORM VARYING IT-INDEX FROM 1 BY 1
            UNTIL IT-INDEX > ITEM-COUNT OR IT-FOUND NOT = 0
        IF IT-NAME(IT-INDEX) = LINE-ITEM AND IT-MODE(IT-INDEX) = LINE-MODE
            MOVE IT-INDEX TO IT-FOUND
        END-IF
    END-PERFORM
    MOVE 0 TO OI-FOUND
    PERFORM VARYING OI-INDEX FROM 1 BY 1
            UNTIL OI-INDEX > OWNER-ITEM-COUNT OR OI-FOUND NOT = 0
        IF OI-OWNER(OI-INDEX) = LINE-OWNER
                AND OI-ITEM(OI-INDEX) = LINE-ITEM
                AND OI-MODE(OI-INDEX) = LINE-MODE
            MOVE OI-INDEX TO OI-FOUND
        END-IF
    END-PERFORM
    IF (OW-FOUND = 0 AND OWNER-COUNT >= MAX-OWNERS)
            OR (IT-FOUND = 0 AND ITEM-COUNT >= MAX-ITEMS)
            OR (OI-FOUND = 0 AND OWNER-ITEM-COUNT >= MAX-OWNER-ITEMS)
        ADD 1 TO LINES-UNCOUNTED
        IF CAPACITY-REPORTED = 0
            MOVE 1 TO CAPACITY-REPORTED
            MOVE "CAPACITY too many owners or items, some trades not counted"
                TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF OW-FOUND = 0
        ADD 1 TO OWNER-COUNT
        MOVE OWNER-COUNT TO OW-FOUND
        MOVE LINE-OWNER TO OW-UUID(OW-FOUND)
        MOVE 0 TO OW-SALES(OW-FOUND) OW-SALES-COINS(OW-FOUND)
            OW-BUYS(OW-FOUND) OW-BUY-COINS(OW-FOUND)
    END-IF
    IF IT-FOUND = 0
        ADD 1 TO ITEM-COUNT
        MOVE ITEM-COUNT TO IT-FOUND
        MOVE LINE-ITEM TO IT-NAME(IT-FOUND)
        MOVE LINE-MODE TO IT-MODE(IT-FOUND)
        MOVE 0 TO IT-TRADES(IT-FOUND) IT-UNITS(IT-FOUND)
            IT-COINS(IT-FOUND) IT-LISTED(IT-FOUND)
    END-IF
    IF OI-FOUND = 0
        ADD 1 TO OWNER-ITEM-COUNT
        MOVE OWNER-ITEM-COUNT TO OI-FOUND
        MOVE LINE-OWNER TO OI-OWNER(OI-FOUND)
        MOVE LINE-ITEM TO OI-ITEM(OI-FOUND)
        MOVE LINE-MODE TO OI-MODE(OI-FOUND)
        MOVE 0 TO OI-TRADES(OI-FOUND) OI-UNITS(OI-FOUND)
            OI-COINS(OI-FOUND)
    END-IF

    *> BUY: the customer bought, so the owner sold
    IF LINE-MODE = "BUY"
        ADD 1 TO OW-SALES(OW-FOUND)
        ADD LINE-PRICE TO OW-SALES-COINS(OW-FOUND)
    ELSE
        ADD 1 TO OW-BUYS(OW-FOUND)
        ADD LINE-PRICE TO OW-BUY-COINS(OW-FOUND)
    END-IF
    ADD 1 TO IT-TRADES(IT-FOUND)
    ADD LINE-UNITS TO IT-UNITS(IT-FOUND)
    ADD LINE-PRICE TO IT-COINS(IT-FOUND)
    ADD 1 TO OI-TRADES(OI-FOUND)
    ADD LINE-UNITS TO OI-UNITS(OI-FOUND)
    ADD LINE-PRICE TO OI-COINS(OI-FOUND).

SEND-STATEMENTS.
    PERFORM VARYING OW-INDEX FROM 1 BY 1 UNTIL OW-INDEX > OWNER-COUNT
        PERFORM SEND-ONE-STATEMENT
    END-PERFORM.

SEND-ONE-STATEMENT.
    CALL "UUID-FromString" USING OW-UUID(OW-INDEX) OWNER-UUID-BIN
    MOVE OW-SALES(OW-INDEX) TO COUNT-DISPLAY
    MOVE OW-SALES-COINS(OW-INDEX) TO COINS-DISPLAY
    MOVE OW-BUYS(OW-INDEX) TO COUNT-DISPLAY-2
    MOVE OW-BUY-COINS(OW-INDEX) TO COINS-DISPLAY-2
    MOVE SPACES TO MAIL-TEXT
    STRING "Shop statement to " PERIOD-LABEL ": "
        FUNCTION TRIM(COUNT-DISPLAY) " sale(s) taking "
        FUNCTION TRIM(COINS-DISPLAY) " coins, "
        FUNCTION TRIM(COUNT-DISPLAY-2) " purchase(s) paying "
        FUNCTION TRIM(COINS-DISPLAY-2) " coins"
        DELIMITED BY SIZE INTO MAIL-TEXT
    PERFORM APPEND-STATEMENT-LINE

    MOVE 0 TO STATEMENT-LINES
    PERFORM VARYING OI-INDEX FROM 1 BY 1 UNTIL OI-INDEX > OWNER-ITEM-COUNT
        IF OI-OWNER(OI-INDEX) = OW-UUID(OW-INDEX)
            ADD 1 TO STATEMENT-LINES
            IF STATEMENT-LINES <= MAX-STATEMENT-LINES
                MOVE OI-UNITS(OI-INDEX) TO UNITS-DISPLAY
                MOVE OI-COINS(OI-INDEX) TO COINS-DISPLAY
                MOVE OI-TRADES(OI-INDEX) TO COUNT-DISPLAY
                IF OI-MODE(OI-INDEX) = "BUY"
                    MOVE "sold" TO STATEMENT-VERB
                ELSE
                    MOVE "bought" TO STATEMENT-VERB
                END-IF
                MOVE SPACES TO MAIL-TEXT
                STRING "  " FUNCTION TRIM(STATEMENT-VERB) " "
                    FUNCTION TRIM(UNITS-DISPLAY) " "
                    FUNCTION TRIM(OI-ITEM(OI-INDEX)) " for "
                    FUNCTION TRIM(COINS-DISPLAY) " coins in "
                    FUNCTION TRIM(COUNT-DISPLAY) " trade(s)"
                    DELIMITED BY SIZE INTO MAIL-TEXT
                PERFORM APPEND-STATEMENT-LINE
            END-IF
        END-IF
    END-PERFORM
    IF STATEMENT-LINES > MAX-STATEMENT-LINES
        COMPUTE STATEMENT-LINES = STATEMENT-LINES - MAX-STATEMENT-LINES
        MOVE STATEMENT-LINES TO COUNT-DISPLAY
        MOVE SPACES TO MAIL-TEXT
        STRING "  and " FUNCTION TRIM(COUNT-DISPLAY)
            " more item(s) - ask staff for the full report"
            DELIMITED BY SIZE INTO MAIL-TEXT
        PERFORM APPEND-STATEMENT-LINE
    END-IF
    ADD 1 TO STATEMENTS-SENT.

APPEND-STATEMENT-LINE.
    COMPUTE MAIL-TEXT-LEN = FUNCTION STORED-CHAR-LENGTH(MAIL-TEXT)
    CALL "Mail-Append" USING OWNER-UUID-BIN STATEMENT-SENDER
        STATEMENT-SENDER-LEN MAIL-TEXT MAIL-TEXT-LEN.

WRITE-ITEM-SECTION.
    *> best seller (most units) first, by repeated selection
    MOVE SPACES TO REPORT-LINE
    IF SECTION-MODE = "BUY"
        MOVE "sold by shops to players (best seller first):"
            TO REPORT-LINE
    ELSE
        MOVE "bought by shops from players (most wanted first):"
            TO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE 0 TO LISTED-COUNT
    PERFORM UNTIL EXIT
        MOVE 0 TO BEST-INDEX
        PERFORM VARYING IT-INDEX FROM 1 BY 1 UNTIL IT-INDEX > ITEM-COUNT
            IF IT-MODE(IT-INDEX) = SECTION-MODE
                    AND IT-LISTED(IT-INDEX) = 0
                IF BEST-INDEX = 0
                    MOVE IT-INDEX TO BEST-INDEX
                ELSE
                    IF IT-UNITS(IT-INDEX) > IT-UNITS(BEST-INDEX)
                        MOVE IT-INDEX TO BEST-INDEX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO IT-LISTED(BEST-INDEX)
        ADD 1 TO LISTED-COUNT
        IF IT-UNITS(BEST-INDEX) > 0
            COMPUTE AVERAGE-PRICE ROUNDED =
                IT-COINS(BEST-INDEX) / IT-UNITS(BEST-INDEX)
        ELSE
            MOVE 0 TO AVERAGE-PRICE
        END-IF
        MOVE AVERAGE-PRICE TO AVERAGE-DISPLAY
        MOVE IT-UNITS(BEST-INDEX) TO UNITS-DISPLAY
        MOVE IT-COINS(BEST-INDEX) TO COINS-DISPLAY
        MOVE IT-TRADES(BEST-INDEX) TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  " IT-NAME(BEST-INDEX)(1:40) " units "
            FUNCTION TRIM(UNITS-DISPLAY) " coins "
            FUNCTION TRIM(COINS-DISPLAY) " trades "
            FUNCTION TRIM(COUNT-DISPLAY) " avg "
            FUNCTION TRIM(AVERAGE-DISPLAY) "/unit"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    IF LISTED-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-OWNER-SECTION.
    MOVE "shop owners:" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING OW-INDEX FROM 1 BY 1 UNTIL OW-INDEX > OWNER-COUNT
        MOVE OW-SALES(OW-INDEX) TO COUNT-DISPLAY
        MOVE OW-SALES-COINS(OW-INDEX) TO COINS-DISPLAY
        MOVE OW-BUYS(OW-INDEX) TO COUNT-DISPLAY-2
        MOVE OW-BUY-COINS(OW-INDEX) TO COINS-DISPLAY-2
        MOVE SPACES TO REPORT-LINE
        STRING "  " OW-UUID(OW-INDEX) " sales "
            FUNCTION TRIM(COUNT-DISPLAY) " for "
            FUNCTION TRIM(COINS-DISPLAY) " purchases "
            FUNCTION TRIM(COUNT-DISPLAY-2) " for "
            FUNCTION TRIM(COINS-DISPLAY-2)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

WRITE-SUMMARY.
    MOVE LINES-READ TO COUNT-DISPLAY
    MOVE STATEMENTS-SENT TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " trade(s), "
        FUNCTION TRIM(COUNT-DISPLAY-2) " statement(s) mailed"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF LINES-UNCOUNTED NOT = 0
        MOVE LINES-UNCOUNTED TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(COUNT-DISPLAY)
            " journal line(s) unreadable or over capacity, not counted"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        CALL "Log-Write" USING "WARN"
            "shop statements skipped journal lines, see save/logs"
    END-IF.

END PROGRAM ShopStatements-Run.
