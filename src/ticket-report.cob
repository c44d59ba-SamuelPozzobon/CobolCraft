*> --- TicketReport-Run ---
*> The weekly report on the moderation queue. Tickets-Journal writes
*> every report, claim, comment and close to save/tickets.log; once the
*> report interval (ticket-report-interval-days, default 7, counted
*> from the date recorded in save/ticket-report.dat) has passed, this
*> rolls the journal aside to save/tickets.log.<today> with one
*> CBL_RENAME_FILE, as ShopStatements-Run does with the sales journal,
*> and writes save/logs/tickets-YYYYMMDD.txt from the rolled file:
*>   - tickets opened, claimed, commented on and closed in the period
*>   - the median time from report to close, over the tickets closed
*>   - each moderator's claims, comments and closes
*>   - how many tickets are still on the board
*> Rolling rather than filtering by date means every event is reported
*> exactly once. The server only ever appends to the journal, so like
*> the shop statements this can run with the server up.
IDENTIFICATION DIVISION.
PROGRAM-ID. TicketReport-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-JOURNAL
        ASSIGN TO ROLLED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL
        ASSIGN TO "save/ticket-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL-OUT
        ASSIGN TO "save/ticket-report.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-JOURNAL.
    01 JOURNAL-LINE              PIC X(96).
FD FD-CONTROL.
    01 CONTROL-LINE              PIC X(16).
FD FD-CONTROL-OUT.
    01 CONTROL-OUT-LINE          PIC X(16).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-BATCH-STEP.
    01 ROLLED-FILE-NAME          PIC X(64).
    01 REPORT-FILE-NAME          PIC X(64).
    01 INTERVAL-DAYS             BINARY-LONG-LONG.
    01 TODAY-DATE                PIC X(8).
    01 TODAY-INTEGER             PIC 9(8).
    01 LAST-DATE                 PIC X(8).
    01 LAST-INTEGER              PIC 9(8).
    01 DAYS-SINCE                BINARY-LONG.
    01 RENAME-STATUS             BINARY-LONG.
    01 PERIOD-LABEL              PIC X(10).
    *> one journal line, as Tickets-Journal writes it
    01 LINE-STAMP                PIC X(14).
    01 LINE-ID                   PIC X(8).
    01 LINE-EVENT                PIC X(8).
    01 LINE-ACTOR                PIC X(16).
    01 LINE-DETAIL               PIC X(16).
    01 STAMP-DATE                PIC 9(8).
    01 STAMP-HH                  PIC 9(2).
    01 STAMP-MM                  PIC 9(2).
    01 CLOSED-MINUTES            BINARY-LONG-LONG.
    01 OPENED-MINUTES            BINARY-LONG-LONG.
    *> event counts for the period
    01 OPENED-COUNT              BINARY-LONG UNSIGNED.
    01 CLAIMED-COUNT             BINARY-LONG UNSIGNED.
    01 COMMENTED-COUNT           BINARY-LONG UNSIGNED.
    01 CLOSED-COUNT              BINARY-LONG UNSIGNED.
    01 LINES-READ                BINARY-LONG UNSIGNED.
    01 LINES-UNCOUNTED           BINARY-LONG UNSIGNED.
    *> minutes from report to close, kept in ascending order for the
    *> median
    01 MAX-DURATIONS             BINARY-LONG UNSIGNED VALUE 4096.
    01 DURATIONS.
        05 DURATION-MINUTES OCCURS 4096 TIMES BINARY-LONG-LONG.
    01 DURATION-COUNT            BINARY-LONG UNSIGNED.
    01 DURATION-INDEX            BINARY-LONG UNSIGNED.
    01 INSERT-AT                 BINARY-LONG UNSIGNED.
    01 MEDIAN-MINUTES            BINARY-LONG-LONG.
    01 MEDIAN-HOURS              BINARY-LONG-LONG.
    01 MEDIAN-REST               BINARY-LONG-LONG.
    *> per moderator
    01 MAX-MODERATORS            BINARY-LONG UNSIGNED VALUE 256.
    01 MODERATORS.
        05 MODERATOR-ENTRY OCCURS 256 TIMES.
            10 MOD-NAME          PIC X(16).
            10 MOD-CLAIMS        BINARY-LONG UNSIGNED.
            10 MOD-COMMENTS      BINARY-LONG UNSIGNED.
            10 MOD-CLOSES        BINARY-LONG UNSIGNED.
    01 MODERATOR-COUNT           BINARY-LONG UNSIGNED.
    01 MOD-INDEX                 BINARY-LONG UNSIGNED.
    01 MOD-FOUND                 BINARY-LONG UNSIGNED.
    01 STILL-OPEN                BINARY-LONG UNSIGNED.
    01 STILL-UNCLAIMED           BINARY-LONG UNSIGNED.
    01 TICKET-INDEX              BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 COUNT-DISPLAY-2           PIC Z(8)9.
    01 COUNT-DISPLAY-3           PIC Z(8)9.
    01 MINUTES-DISPLAY           PIC 99.
    01 HOURS-DISPLAY             PIC Z(8)9.

PROCEDURE DIVISION.
    CALL "Config-Load"
    CALL "Config-GetNumber" USING "ticket-report-interval-days" 7
        INTERVAL-DAYS
    IF INTERVAL-DAYS < 1
        MOVE 7 TO INTERVAL-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE TODAY-DATE TO TODAY-INTEGER

    *> not due yet: the last report date is too recent
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
                "ticket report not due yet"
            GOBACK
        END-IF
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO ROLLED-FILE-NAME
    STRING "save/tickets.log." TODAY-DATE
        DELIMITED BY SIZE INTO ROLLED-FILE-NAME
    *> fails harmlessly when nothing was reported all period
    CALL "CBL_RENAME_FILE" USING "save/tickets.log" ROLLED-FILE-NAME
        GIVING RENAME-STATUS

    MOVE 0 TO OPENED-COUNT
    MOVE 0 TO CLAIMED-COUNT
    MOVE 0 TO COMMENTED-COUNT
    MOVE 0 TO CLOSED-COUNT
    MOVE 0 TO LINES-READ
    MOVE 0 TO LINES-UNCOUNTED
    MOVE 0 TO DURATION-COUNT
    MOVE 0 TO MODERATOR-COUNT
    PERFORM READ-JOURNAL

    *> the board as it stands now
    CALL "Tickets-Init"
    MOVE 0 TO STILL-OPEN
    MOVE 0 TO STILL-UNCLAIMED
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1
            UNTIL TICKET-INDEX > MAX-TICKETS
        IF TICKET-USED(TICKET-INDEX) NOT = 0
            ADD 1 TO STILL-OPEN
            IF TICKET-HANDLER-NAME(TICKET-INDEX) = SPACES
                ADD 1 TO STILL-UNCLAIMED
            END-IF
        END-IF
    END-PERFORM

    MOVE SPACES TO PERIOD-LABEL
    STRING TODAY-DATE(1:4) "-" TODAY-DATE(5:2) "-" TODAY-DATE(7:2)
        DELIMITED BY SIZE INTO PERIOD-LABEL
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/tickets-" TODAY-DATE ".txt"
        DELIMITED BY SIZE INTO REPORT-FILE-NAME
    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "report tickets for the period to " PERIOD-LABEL " "
        FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-TOTALS
    PERFORM WRITE-MEDIAN
    PERFORM WRITE-MODERATORS
    PERFORM WRITE-SUMMARY
    CLOSE FD-REPORT

    *> the period is closed: record today as the report date
    OPEN OUTPUT FD-CONTROL-OUT
    MOVE TODAY-DATE TO CONTROL-OUT-LINE
    WRITE CONTROL-OUT-LINE
    CLOSE FD-CONTROL-OUT
    CALL "CBL_RENAME_FILE" USING "save/ticket-report.dat.tmp"
        "save/ticket-report.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "ticket report: could not record the report date"
    END-IF

    MOVE LINES-READ TO BATCH-STEP-RECORDS
    MOVE LINES-UNCOUNTED TO BATCH-STEP-EXCEPTIONS
    GOBACK.

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
    MOVE SPACES TO LINE-STAMP LINE-ID LINE-EVENT LINE-ACTOR LINE-DETAIL
    UNSTRING JOURNAL-LINE DELIMITED BY ALL " "
        INTO LINE-STAMP LINE-ID LINE-EVENT LINE-ACTOR LINE-DETAIL
    IF FUNCTION TEST-NUMVAL(LINE-STAMP) NOT = 0
            OR FUNCTION TEST-NUMVAL(LINE-ID) NOT = 0
        ADD 1 TO LINES-UNCOUNTED
        EXIT PARAGRAPH
    END-IF

    EVALUATE LINE-EVENT
        WHEN "OPEN"
            ADD 1 TO OPENED-COUNT
        WHEN "CLAIM"
            PERFORM FIND-MODERATOR
            IF MOD-FOUND = 0
                ADD 1 TO LINES-UNCOUNTED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO CLAIMED-COUNT
            ADD 1 TO MOD-CLAIMS(MOD-FOUND)
        WHEN "COMMENT"
            PERFORM FIND-MODERATOR
            IF MOD-FOUND = 0
                ADD 1 TO LINES-UNCOUNTED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO COMMENTED-COUNT
            ADD 1 TO MOD-COMMENTS(MOD-FOUND)
        WHEN "CLOSE"
            PERFORM FIND-MODERATOR
            IF MOD-FOUND = 0
                ADD 1 TO LINES-UNCOUNTED
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO CLOSED-COUNT
            ADD 1 TO MOD-CLOSES(MOD-FOUND)
            PERFORM RECORD-DURATION
        WHEN OTHER
            ADD 1 TO LINES-UNCOUNTED
            EXIT PARAGRAPH
    END-EVALUATE
    ADD 1 TO LINES-READ.

FIND-MODERATOR.
    MOVE 0 TO MOD-FOUND
    PERFORM VARYING MOD-INDEX FROM 1 BY 1
            UNTIL MOD-INDEX > MODERATOR-COUNT OR MOD-FOUND NOT = 0
        IF MOD-NAME(MOD-INDEX) = LINE-ACTOR
            MOVE MOD-INDEX TO MOD-FOUND
        END-IF
    END-PERFORM
    IF MOD-FOUND = 0 AND MODERATOR-COUNT < MAX-MODERATORS
        ADD 1 TO MODERATOR-COUNT
        MOVE MODERATOR-COUNT TO MOD-FOUND
        MOVE LINE-ACTOR TO MOD-NAME(MOD-FOUND)
        MOVE 0 TO MOD-CLAIMS(MOD-FOUND)
        MOVE 0 TO MOD-COMMENTS(MOD-FOUND)
        MOVE 0 TO MOD-CLOSES(MOD-FOUND)
    END-IF.

RECORD-DURATION.
    *> the CLOSE line carries the ticket's opening stamp; a ticket that
    *> was filed in an earlier period still counts its full wait
    IF FUNCTION TEST-NUMVAL(LINE-DETAIL(1:14)) NOT = 0
            OR DURATION-COUNT >= MAX-DURATIONS
        EXIT PARAGRAPH
    END-IF
    MOVE LINE-STAMP(1:8) TO STAMP-DATE
    MOVE LINE-STAMP(9:2) TO STAMP-HH
    MOVE LINE-STAMP(11:2) TO STAMP-MM
    COMPUTE CLOSED-MINUTES =
        FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 1440
        + STAMP-HH * 60 + STAMP-MM
    MOVE LINE-DETAIL(1:8) TO STAMP-DATE
    MOVE LINE-DETAIL(9:2) TO STAMP-HH
    MOVE LINE-DETAIL(11:2) TO STAMP-MM
    COMPUTE OPENED-MINUTES =
        FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 1440
        + STAMP-HH * 60 + STAMP-MM
    IF CLOSED-MINUTES < OPENED-MINUTES
        EXIT PARAGRAPH
    END-IF

    *> insertion into the ascending list
    MOVE 1 TO INSERT-AT
    PERFORM VARYING DURATION-INDEX FROM 1 BY 1
            UNTIL DURATION-INDEX > DURATION-COUNT
        IF DURATION-MINUTES(DURATION-INDEX)
                <= CLOSED-MINUTES - OPENED-MINUTES
            COMPUTE INSERT-AT = DURATION-INDEX + 1
        END-IF
    END-PERFORM
    PERFORM VARYING DURATION-INDEX FROM DURATION-COUNT BY -1
            UNTIL DURATION-INDEX < INSERT-AT
        MOVE DURATION-MINUTES(DURATION-INDEX)
            TO DURATION-MINUTES(DURATION-INDEX + 1)
    END-PERFORM
    COMPUTE DURATION-MINUTES(INSERT-AT) = CLOSED-MINUTES - OPENED-MINUTES
    ADD 1 TO DURATION-COUNT.

WRITE-TOTALS.
    MOVE OPENED-COUNT TO COUNT-DISPLAY
    MOVE CLOSED-COUNT TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "tickets opened " FUNCTION TRIM(COUNT-DISPLAY)
        ", closed " FUNCTION TRIM(COUNT-DISPLAY-2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE CLAIMED-COUNT TO COUNT-DISPLAY
    MOVE COMMENTED-COUNT TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "claims " FUNCTION TRIM(COUNT-DISPLAY)
        ", comments " FUNCTION TRIM(COUNT-DISPLAY-2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-MEDIAN.
    IF DURATION-COUNT = 0
        MOVE "median time to close: (no tickets closed)" TO REPORT-LINE
        WRITE REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    *> the middle value, or the mean of the middle two
    IF FUNCTION MOD(DURATION-COUNT, 2) = 1
        MOVE DURATION-MINUTES((DURATION-COUNT + 1) / 2) TO MEDIAN-MINUTES
    ELSE
        COMPUTE MEDIAN-MINUTES =
            (DURATION-MINUTES(DURATION-COUNT / 2)
            + DURATION-MINUTES(DURATION-COUNT / 2 + 1)) / 2
    END-IF
    DIVIDE MEDIAN-MINUTES BY 60 GIVING MEDIAN-HOURS
        REMAINDER MEDIAN-REST
    MOVE MEDIAN-HOURS TO HOURS-DISPLAY
    MOVE MEDIAN-REST TO MINUTES-DISPLAY
    MOVE DURATION-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "median time to close: " FUNCTION TRIM(HOURS-DISPLAY) "h "
        MINUTES-DISPLAY "m over " FUNCTION TRIM(COUNT-DISPLAY)
        " ticket(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-MODERATORS.
    MOVE "moderators:" TO REPORT-LINE
    WRITE REPORT-LINE
    IF MODERATOR-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM VARYING MOD-INDEX FROM 1 BY 1
            UNTIL MOD-INDEX > MODERATOR-COUNT
        MOVE MOD-CLAIMS(MOD-INDEX) TO COUNT-DISPLAY
        MOVE MOD-COMMENTS(MOD-INDEX) TO COUNT-DISPLAY-2
        MOVE MOD-CLOSES(MOD-INDEX) TO COUNT-DISPLAY-3
        MOVE SPACES TO REPORT-LINE
        STRING "  " MOD-NAME(MOD-INDEX)
            " claims " FUNCTION TRIM(COUNT-DISPLAY)
            " comments " FUNCTION TRIM(COUNT-DISPLAY-2)
            " closes " FUNCTION TRIM(COUNT-DISPLAY-3)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

WRITE-SUMMARY.
    MOVE STILL-OPEN TO COUNT-DISPLAY
    MOVE STILL-UNCLAIMED TO COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "still on the board: " FUNCTION TRIM(COUNT-DISPLAY)
        ", of which unclaimed " FUNCTION TRIM(COUNT-DISPLAY-2)
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
            "ticket report skipped journal lines, see save/logs"
    END-IF.

END PROGRAM TicketReport-Run.
