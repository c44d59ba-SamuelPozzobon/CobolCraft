*> --- ReferralReport-Run ---
*> The monthly referral report. For each calendar month closed since
*> the month recorded in save/referral-report.dat (only last month, the
*> first time) this writes save/logs/referral-report-YYYYMM.txt from
*> save/referrals.dat:
*>   - the top referrers: who had the most referrals paid that month,
*>     most first, with the count
*>   - every referral refused that month: the new player, the referrer
*>     and the address AltDetect found them sharing
*>   - the referrals still pending at the time of the run
*> A referral belongs to the month ReferralSettle-Run settled it in.
*> Like the treasury statement, the control file is what makes each
*> month reported exactly once, so running it daily is harmless; and
*> since the referral table is only ever rewritten by the server or the
*> nightly settlement, it reads save/referrals.dat straight off disk.
IDENTIFICATION DIVISION.
PROGRAM-ID. ReferralReport-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-CONTROL
        ASSIGN TO "save/referral-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL-OUT
        ASSIGN TO "save/referral-report.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-CONTROL.
    01 CONTROL-LINE              PIC X(16).
FD FD-CONTROL-OUT.
    01 CONTROL-OUT-LINE          PIC X(16).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-REFERRALS.
    COPY DD-BATCH-STEP.
    01 REPORT-FILE-NAME          PIC X(64).
    01 RENAME-STATUS             BINARY-LONG.
    *> months as YYYYMM: the current one, the last one closed, the last
    *> one reported and the one being reported
    01 THIS-MONTH                PIC 9(6).
    01 LAST-CLOSED-MONTH         PIC 9(6).
    01 LAST-DONE-TEXT            PIC X(6).
    01 LAST-DONE-MONTH           PIC 9(6).
    01 REPORT-MONTH              PIC 9(6).
    01 FILLER REDEFINES REPORT-MONTH.
        05 REPORT-YEAR           PIC 9(4).
        05 REPORT-MM             PIC 9(2).
    01 MONTH-KEY                 PIC X(6).
    *> referrers paid in the month being reported
    01 MAX-REFERRERS             BINARY-LONG UNSIGNED VALUE 128.
    01 REFERRER-TABLE.
        05 REFERRER-ENTRY OCCURS 128 TIMES.
            10 REFERRER-UUID     PIC X(16).
            10 REFERRER-NAME     PIC X(16).
            10 REFERRER-PAID     BINARY-LONG UNSIGNED.
            10 REFERRER-LISTED   BINARY-CHAR UNSIGNED.
    01 REFERRER-COUNT            BINARY-LONG UNSIGNED.
    01 REFERRER-INDEX            BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 BEST-INDEX                BINARY-LONG UNSIGNED.
    01 RANK                      BINARY-LONG UNSIGNED.
    01 C-TOP-REFERRERS           BINARY-LONG UNSIGNED VALUE 10.
    01 REFERRAL-INDEX            BINARY-LONG UNSIGNED.
    01 PAID-IN-MONTH             BINARY-LONG UNSIGNED.
    01 REFUSED-IN-MONTH          BINARY-LONG UNSIGNED.
    01 PENDING-NOW               BINARY-LONG UNSIGNED.
    01 REFUSED-TOTAL             BINARY-LONG UNSIGNED.
    01 MINUTES-DISPLAY           PIC Z(8)9.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 RANK-DISPLAY              PIC Z9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:6) TO THIS-MONTH
    MOVE THIS-MONTH TO REPORT-MONTH
    PERFORM PREVIOUS-MONTH
    MOVE REPORT-MONTH TO LAST-CLOSED-MONTH

    *> the first run reports last month only
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
        MOVE LAST-CLOSED-MONTH TO REPORT-MONTH
        PERFORM PREVIOUS-MONTH
        MOVE REPORT-MONTH TO LAST-DONE-MONTH
    END-IF
    IF LAST-DONE-MONTH >= LAST-CLOSED-MONTH
        CALL "Log-Write" USING "INFO"
            "referral report not due yet"
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    CALL "Referrals-Init"
    MOVE 0 TO REFUSED-TOTAL
    MOVE LAST-DONE-MONTH TO REPORT-MONTH
    PERFORM UNTIL REPORT-MONTH >= LAST-CLOSED-MONTH
        PERFORM NEXT-MONTH
        PERFORM WRITE-REPORT
    END-PERFORM

    *> every closed month is reported: record the last of them
    OPEN OUTPUT FD-CONTROL-OUT
    MOVE LAST-CLOSED-MONTH TO CONTROL-OUT-LINE
    WRITE CONTROL-OUT-LINE
    CLOSE FD-CONTROL-OUT
    CALL "CBL_RENAME_FILE" USING "save/referral-report.dat.tmp"
        "save/referral-report.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "referral report: could not record the report month"
    END-IF

    MOVE REFERRAL-COUNT TO BATCH-STEP-RECORDS
    MOVE REFUSED-TOTAL TO BATCH-STEP-EXCEPTIONS
    GOBACK.

PREVIOUS-MONTH.
    IF REPORT-MM = 1
        SUBTRACT 1 FROM REPORT-YEAR
        MOVE 12 TO REPORT-MM
    ELSE
        SUBTRACT 1 FROM REPORT-MM
    END-IF.

NEXT-MONTH.
    IF REPORT-MM = 12
        ADD 1 TO REPORT-YEAR
        MOVE 1 TO REPORT-MM
    ELSE
        ADD 1 TO REPORT-MM
    END-IF.

WRITE-REPORT.
    MOVE REPORT-MONTH TO MONTH-KEY
    MOVE 0 TO REFERRER-COUNT
    MOVE 0 TO PAID-IN-MONTH
    MOVE 0 TO REFUSED-IN-MONTH
    MOVE 0 TO PENDING-NOW
    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        IF REFERRAL-PENDING(REFERRAL-INDEX)
            ADD 1 TO PENDING-NOW
        END-IF
        IF REFERRAL-PAID(REFERRAL-INDEX)
                AND REFERRAL-SETTLED(REFERRAL-INDEX)(1:6) = MONTH-KEY
            ADD 1 TO PAID-IN-MONTH
            PERFORM TALLY-REFERRER
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/referral-report-" MONTH-KEY ".txt"
        DELIMITED BY SIZE INTO REPORT-FILE-NAME
    OPEN OUTPUT FD-REPORT
    MOVE SPACES TO REPORT-LINE
    STRING "referral report " MONTH-KEY(1:4) "-" MONTH-KEY(5:2)
        " generated " FUNCTION CURRENT-DATE(1:14)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE PAID-IN-MONTH TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " referral(s) paid"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE "-- top referrers --" TO REPORT-LINE
    WRITE REPORT-LINE
    *> a selection pass per rank: the busiest referrer not yet listed
    PERFORM VARYING RANK FROM 1 BY 1
            UNTIL RANK > C-TOP-REFERRERS OR RANK > REFERRER-COUNT
        MOVE 0 TO BEST-INDEX
        PERFORM VARYING REFERRER-INDEX FROM 1 BY 1
                UNTIL REFERRER-INDEX > REFERRER-COUNT
            IF REFERRER-LISTED(REFERRER-INDEX) = 0
                IF BEST-INDEX = 0
                    MOVE REFERRER-INDEX TO BEST-INDEX
                ELSE
                    IF REFERRER-PAID(REFERRER-INDEX)
                            > REFERRER-PAID(BEST-INDEX)
                        MOVE REFERRER-INDEX TO BEST-INDEX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        MOVE 1 TO REFERRER-LISTED(BEST-INDEX)
        MOVE RANK TO RANK-DISPLAY
        MOVE REFERRER-PAID(BEST-INDEX) TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING RANK-DISPLAY ". " REFERRER-NAME(BEST-INDEX) " "
            FUNCTION TRIM(COUNT-DISPLAY) " referral(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM

    MOVE "-- refused (shared address) --" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        IF REFERRAL-REFUSED(REFERRAL-INDEX)
                AND REFERRAL-SETTLED(REFERRAL-INDEX)(1:6) = MONTH-KEY
            ADD 1 TO REFUSED-IN-MONTH
            ADD 1 TO REFUSED-TOTAL
            MOVE SPACES TO REPORT-LINE
            STRING REFERRAL-SETTLED(REFERRAL-INDEX) " "
                FUNCTION TRIM(REFERRAL-NEW-NAME(REFERRAL-INDEX))
                " referred by "
                FUNCTION TRIM(REFERRAL-REFERRER-NAME(REFERRAL-INDEX))
                " - both seen from "
                FUNCTION TRIM(REFERRAL-DETAIL(REFERRAL-INDEX))
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    MOVE REFUSED-IN-MONTH TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " refused"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE "-- still pending --" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        IF REFERRAL-PENDING(REFERRAL-INDEX)
            COMPUTE MINUTES-DISPLAY = REFERRAL-SECONDS(REFERRAL-INDEX) / 60
            MOVE SPACES TO REPORT-LINE
            STRING REFERRAL-DATE(REFERRAL-INDEX) " "
                FUNCTION TRIM(REFERRAL-NEW-NAME(REFERRAL-INDEX))
                " referred by "
                FUNCTION TRIM(REFERRAL-REFERRER-NAME(REFERRAL-INDEX))
                ", " FUNCTION TRIM(MINUTES-DISPLAY) " min played"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    MOVE PENDING-NOW TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " pending"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE FD-REPORT.

TALLY-REFERRER.
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING REFERRER-INDEX FROM 1 BY 1
            UNTIL REFERRER-INDEX > REFERRER-COUNT OR FOUND-INDEX NOT = 0
        IF REFERRER-UUID(REFERRER-INDEX) =
                REFERRAL-REFERRER-UUID(REFERRAL-INDEX)
            MOVE REFERRER-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0
        IF REFERRER-COUNT >= MAX-REFERRERS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO REFERRER-COUNT
        MOVE REFERRER-COUNT TO FOUND-INDEX
        MOVE REFERRAL-REFERRER-UUID(REFERRAL-INDEX)
            TO REFERRER-UUID(FOUND-INDEX)
        MOVE REFERRAL-REFERRER-NAME(REFERRAL-INDEX)
            TO REFERRER-NAME(FOUND-INDEX)
        MOVE 0 TO REFERRER-PAID(FOUND-INDEX)
        MOVE 0 TO REFERRER-LISTED(FOUND-INDEX)
    END-IF
    ADD 1 TO REFERRER-PAID(FOUND-INDEX).

END PROGRAM ReferralReport-Run.
