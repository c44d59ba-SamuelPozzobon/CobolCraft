*> --- ReferralSettle-Run ---
*> The nightly referral batch, run against a stopped server the way the
*> other offline batches are (a live save/server.lock refuses the run -
*> the referral table and the referrers' balances are both held in
*> memory there). Two passes:
*>   1. playtime: every day of save/playtime.log the daily roll has
*>      closed since the last run (playtime.log.YYYYMMDD, from the day
*>      after REFERRAL-SESSIONS-THROUGH, or the first pending referral's
*>      day the first time, to yesterday) is read once, and each
*>      pending referral's new player gets their CONNECT-DISCONNECT
*>      pairs added up the way Playtime-Report pairs them. A session
*>      still open when a day's log ends carries over to the next day.
*>   2. settlement: a pending referral whose new player has reached
*>      referral-playtime-minutes (default 300) is screened with
*>      AltDetect-SharedAddress - two accounts that have come in from
*>      the same address are refused, the address kept as the reason -
*>      and otherwise pays the referrer referral-reward-coins (default
*>      500) from the referral-pool identity through
*>      Economy-AdjustOffline and the ledger (reason REFERRAL), with a
*>      letter saying who it was for. A referrer whose save can't be
*>      credited stays pending for the next night.
*> The day's outcome is one INFO line in the server log;
*> ReferralReport-Run turns the settled referrals into the monthly
*> report.
IDENTIFICATION DIVISION.
PROGRAM-ID. ReferralSettle-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SESSION-LOG
        ASSIGN TO SESSION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SESSION-LOG.
    01 SESSION-LOG-LINE          PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-REFERRALS.
    COPY DD-BATCH-STEP.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 C-POOL-SEED               PIC X(16) VALUE "referralpool".
    01 C-POOL-SEED-LEN           BINARY-LONG UNSIGNED VALUE 12.
    01 POOL-UUID                 PIC X(16).
    01 SESSION-FILE-NAME         PIC X(64).
    01 TODAY-DATE                PIC 9(8).
    01 DAY-STAMP                 PIC 9(8).
    01 FIRST-DAY                 BINARY-LONG.
    01 LAST-DAY                  BINARY-LONG.
    01 PROBE-DAY                 BINARY-LONG.
    *> the new players' UUIDs as they appear in the session log
    01 NEW-UUID-TABLE.
        05 NEW-UUID-STR OCCURS 512 TIMES PIC X(36).
    01 REFERRAL-INDEX            BINARY-LONG UNSIGNED.
    01 PENDING-COUNT             BINARY-LONG UNSIGNED.
    *> one session log line, as Players-LogSession writes it
    01 LINE-TIMESTAMP            PIC X(20).
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 LINE-EVENT                PIC X(10).
    01 EVENT-DATE                PIC 9(8).
    01 EVENT-HH                  PIC 9(2).
    01 EVENT-MM                  PIC 9(2).
    01 EVENT-SS                  PIC 9(2).
    01 EVENT-SECONDS             BINARY-LONG-LONG.
    01 LINES-READ                BINARY-LONG UNSIGNED.
    *> settlement
    01 PLAYTIME-MINUTES          BINARY-LONG-LONG.
    01 REWARD-COINS              BINARY-LONG-LONG.
    01 REWARD-AMOUNT             BINARY-LONG.
    01 SHARED-ADDRESS            BINARY-CHAR UNSIGNED.
    01 ADDRESS-FOUND             PIC X(46).
    01 ADJUST-OK                 BINARY-CHAR UNSIGNED.
    01 PAID-COUNT                BINARY-LONG UNSIGNED.
    01 REFUSED-COUNT             BINARY-LONG UNSIGNED.
    01 UNPAID-COUNT              BINARY-LONG UNSIGNED.
    01 MAIL-TEXT                 PIC X(256).
    01 MAIL-TEXT-LEN             BINARY-LONG UNSIGNED.
    01 COINS-DISPLAY             PIC Z(9)9.
    01 PAID-DISPLAY              PIC Z(8)9.
    01 REFUSED-DISPLAY           PIC Z(8)9.
    01 UNPAID-DISPLAY            PIC Z(8)9.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "referral batch refused: server.lock present, stop the server first"
        MOVE 1 TO BATCH-STEP-FAILED
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetNumber" USING "referral-playtime-minutes" 300
        PLAYTIME-MINUTES
    CALL "Config-GetNumber" USING "referral-reward-coins" 500
        REWARD-COINS
    MOVE REWARD-COINS TO REWARD-AMOUNT
    CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
        POOL-UUID
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE 0 TO LINES-READ
    MOVE 0 TO PAID-COUNT
    MOVE 0 TO REFUSED-COUNT
    MOVE 0 TO UNPAID-COUNT

    CALL "Referrals-Init"
    PERFORM COUNT-PLAYTIME
    PERFORM SETTLE-REFERRALS
    CALL "Referrals-Save"

    MOVE PAID-COUNT TO PAID-DISPLAY
    MOVE REFUSED-COUNT TO REFUSED-DISPLAY
    MOVE UNPAID-COUNT TO UNPAID-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    STRING "referrals settled: " FUNCTION TRIM(PAID-DISPLAY) " paid, "
        FUNCTION TRIM(REFUSED-DISPLAY) " refused, "
        FUNCTION TRIM(UNPAID-DISPLAY) " left pending (no save)"
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    MOVE LINES-READ TO BATCH-STEP-RECORDS
    COMPUTE BATCH-STEP-EXCEPTIONS = REFUSED-COUNT + UNPAID-COUNT
    GOBACK.

COUNT-PLAYTIME.
    COMPUTE LAST-DAY = FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
    MOVE 0 TO PENDING-COUNT
    MOVE 0 TO FIRST-DAY
    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        CALL "UUID-ToString" USING REFERRAL-NEW-UUID(REFERRAL-INDEX)
            NEW-UUID-STR(REFERRAL-INDEX)
        IF REFERRAL-PENDING(REFERRAL-INDEX)
            ADD 1 TO PENDING-COUNT
            MOVE REFERRAL-DATE(REFERRAL-INDEX) TO DAY-STAMP
            IF FIRST-DAY = 0
                    OR FUNCTION INTEGER-OF-DATE(DAY-STAMP) < FIRST-DAY
                COMPUTE FIRST-DAY = FUNCTION INTEGER-OF-DATE(DAY-STAMP)
            END-IF
        END-IF
    END-PERFORM
    IF REFERRAL-SESSIONS-THROUGH NOT = SPACES
        MOVE REFERRAL-SESSIONS-THROUGH TO DAY-STAMP
        COMPUTE FIRST-DAY = FUNCTION INTEGER-OF-DATE(DAY-STAMP) + 1
    END-IF

    *> nothing pending: nothing to count, just move the mark on
    IF PENDING-COUNT NOT = 0
        PERFORM VARYING PROBE-DAY FROM FIRST-DAY BY 1
                UNTIL PROBE-DAY > LAST-DAY
            COMPUTE DAY-STAMP = FUNCTION DATE-OF-INTEGER(PROBE-DAY)
            MOVE SPACES TO SESSION-FILE-NAME
            STRING "save/playtime.log." DAY-STAMP DELIMITED BY SIZE
                INTO SESSION-FILE-NAME
            PERFORM READ-SESSION-DAY
        END-PERFORM
    END-IF
    COMPUTE DAY-STAMP = FUNCTION DATE-OF-INTEGER(LAST-DAY)
    MOVE DAY-STAMP TO REFERRAL-SESSIONS-THROUGH.

READ-SESSION-DAY.
    OPEN INPUT FD-SESSION-LOG
    PERFORM UNTIL EXIT
        READ FD-SESSION-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                IF SESSION-LOG-LINE NOT = SPACES
                    ADD 1 TO LINES-READ
                    PERFORM PROCESS-SESSION-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SESSION-LOG.

PROCESS-SESSION-LINE.
    MOVE SESSION-LOG-LINE(1:20) TO LINE-TIMESTAMP
    MOVE SPACES TO LINE-UUID-STR
    MOVE SPACES TO LINE-NAME
    MOVE SPACES TO LINE-EVENT
    UNSTRING SESSION-LOG-LINE(22:139) DELIMITED BY ALL " "
        INTO LINE-UUID-STR LINE-NAME LINE-EVENT

    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        IF NEW-UUID-STR(REFERRAL-INDEX) = LINE-UUID-STR
                AND REFERRAL-PENDING(REFERRAL-INDEX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF REFERRAL-INDEX > REFERRAL-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE LINE-TIMESTAMP(1:8) TO EVENT-DATE
    MOVE LINE-TIMESTAMP(9:2) TO EVENT-HH
    MOVE LINE-TIMESTAMP(11:2) TO EVENT-MM
    MOVE LINE-TIMESTAMP(13:2) TO EVENT-SS
    COMPUTE EVENT-SECONDS =
        FUNCTION INTEGER-OF-DATE(EVENT-DATE) * 86400
        + EVENT-HH * 3600 + EVENT-MM * 60 + EVENT-SS

    EVALUATE FUNCTION TRIM(LINE-EVENT)
        WHEN "CONNECT"
            *> a connect on top of an open session: the previous one
            *> never closed (a crash) and counts for nothing
            MOVE EVENT-SECONDS TO REFERRAL-OPEN-SINCE(REFERRAL-INDEX)
        WHEN "DISCONNECT"
            IF REFERRAL-OPEN-SINCE(REFERRAL-INDEX) NOT = 0
                COMPUTE REFERRAL-SECONDS(REFERRAL-INDEX) =
                    REFERRAL-SECONDS(REFERRAL-INDEX) + EVENT-SECONDS
                    - REFERRAL-OPEN-SINCE(REFERRAL-INDEX)
                MOVE 0 TO REFERRAL-OPEN-SINCE(REFERRAL-INDEX)
            END-IF
    END-EVALUATE.

SETTLE-REFERRALS.
    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        IF REFERRAL-PENDING(REFERRAL-INDEX)
                AND REFERRAL-SECONDS(REFERRAL-INDEX)
                    >= PLAYTIME-MINUTES * 60
            PERFORM SETTLE-ONE
        END-IF
    END-PERFORM.

SETTLE-ONE.
    CALL "AltDetect-SharedAddress" USING
        REFERRAL-NEW-UUID(REFERRAL-INDEX)
        REFERRAL-REFERRER-UUID(REFERRAL-INDEX)
        SHARED-ADDRESS ADDRESS-FOUND
    IF SHARED-ADDRESS NOT = 0
        SET REFERRAL-REFUSED(REFERRAL-INDEX) TO TRUE
        MOVE TODAY-DATE TO REFERRAL-SETTLED(REFERRAL-INDEX)
        MOVE ADDRESS-FOUND TO REFERRAL-DETAIL(REFERRAL-INDEX)
        ADD 1 TO REFUSED-COUNT
        MOVE SPACES TO LOG-MESSAGE
        STRING "referral refused: "
            FUNCTION TRIM(REFERRAL-NEW-NAME(REFERRAL-INDEX))
            " and referrer "
            FUNCTION TRIM(REFERRAL-REFERRER-NAME(REFERRAL-INDEX))
            " share address " FUNCTION TRIM(ADDRESS-FOUND)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF

    IF REWARD-AMOUNT > 0
        CALL "Economy-AdjustOffline" USING
            REFERRAL-REFERRER-UUID(REFERRAL-INDEX) REWARD-AMOUNT ADJUST-OK
        IF ADJUST-OK = 0
            ADD 1 TO UNPAID-COUNT
            EXIT PARAGRAPH
        END-IF
        CALL "Economy-LogTransaction" USING POOL-UUID
            REFERRAL-REFERRER-UUID(REFERRAL-INDEX) REWARD-AMOUNT
            "REFERRAL"
        MOVE REWARD-AMOUNT TO COINS-DISPLAY
        MOVE SPACES TO MAIL-TEXT
        STRING FUNCTION TRIM(REFERRAL-NEW-NAME(REFERRAL-INDEX))
            " has settled in - your referral reward of "
            FUNCTION TRIM(COINS-DISPLAY) " coins is in your balance"
            DELIMITED BY SIZE INTO MAIL-TEXT
        COMPUTE MAIL-TEXT-LEN = FUNCTION STORED-CHAR-LENGTH(MAIL-TEXT)
        CALL "Mail-Append" USING REFERRAL-REFERRER-UUID(REFERRAL-INDEX)
            "Referrals" 9 MAIL-TEXT MAIL-TEXT-LEN
    END-IF
    SET REFERRAL-PAID(REFERRAL-INDEX) TO TRUE
    MOVE TODAY-DATE TO REFERRAL-SETTLED(REFERRAL-INDEX)
    ADD 1 TO PAID-COUNT.

END PROGRAM ReferralSettle-Run.
