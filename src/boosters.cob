*> --- Boosters-Init ---
*> Clears the booster table and reloads it from save/boosters.txt, one
*> booster per line:
*>   type multiplier start end
*> with the type JOBS, XP, FISHING or VOTE, a multiplier above 1 and up
*> to 10 (1.5, 2, ...), and start and end as YYYYMMDDHHMM wall-clock
*> times. Operators may write the file by hand ahead of an event; "#"
*> lines and blanks are skipped the way every save/ loader skips them,
*> and a line that doesn't parse is skipped with a WARN. Boosters
*> already over are dropped. One whose start has passed comes back
*> running without being announced again - a restart mid-weekend must
*> not tell everybody the weekend started twice. A missing file means
*> no boosters. Called at startup and by BOOSTER RELOAD.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BOOSTERS
        ASSIGN TO "save/boosters.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BOOSTERS.
    01 BOOSTER-LINE              PIC X(80).
WORKING-STORAGE SECTION.
    COPY DD-BOOSTERS.
    01 TYPE-TOKEN                PIC X(8).
    01 MULTIPLIER-TOKEN          PIC X(12).
    01 START-TOKEN               PIC X(12).
    01 END-TOKEN                 PIC X(12).
    01 MULTIPLIER-VALUE          PIC 9(2)V99.
    01 CHECK-RESULT              PIC X(80).
    01 NOW-STAMP                 PIC X(12).
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO BOOSTER-COUNT
    MOVE FUNCTION CURRENT-DATE(1:12) TO NOW-STAMP
    OPEN INPUT FD-BOOSTERS
    PERFORM UNTIL EXIT
        IF BOOSTER-COUNT >= MAX-BOOSTERS
            EXIT PERFORM
        END-IF
        READ FD-BOOSTERS
            AT END
                EXIT PERFORM
            NOT AT END
                IF BOOSTER-LINE NOT = SPACES
                        AND BOOSTER-LINE(1:1) NOT = "#"
                    PERFORM LOAD-BOOSTER
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-BOOSTERS
    GOBACK.

LOAD-BOOSTER.
    MOVE SPACES TO TYPE-TOKEN MULTIPLIER-TOKEN START-TOKEN END-TOKEN
    UNSTRING BOOSTER-LINE DELIMITED BY ALL " "
        INTO TYPE-TOKEN MULTIPLIER-TOKEN START-TOKEN END-TOKEN
    MOVE FUNCTION UPPER-CASE(TYPE-TOKEN) TO TYPE-TOKEN
    CALL "Boosters-Validate" USING TYPE-TOKEN MULTIPLIER-TOKEN
        START-TOKEN END-TOKEN MULTIPLIER-VALUE CHECK-RESULT
    IF CHECK-RESULT NOT = SPACES
        MOVE SPACES TO LOG-MESSAGE
        STRING "save/boosters.txt: skipped '"
            FUNCTION TRIM(BOOSTER-LINE) "' - "
            FUNCTION TRIM(CHECK-RESULT)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF NOW-STAMP >= END-TOKEN
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO BOOSTER-COUNT
    MOVE TYPE-TOKEN TO BOOSTER-TYPE(BOOSTER-COUNT)
    MOVE MULTIPLIER-VALUE TO BOOSTER-MULTIPLIER(BOOSTER-COUNT)
    MOVE START-TOKEN TO BOOSTER-START(BOOSTER-COUNT)
    MOVE END-TOKEN TO BOOSTER-END(BOOSTER-COUNT)
    IF NOW-STAMP >= START-TOKEN
        SET BOOSTER-RUNNING(BOOSTER-COUNT) TO TRUE
    ELSE
        SET BOOSTER-SCHEDULED(BOOSTER-COUNT) TO TRUE
    END-IF.

END PROGRAM Boosters-Init.

*> --- Boosters-Save ---
*> Rewrites save/boosters.txt from the table through the usual
*> temp-then-rename, leaving out the boosters that are over. The file
*> is written whole, so comments an operator put in it don't survive a
*> BOOSTER ADD or CANCEL - the column header written at the top does.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BOOSTERS-OUT
        ASSIGN TO "save/boosters.txt.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BOOSTERS-OUT.
    01 BOOSTER-LINE              PIC X(80).
WORKING-STORAGE SECTION.
    COPY DD-BOOSTERS.
    01 BOOSTER-INDEX             BINARY-LONG UNSIGNED.
    01 MULTIPLIER-DISPLAY        PIC Z9.99.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-BOOSTERS-OUT
    MOVE "# type multiplier start end (YYYYMMDDHHMM)" TO BOOSTER-LINE
    WRITE BOOSTER-LINE
    PERFORM VARYING BOOSTER-INDEX FROM 1 BY 1
            UNTIL BOOSTER-INDEX > BOOSTER-COUNT
        IF NOT BOOSTER-OVER(BOOSTER-INDEX)
            MOVE BOOSTER-MULTIPLIER(BOOSTER-INDEX) TO MULTIPLIER-DISPLAY
            MOVE SPACES TO BOOSTER-LINE
            STRING FUNCTION TRIM(BOOSTER-TYPE(BOOSTER-INDEX)) " "
                FUNCTION TRIM(MULTIPLIER-DISPLAY) " "
                BOOSTER-START(BOOSTER-INDEX) " "
                BOOSTER-END(BOOSTER-INDEX)
                DELIMITED BY SIZE INTO BOOSTER-LINE
            WRITE BOOSTER-LINE
        END-IF
    END-PERFORM
    CLOSE FD-BOOSTERS-OUT

    CALL "CBL_RENAME_FILE" USING "save/boosters.txt.tmp"
        "save/boosters.txt" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR" "failed to save boosters.txt"
    END-IF
    GOBACK.

END PROGRAM Boosters-Save.

*> --- Boosters-Validate ---
*> Checks one booster as typed into the file or the command: a known
*> type, a multiplier above 1 and no more than 10, and two real
*> YYYYMMDDHHMM times with the end after the start. LK-RESULT comes
*> back blank when the booster is good, else as the reason it isn't;
*> LK-MULTIPLIER is the multiplier parsed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Validate.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 START-MINUTES             BINARY-LONG-LONG.
    01 END-MINUTES               BINARY-LONG-LONG.
    01 MULTIPLIER-NUMBER         FLOAT-LONG.
LINKAGE SECTION.
    01 LK-TYPE                   PIC X(8).
    01 LK-MULTIPLIER-TOKEN       PIC X(12).
    01 LK-START                  PIC X(12).
    01 LK-END                    PIC X(12).
    01 LK-MULTIPLIER             PIC 9(2)V99.
    01 LK-RESULT                 PIC X(80).

PROCEDURE DIVISION USING LK-TYPE LK-MULTIPLIER-TOKEN LK-START LK-END
        LK-MULTIPLIER LK-RESULT.
    MOVE SPACES TO LK-RESULT
    MOVE 1 TO LK-MULTIPLIER
    IF LK-TYPE NOT = "JOBS" AND LK-TYPE NOT = "XP"
            AND LK-TYPE NOT = "FISHING" AND LK-TYPE NOT = "VOTE"
        MOVE "the type is one of JOBS, XP, FISHING, VOTE" TO LK-RESULT
        GOBACK
    END-IF
    IF FUNCTION TEST-NUMVAL(LK-MULTIPLIER-TOKEN) NOT = 0
        MOVE "the multiplier is a number such as 1.5 or 2" TO LK-RESULT
        GOBACK
    END-IF
    COMPUTE MULTIPLIER-NUMBER = FUNCTION NUMVAL(LK-MULTIPLIER-TOKEN)
    IF MULTIPLIER-NUMBER <= 1 OR MULTIPLIER-NUMBER > 10
        MOVE "the multiplier is above 1 and at most 10" TO LK-RESULT
        GOBACK
    END-IF
    COMPUTE LK-MULTIPLIER ROUNDED = MULTIPLIER-NUMBER
    CALL "Boosters-Minutes" USING LK-START START-MINUTES
    CALL "Boosters-Minutes" USING LK-END END-MINUTES
    IF START-MINUTES < 0 OR END-MINUTES < 0
        MOVE "start and end are YYYYMMDDHHMM times" TO LK-RESULT
        GOBACK
    END-IF
    IF END-MINUTES <= START-MINUTES
        MOVE "the end comes after the start" TO LK-RESULT
    END-IF
    GOBACK.

END PROGRAM Boosters-Validate.

*> --- Boosters-Minutes ---
*> A YYYYMMDDHHMM time as minutes since the calendar's day 1, the
*> arithmetic the bar and the hours form of BOOSTER ADD both need; -1
*> when the time isn't a real one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Minutes.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 STAMP-WORK                PIC X(12).
    01 FILLER REDEFINES STAMP-WORK.
        05 STAMP-DATE            PIC 9(8).
        05 STAMP-HH              PIC 9(2).
        05 STAMP-MM              PIC 9(2).
LINKAGE SECTION.
    01 LK-STAMP                  PIC X(12).
    01 LK-MINUTES                BINARY-LONG-LONG.

PROCEDURE DIVISION USING LK-STAMP LK-MINUTES.
    MOVE -1 TO LK-MINUTES
    IF LK-STAMP IS NOT NUMERIC
        GOBACK
    END-IF
    MOVE LK-STAMP TO STAMP-WORK
    IF FUNCTION TEST-DATE-YYYYMMDD(STAMP-DATE) NOT = 0
            OR STAMP-HH > 23 OR STAMP-MM > 59
        GOBACK
    END-IF
    COMPUTE LK-MINUTES = FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 1440
        + STAMP-HH * 60 + STAMP-MM
    GOBACK.

END PROGRAM Boosters-Minutes.

*> --- Boosters-Stamp ---
*> The other way round: minutes since day 1 back to YYYYMMDDHHMM.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Stamp.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 STAMP-WORK                PIC X(12).
    01 FILLER REDEFINES STAMP-WORK.
        05 STAMP-DATE            PIC 9(8).
        05 STAMP-HH              PIC 9(2).
        05 STAMP-MM              PIC 9(2).
    01 DAY-NUMBER                BINARY-LONG.
    01 MINUTE-OF-DAY             BINARY-LONG.
LINKAGE SECTION.
    01 LK-MINUTES                BINARY-LONG-LONG.
    01 LK-STAMP                  PIC X(12).

PROCEDURE DIVISION USING LK-MINUTES LK-STAMP.
    COMPUTE DAY-NUMBER = LK-MINUTES / 1440
    COMPUTE MINUTE-OF-DAY = LK-MINUTES - DAY-NUMBER * 1440
    COMPUTE STAMP-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
    COMPUTE STAMP-HH = MINUTE-OF-DAY / 60
    COMPUTE STAMP-MM = MINUTE-OF-DAY - STAMP-HH * 60
    MOVE STAMP-WORK TO LK-STAMP
    GOBACK.

END PROGRAM Boosters-Stamp.

*> --- Boosters-Describe ---
*> One booster as players read it - "2x jobs pay", "1.5x XP" - shared
*> by the announcements, the boss bar and the BOOSTER listing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Describe.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOOSTERS.
    01 HUNDREDTHS                BINARY-LONG UNSIGNED.
    01 WHOLE-DISPLAY             PIC Z9.
    01 TENTHS-DISPLAY            PIC Z9.9.
    01 HUNDREDTHS-DISPLAY        PIC Z9.99.
    01 MULTIPLIER-TEXT           PIC X(8).
    01 TYPE-LABEL                PIC X(16).
LINKAGE SECTION.
    01 LK-INDEX                  BINARY-LONG UNSIGNED.
    01 LK-TEXT                   PIC X(80).

PROCEDURE DIVISION USING LK-INDEX LK-TEXT.
    COMPUTE HUNDREDTHS = BOOSTER-MULTIPLIER(LK-INDEX) * 100
    EVALUATE TRUE
        WHEN FUNCTION MOD(HUNDREDTHS, 100) = 0
            MOVE BOOSTER-MULTIPLIER(LK-INDEX) TO WHOLE-DISPLAY
            MOVE WHOLE-DISPLAY TO MULTIPLIER-TEXT
        WHEN FUNCTION MOD(HUNDREDTHS, 10) = 0
            MOVE BOOSTER-MULTIPLIER(LK-INDEX) TO TENTHS-DISPLAY
            MOVE TENTHS-DISPLAY TO MULTIPLIER-TEXT
        WHEN OTHER
            MOVE BOOSTER-MULTIPLIER(LK-INDEX) TO HUNDREDTHS-DISPLAY
            MOVE HUNDREDTHS-DISPLAY TO MULTIPLIER-TEXT
    END-EVALUATE
    EVALUATE BOOSTER-TYPE(LK-INDEX)
        WHEN "JOBS"
            MOVE "jobs pay" TO TYPE-LABEL
        WHEN "XP"
            MOVE "XP" TO TYPE-LABEL
        WHEN "FISHING"
            MOVE "fishing loot" TO TYPE-LABEL
        WHEN OTHER
            MOVE "vote rewards" TO TYPE-LABEL
    END-EVALUATE
    MOVE SPACES TO LK-TEXT
    STRING FUNCTION TRIM(MULTIPLIER-TEXT) "x " FUNCTION TRIM(TYPE-LABEL)
        DELIMITED BY SIZE INTO LK-TEXT
    GOBACK.

END PROGRAM Boosters-Describe.

*> --- Boosters-GetMultiplier ---
*> The multiplier running for a booster type right now: 1 when none
*> is, and the biggest when several overlap - boosters of one type
*> don't stack.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-GetMultiplier.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOOSTERS.
    01 BOOSTER-INDEX             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-TYPE                   PIC X ANY LENGTH.
    01 LK-MULTIPLIER             PIC 9(2)V99.

PROCEDURE DIVISION USING LK-TYPE LK-MULTIPLIER.
    MOVE 1 TO LK-MULTIPLIER
    PERFORM VARYING BOOSTER-INDEX FROM 1 BY 1
            UNTIL BOOSTER-INDEX > BOOSTER-COUNT
        IF BOOSTER-RUNNING(BOOSTER-INDEX)
                AND BOOSTER-TYPE(BOOSTER-INDEX) = LK-TYPE
                AND BOOSTER-MULTIPLIER(BOOSTER-INDEX) > LK-MULTIPLIER
            MOVE BOOSTER-MULTIPLIER(BOOSTER-INDEX) TO LK-MULTIPLIER
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Boosters-GetMultiplier.

*> --- Boosters-Apply ---
*> Scales an amount by the booster running for its type, in place.
*> What the multiplier leaves as a fraction is paid as one more unit
*> with that chance, so a 1.5x booster on a 1-coin job pays 1 or 2 and
*> averages 1.5 - rounding would make every small payout a 2x.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Apply.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 MULTIPLIER                PIC 9(2)V99.
    01 SCALED-AMOUNT             PIC S9(12)V99.
    01 WHOLE-AMOUNT              PIC S9(12).
    01 RANDOM-ROLL               FLOAT-LONG.
LINKAGE SECTION.
    01 LK-TYPE                   PIC X ANY LENGTH.
    01 LK-AMOUNT                 BINARY-LONG.

PROCEDURE DIVISION USING LK-TYPE LK-AMOUNT.
    IF LK-AMOUNT < 1
        GOBACK
    END-IF
    CALL "Boosters-GetMultiplier" USING LK-TYPE MULTIPLIER
    IF MULTIPLIER <= 1
        GOBACK
    END-IF
    COMPUTE SCALED-AMOUNT = LK-AMOUNT * MULTIPLIER
    MOVE SCALED-AMOUNT TO WHOLE-AMOUNT
    COMPUTE RANDOM-ROLL = FUNCTION RANDOM
    IF RANDOM-ROLL < SCALED-AMOUNT - WHOLE-AMOUNT
        ADD 1 TO WHOLE-AMOUNT
    END-IF
    MOVE WHOLE-AMOUNT TO LK-AMOUNT
    GOBACK.

END PROGRAM Boosters-Apply.

*> --- Boosters-Tick ---
*> Called once per tick from World-Tick, checking the wall clock once a
*> second the way Scheduler-Tick does. A scheduled booster whose start
*> has come begins running and is announced to chat and the webhook; a
*> running one whose end has come finishes the same way. Every running
*> booster keeps a boss bar up for each online player - its name and
*> the time left, the bar draining as it runs out - re-sent each second
*> so a player who joins mid-booster sees it straight away.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOOSTERS.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    01 BOOSTER-INDEX             BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 NOW-STAMP                 PIC X(12).
    01 NOW-MINUTES               BINARY-LONG-LONG.
    01 START-MINUTES             BINARY-LONG-LONG.
    01 END-MINUTES               BINARY-LONG-LONG.
    01 MINUTES-LEFT              BINARY-LONG-LONG.
    01 HOURS-LEFT                BINARY-LONG-LONG.
    01 HOURS-DISPLAY             PIC Z(5)9.
    01 MINUTES-DISPLAY           PIC Z9.
    01 DESCRIPTION               PIC X(80).
    01 ANNOUNCE-ARG              PIC X(120).
    01 BAR-TITLE                 PIC X(80).
    01 BAR-PROGRESS              FLOAT.
    01 BAR-UUID                  PIC X(16).
    01 WEBHOOK-DETAIL            PIC X(256).
    01 WEBHOOK-DETAIL-LENGTH     BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    IF BOOSTER-COUNT = 0
        GOBACK
    END-IF
    IF FUNCTION MOD(WORLD-CURRENT-TICK, 20) NOT = 0
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:12) TO NOW-STAMP

    PERFORM VARYING BOOSTER-INDEX FROM 1 BY 1
            UNTIL BOOSTER-INDEX > BOOSTER-COUNT
        EVALUATE TRUE
            WHEN BOOSTER-SCHEDULED(BOOSTER-INDEX)
                IF NOW-STAMP >= BOOSTER-END(BOOSTER-INDEX)
                    *> added for a window already gone: nothing to say
                    SET BOOSTER-OVER(BOOSTER-INDEX) TO TRUE
                ELSE
                    IF NOW-STAMP >= BOOSTER-START(BOOSTER-INDEX)
                        SET BOOSTER-RUNNING(BOOSTER-INDEX) TO TRUE
                        PERFORM ANNOUNCE-START
                    END-IF
                END-IF
            WHEN BOOSTER-RUNNING(BOOSTER-INDEX)
                IF NOW-STAMP >= BOOSTER-END(BOOSTER-INDEX)
                    CALL "Boosters-Finish" USING BOOSTER-INDEX
                ELSE
                    PERFORM SHOW-BAR
                END-IF
        END-EVALUATE
    END-PERFORM
    GOBACK.

ANNOUNCE-START.
    CALL "Boosters-Describe" USING BOOSTER-INDEX DESCRIPTION
    MOVE SPACES TO ANNOUNCE-ARG
    STRING FUNCTION TRIM(DESCRIPTION) " until "
        BOOSTER-END(BOOSTER-INDEX)(1:4) "-"
        BOOSTER-END(BOOSTER-INDEX)(5:2) "-"
        BOOSTER-END(BOOSTER-INDEX)(7:2) " "
        BOOSTER-END(BOOSTER-INDEX)(9:2) ":"
        BOOSTER-END(BOOSTER-INDEX)(11:2)
        DELIMITED BY SIZE INTO ANNOUNCE-ARG
    CALL "Boss-Announce" USING "booster-started"
        "Booster on: {0}" FUNCTION TRIM(ANNOUNCE-ARG)
    MOVE SPACES TO WEBHOOK-DETAIL
    STRING "started: " FUNCTION TRIM(ANNOUNCE-ARG)
        DELIMITED BY SIZE INTO WEBHOOK-DETAIL
    COMPUTE WEBHOOK-DETAIL-LENGTH =
        FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL)
    CALL "Webhook-Enqueue" USING "booster" WEBHOOK-DETAIL
        WEBHOOK-DETAIL-LENGTH
    CALL "Log-Write" USING "INFO" WEBHOOK-DETAIL.

SHOW-BAR.
    CALL "Boosters-Minutes" USING NOW-STAMP NOW-MINUTES
    CALL "Boosters-Minutes" USING BOOSTER-START(BOOSTER-INDEX)
        START-MINUTES
    CALL "Boosters-Minutes" USING BOOSTER-END(BOOSTER-INDEX)
        END-MINUTES
    COMPUTE MINUTES-LEFT = END-MINUTES - NOW-MINUTES
    COMPUTE BAR-PROGRESS = MINUTES-LEFT / (END-MINUTES - START-MINUTES)
    IF BAR-PROGRESS > 1
        MOVE 1 TO BAR-PROGRESS
    END-IF
    COMPUTE HOURS-LEFT = MINUTES-LEFT / 60
    COMPUTE MINUTES-LEFT = MINUTES-LEFT - HOURS-LEFT * 60
    MOVE HOURS-LEFT TO HOURS-DISPLAY
    MOVE MINUTES-LEFT TO MINUTES-DISPLAY

    CALL "Boosters-Describe" USING BOOSTER-INDEX DESCRIPTION
    MOVE SPACES TO BAR-TITLE
    IF HOURS-LEFT > 0
        STRING FUNCTION TRIM(DESCRIPTION) " - "
            FUNCTION TRIM(HOURS-DISPLAY) "h "
            FUNCTION TRIM(MINUTES-DISPLAY) "m left"
            DELIMITED BY SIZE INTO BAR-TITLE
    ELSE
        STRING FUNCTION TRIM(DESCRIPTION) " - "
            FUNCTION TRIM(MINUTES-DISPLAY) "m left"
            DELIMITED BY SIZE INTO BAR-TITLE
    END-IF
    CALL "Boosters-BarUUID" USING BOOSTER-INDEX BAR-UUID
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "SendPacket-BossBarAdd" USING PLAYER-CLIENT(PLAYER-INDEX)
                BAR-UUID FUNCTION TRIM(BAR-TITLE) BAR-PROGRESS
        END-IF
    END-PERFORM.

END PROGRAM Boosters-Tick.

*> --- Boosters-BarUUID ---
*> The boss bar of the booster in one table slot, derived from the seed
*> "booster<slot>" the way the pool identities are, so every program
*> that shows or clears it names the same bar.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-BarUUID.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 INDEX-DISPLAY             PIC 9(2).
    01 UUID-SEED-NAME            PIC X(16).
    01 UUID-SEED-LENGTH          BINARY-LONG UNSIGNED VALUE 9.
LINKAGE SECTION.
    01 LK-INDEX                  BINARY-LONG UNSIGNED.
    01 LK-BAR-UUID               PIC X(16).

PROCEDURE DIVISION USING LK-INDEX LK-BAR-UUID.
    MOVE LK-INDEX TO INDEX-DISPLAY
    MOVE SPACES TO UUID-SEED-NAME
    STRING "booster" INDEX-DISPLAY DELIMITED BY SIZE INTO UUID-SEED-NAME
    CALL "UUID-OfflineFromName" USING UUID-SEED-NAME UUID-SEED-LENGTH
        LK-BAR-UUID
    GOBACK.

END PROGRAM Boosters-BarUUID.

*> --- Boosters-Finish ---
*> Ends a running booster: marks it over, announces the end to chat
*> and the webhook, and takes its boss bar down for everyone online.
*> Boosters-Tick calls it when the end time comes, BOOSTER CANCEL when
*> an operator stops one early.
IDENTIFICATION DIVISION.
PROGRAM-ID. Boosters-Finish.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BOOSTERS.
    COPY DD-PLAYERS.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 DESCRIPTION               PIC X(80).
    01 BAR-UUID                  PIC X(16).
    01 WEBHOOK-DETAIL            PIC X(256).
    01 WEBHOOK-DETAIL-LENGTH     BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-INDEX                  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-INDEX.
    SET BOOSTER-OVER(LK-INDEX) TO TRUE
    CALL "Boosters-Describe" USING LK-INDEX DESCRIPTION
    CALL "Boss-Announce" USING "booster-ended"
        "Booster over: {0}" FUNCTION TRIM(DESCRIPTION)
    MOVE SPACES TO WEBHOOK-DETAIL
    STRING "ended: " FUNCTION TRIM(DESCRIPTION)
        DELIMITED BY SIZE INTO WEBHOOK-DETAIL
    COMPUTE WEBHOOK-DETAIL-LENGTH =
        FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL)
    CALL "Webhook-Enqueue" USING "booster" WEBHOOK-DETAIL
        WEBHOOK-DETAIL-LENGTH
    CALL "Log-Write" USING "INFO" WEBHOOK-DETAIL

    CALL "Boosters-BarUUID" USING LK-INDEX BAR-UUID
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "SendPacket-BossBarRemove" USING
                PLAYER-CLIENT(PLAYER-INDEX) BAR-UUID
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Boosters-Finish.

*> --- RegisterCommand-Booster ---
*> BOOSTER lists the boosters running and scheduled. Operators (level 3,
*> like LOTTERY DRAW) manage them:
*>   booster add <type> <multiplier> <start|now> <end|hours>
*>   booster cancel <n>   - the number from the listing
*>   booster reload       - re-read save/boosters.txt after editing it
*> The end is either a YYYYMMDDHHMM time or a number of hours after the
*> start. Added boosters are saved to save/boosters.txt straight away,
*> and a schedule.txt line can run BOOSTER ADD like any other command.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Booster.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Booster"
    CALL "Commands-Register" USING "BOOSTER" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Booster ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Booster.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-BOOSTERS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 C-MANAGE-PERMISSION    BINARY-CHAR UNSIGNED VALUE 3.
        01 PIN-STATE              BINARY-CHAR UNSIGNED.
        01 PIN-MESSAGE            PIC X(160).
        01 SUB-COMMAND            PIC X(12).
        01 TYPE-ARG               PIC X(12).
        01 MULTIPLIER-ARG         PIC X(12).
        01 START-ARG              PIC X(12).
        01 END-ARG                PIC X(12).
        01 TYPE-TOKEN             PIC X(8).
        01 MULTIPLIER-VALUE       PIC 9(2)V99.
        01 CHECK-RESULT           PIC X(80).
        01 START-MINUTES          BINARY-LONG-LONG.
        01 END-MINUTES            BINARY-LONG-LONG.
        01 HOURS-VALUE            BINARY-LONG.
        01 BOOSTER-INDEX          BINARY-LONG UNSIGNED.
        01 FOUND-INDEX            BINARY-LONG UNSIGNED.
        01 PLAYER-INDEX           BINARY-CHAR.
        01 BAR-UUID               PIC X(16).
        01 DESCRIPTION            PIC X(80).
        01 STATE-WORD             PIC X(10).
        01 INDEX-DISPLAY          PIC Z9.
        01 LIST-LINE              PIC X(255).
        01 ANY-LISTED             BINARY-CHAR UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO SUB-COMMAND TYPE-ARG MULTIPLIER-ARG START-ARG
            END-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND TYPE-ARG
                MULTIPLIER-ARG START-ARG END-ARG
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN SPACES
            WHEN "LIST"
                PERFORM LIST-BOOSTERS
            WHEN "ADD"
                PERFORM ADD-BOOSTER
            WHEN "CANCEL"
                PERFORM CANCEL-BOOSTER
            WHEN "RELOAD"
                PERFORM RELOAD-BOOSTERS
            WHEN OTHER
                STRING "Usage: booster [add <type> <multiplier> "
                    "<start|now> <end|hours> | cancel <n> | reload]"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    LIST-BOOSTERS.
        MOVE 0 TO ANY-LISTED
        PERFORM VARYING BOOSTER-INDEX FROM 1 BY 1
                UNTIL BOOSTER-INDEX > BOOSTER-COUNT
            IF NOT BOOSTER-OVER(BOOSTER-INDEX)
                MOVE 1 TO ANY-LISTED
                IF BOOSTER-RUNNING(BOOSTER-INDEX)
                    MOVE "running" TO STATE-WORD
                ELSE
                    MOVE "scheduled" TO STATE-WORD
                END-IF
                CALL "Boosters-Describe" USING BOOSTER-INDEX DESCRIPTION
                MOVE BOOSTER-INDEX TO INDEX-DISPLAY
                MOVE SPACES TO LIST-LINE
                STRING "#" FUNCTION TRIM(INDEX-DISPLAY) " ["
                    FUNCTION TRIM(STATE-WORD) "] "
                    FUNCTION TRIM(DESCRIPTION) " "
                    BOOSTER-START(BOOSTER-INDEX)(1:4) "-"
                    BOOSTER-START(BOOSTER-INDEX)(5:2) "-"
                    BOOSTER-START(BOOSTER-INDEX)(7:2) " "
                    BOOSTER-START(BOOSTER-INDEX)(9:2) ":"
                    BOOSTER-START(BOOSTER-INDEX)(11:2) " to "
                    BOOSTER-END(BOOSTER-INDEX)(1:4) "-"
                    BOOSTER-END(BOOSTER-INDEX)(5:2) "-"
                    BOOSTER-END(BOOSTER-INDEX)(7:2) " "
                    BOOSTER-END(BOOSTER-INDEX)(9:2) ":"
                    BOOSTER-END(BOOSTER-INDEX)(11:2)
                    DELIMITED BY SIZE INTO LIST-LINE
                PERFORM SEND-LIST-LINE
            END-IF
        END-PERFORM
        IF ANY-LISTED = 0
            MOVE "No boosters running or scheduled"
                TO LK-COMMAND-RESPONSE-TEXT
        END-IF.

    SEND-LIST-LINE.
        IF COMMANDS-ACTOR-PLAYER NOT = 0
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) LIST-LINE
        ELSE
            CALL "Log-Write" USING "INFO" LIST-LINE
        END-IF.

    ADD-BOOSTER.
        IF LK-COMMAND-PERMISSION < C-MANAGE-PERMISSION
            MOVE "You don't have permission to manage boosters"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-OPERATOR-PIN
        IF PIN-STATE NOT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION UPPER-CASE(TYPE-ARG) TO TYPE-TOKEN
        IF FUNCTION UPPER-CASE(START-ARG) = "NOW"
            MOVE FUNCTION CURRENT-DATE(1:12) TO START-ARG
        END-IF
        *> a short number for the end is hours after the start
        IF END-ARG NOT = SPACES
                AND FUNCTION STORED-CHAR-LENGTH(END-ARG) < 12
                AND FUNCTION TEST-NUMVAL(END-ARG) = 0
            COMPUTE HOURS-VALUE = FUNCTION NUMVAL(END-ARG)
            CALL "Boosters-Minutes" USING START-ARG START-MINUTES
            IF START-MINUTES >= 0 AND HOURS-VALUE > 0
                COMPUTE END-MINUTES = START-MINUTES + HOURS-VALUE * 60
                CALL "Boosters-Stamp" USING END-MINUTES END-ARG
            END-IF
        END-IF
        CALL "Boosters-Validate" USING TYPE-TOKEN MULTIPLIER-ARG
            START-ARG END-ARG MULTIPLIER-VALUE CHECK-RESULT
        IF CHECK-RESULT NOT = SPACES
            STRING "Not added: " FUNCTION TRIM(CHECK-RESULT)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION CURRENT-DATE(1:12) >= END-ARG
            MOVE "Not added: that booster would already be over"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        *> an over slot is reused before the table grows
        MOVE 0 TO FOUND-INDEX
        PERFORM VARYING BOOSTER-INDEX FROM 1 BY 1
                UNTIL BOOSTER-INDEX > BOOSTER-COUNT OR FOUND-INDEX NOT = 0
            IF BOOSTER-OVER(BOOSTER-INDEX)
                MOVE BOOSTER-INDEX TO FOUND-INDEX
            END-IF
        END-PERFORM
        IF FOUND-INDEX = 0
            IF BOOSTER-COUNT >= MAX-BOOSTERS
                MOVE "The booster table is full"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO BOOSTER-COUNT
            MOVE BOOSTER-COUNT TO FOUND-INDEX
        END-IF
        MOVE TYPE-TOKEN TO BOOSTER-TYPE(FOUND-INDEX)
        MOVE MULTIPLIER-VALUE TO BOOSTER-MULTIPLIER(FOUND-INDEX)
        MOVE START-ARG TO BOOSTER-START(FOUND-INDEX)
        MOVE END-ARG TO BOOSTER-END(FOUND-INDEX)
        *> Boosters-Tick starts it, announcement and all
        SET BOOSTER-SCHEDULED(FOUND-INDEX) TO TRUE
        CALL "Boosters-Save"

        CALL "Boosters-Describe" USING FOUND-INDEX DESCRIPTION
        MOVE FOUND-INDEX TO INDEX-DISPLAY
        STRING "Booster #" FUNCTION TRIM(INDEX-DISPLAY) " added: "
            FUNCTION TRIM(DESCRIPTION) " from " START-ARG
            " to " END-ARG
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    CANCEL-BOOSTER.
        IF LK-COMMAND-PERMISSION < C-MANAGE-PERMISSION
            MOVE "You don't have permission to manage boosters"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-OPERATOR-PIN
        IF PIN-STATE NOT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO FOUND-INDEX
        IF FUNCTION TEST-NUMVAL(TYPE-ARG) = 0
            COMPUTE FOUND-INDEX = FUNCTION NUMVAL(TYPE-ARG)
        END-IF
        IF FOUND-INDEX < 1 OR FOUND-INDEX > BOOSTER-COUNT
            MOVE "Usage: booster cancel <n> - see the booster list"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF BOOSTER-OVER(FOUND-INDEX)
            MOVE "That booster is already over"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF BOOSTER-RUNNING(FOUND-INDEX)
            CALL "Boosters-Finish" USING FOUND-INDEX
        ELSE
            SET BOOSTER-OVER(FOUND-INDEX) TO TRUE
        END-IF
        CALL "Boosters-Save"
        CALL "Boosters-Describe" USING FOUND-INDEX DESCRIPTION
        MOVE FOUND-INDEX TO INDEX-DISPLAY
        STRING "Booster #" FUNCTION TRIM(INDEX-DISPLAY) " cancelled: "
            FUNCTION TRIM(DESCRIPTION)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    RELOAD-BOOSTERS.
        IF LK-COMMAND-PERMISSION < C-MANAGE-PERMISSION
            MOVE "You don't have permission to manage boosters"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-OPERATOR-PIN
        IF PIN-STATE NOT = 0
            EXIT PARAGRAPH
        END-IF
        *> the reload may renumber the table, and with it the bars:
        *> take the running ones down first, Boosters-Tick puts them
        *> back up within the second
        PERFORM VARYING BOOSTER-INDEX FROM 1 BY 1
                UNTIL BOOSTER-INDEX > BOOSTER-COUNT
            IF BOOSTER-RUNNING(BOOSTER-INDEX)
                CALL "Boosters-BarUUID" USING BOOSTER-INDEX BAR-UUID
                PERFORM VARYING PLAYER-INDEX FROM 1 BY 1
                        UNTIL PLAYER-INDEX > MAX-PLAYERS
                    IF PLAYER-CLIENT(PLAYER-INDEX) > 0
                        CALL "SendPacket-BossBarRemove" USING
                            PLAYER-CLIENT(PLAYER-INDEX) BAR-UUID
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CALL "Boosters-Init"
        MOVE BOOSTER-COUNT TO INDEX-DISPLAY
        STRING "Reloaded save/boosters.txt: "
            FUNCTION TRIM(INDEX-DISPLAY) " booster(s)"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    CHECK-OPERATOR-PIN.
        *> BOOSTER is registered for everyone, so the dispatcher's PIN
        *> gate never sees its operator side - a player's is asked here
        MOVE 0 TO PIN-STATE
        IF COMMANDS-ACTOR-PLAYER > 0
            CALL "OpPin-Check" USING COMMANDS-ACTOR-PLAYER PIN-STATE
        END-IF
        IF PIN-STATE = 2
            CALL "Messages-Get" USING "command-pin-required"
                "Operator commands need a PIN - set one with /pin set <digits>"
                "BOOSTER" PIN-MESSAGE
            MOVE PIN-MESSAGE TO LK-COMMAND-RESPONSE-TEXT
        END-IF
        IF PIN-STATE = 1
            CALL "Messages-Get" USING "command-pin-locked"
                "Operator commands are locked - unlock with /pin <pin>"
                "BOOSTER" PIN-MESSAGE
            MOVE PIN-MESSAGE TO LK-COMMAND-RESPONSE-TEXT
        END-IF.

END PROGRAM RegisterCommand-Booster.
