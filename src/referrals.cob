*> --- Referrals-Init ---
*> Clears the referral table and reloads it from save/referrals.dat:
*> the first line is the last playtime.log day ReferralSettle-Run has
*> counted ("-" for none yet), then one line per referral:
*>   new-uuid referrer-uuid state referred-YYYYMMDD seconds open-since
*>   settled-YYYYMMDD new-name referrer-name detail
*> with "-" standing in for an empty field. Called at server startup
*> and by the referral batches.
IDENTIFICATION DIVISION.
PROGRAM-ID. Referrals-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REFERRALS
        ASSIGN TO "save/referrals.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REFERRALS.
    01 REFERRAL-LINE             PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-REFERRALS.
    01 NEW-UUID-TOKEN            PIC X(36).
    01 REFERRER-UUID-TOKEN       PIC X(36).
    01 STATE-TOKEN               PIC X(8).
    01 DATE-TOKEN                PIC X(8).
    01 SECONDS-TOKEN             PIC X(12).
    01 OPEN-TOKEN                PIC X(20).
    01 SETTLED-TOKEN             PIC X(8).
    01 NEW-NAME-TOKEN            PIC X(16).
    01 REFERRER-NAME-TOKEN       PIC X(16).
    01 DETAIL-TOKEN              PIC X(46).
    01 HEADER-READ               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    MOVE SPACES TO REFERRAL-SESSIONS-THROUGH
    MOVE 0 TO REFERRAL-COUNT

    MOVE 0 TO HEADER-READ
    OPEN INPUT FD-REFERRALS
    PERFORM UNTIL EXIT
        IF REFERRAL-COUNT >= MAX-REFERRALS
            EXIT PERFORM
        END-IF
        READ FD-REFERRALS
            AT END
                EXIT PERFORM
            NOT AT END
                IF REFERRAL-LINE NOT = SPACES
                    IF HEADER-READ = 0
                        MOVE 1 TO HEADER-READ
                        IF REFERRAL-LINE(1:1) NOT = "-"
                            MOVE REFERRAL-LINE(1:8)
                                TO REFERRAL-SESSIONS-THROUGH
                        END-IF
                    ELSE
                        PERFORM LOAD-ONE-REFERRAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-REFERRALS
    GOBACK.

LOAD-ONE-REFERRAL.
    MOVE SPACES TO NEW-UUID-TOKEN REFERRER-UUID-TOKEN STATE-TOKEN
        DATE-TOKEN SECONDS-TOKEN OPEN-TOKEN SETTLED-TOKEN
        NEW-NAME-TOKEN REFERRER-NAME-TOKEN DETAIL-TOKEN
    UNSTRING REFERRAL-LINE DELIMITED BY ALL " "
        INTO NEW-UUID-TOKEN REFERRER-UUID-TOKEN STATE-TOKEN DATE-TOKEN
            SECONDS-TOKEN OPEN-TOKEN SETTLED-TOKEN NEW-NAME-TOKEN
            REFERRER-NAME-TOKEN DETAIL-TOKEN
    ADD 1 TO REFERRAL-COUNT
    CALL "UUID-FromString" USING NEW-UUID-TOKEN
        REFERRAL-NEW-UUID(REFERRAL-COUNT)
    CALL "UUID-FromString" USING REFERRER-UUID-TOKEN
        REFERRAL-REFERRER-UUID(REFERRAL-COUNT)
    MOVE STATE-TOKEN TO REFERRAL-STATE(REFERRAL-COUNT)
    MOVE DATE-TOKEN TO REFERRAL-DATE(REFERRAL-COUNT)
    COMPUTE REFERRAL-SECONDS(REFERRAL-COUNT) =
        FUNCTION NUMVAL(SECONDS-TOKEN)
    MOVE 0 TO REFERRAL-OPEN-SINCE(REFERRAL-COUNT)
    IF OPEN-TOKEN NOT = "-"
        COMPUTE REFERRAL-OPEN-SINCE(REFERRAL-COUNT) =
            FUNCTION NUMVAL(OPEN-TOKEN)
    END-IF
    MOVE SPACES TO REFERRAL-SETTLED(REFERRAL-COUNT)
    IF SETTLED-TOKEN NOT = "-"
        MOVE SETTLED-TOKEN TO REFERRAL-SETTLED(REFERRAL-COUNT)
    END-IF
    MOVE NEW-NAME-TOKEN TO REFERRAL-NEW-NAME(REFERRAL-COUNT)
    MOVE REFERRER-NAME-TOKEN TO REFERRAL-REFERRER-NAME(REFERRAL-COUNT)
    MOVE SPACES TO REFERRAL-DETAIL(REFERRAL-COUNT)
    IF DETAIL-TOKEN NOT = "-"
        MOVE DETAIL-TOKEN TO REFERRAL-DETAIL(REFERRAL-COUNT)
    END-IF.

END PROGRAM Referrals-Init.

*> --- Referrals-Save ---
*> Writes the referral table to save/referrals.dat through the usual
*> temp-then-rename. Called when a referral is named and at the end of
*> every settlement run.
IDENTIFICATION DIVISION.
PROGRAM-ID. Referrals-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REFERRALS-OUT
        ASSIGN TO "save/referrals.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REFERRALS-OUT.
    01 REFERRAL-LINE             PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-REFERRALS.
    01 REFERRAL-INDEX            BINARY-LONG UNSIGNED.
    01 NEW-UUID-STR              PIC X(36).
    01 REFERRER-UUID-STR         PIC X(36).
    01 SECONDS-DISPLAY           PIC Z(9)9.
    01 OPEN-DISPLAY              PIC Z(17)9.
    01 OPEN-TEXT                 PIC X(20).
    01 SETTLED-TEXT              PIC X(8).
    01 DETAIL-TEXT               PIC X(46).
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-REFERRALS-OUT
    IF REFERRAL-SESSIONS-THROUGH = SPACES
        MOVE "-" TO REFERRAL-LINE
    ELSE
        MOVE REFERRAL-SESSIONS-THROUGH TO REFERRAL-LINE
    END-IF
    WRITE REFERRAL-LINE
    PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
            UNTIL REFERRAL-INDEX > REFERRAL-COUNT
        CALL "UUID-ToString" USING REFERRAL-NEW-UUID(REFERRAL-INDEX)
            NEW-UUID-STR
        CALL "UUID-ToString" USING REFERRAL-REFERRER-UUID(REFERRAL-INDEX)
            REFERRER-UUID-STR
        MOVE REFERRAL-SECONDS(REFERRAL-INDEX) TO SECONDS-DISPLAY
        MOVE "-" TO OPEN-TEXT
        IF REFERRAL-OPEN-SINCE(REFERRAL-INDEX) NOT = 0
            MOVE REFERRAL-OPEN-SINCE(REFERRAL-INDEX) TO OPEN-DISPLAY
            MOVE FUNCTION TRIM(OPEN-DISPLAY) TO OPEN-TEXT
        END-IF
        MOVE "-" TO SETTLED-TEXT
        IF REFERRAL-SETTLED(REFERRAL-INDEX) NOT = SPACES
            MOVE REFERRAL-SETTLED(REFERRAL-INDEX) TO SETTLED-TEXT
        END-IF
        MOVE "-" TO DETAIL-TEXT
        IF REFERRAL-DETAIL(REFERRAL-INDEX) NOT = SPACES
            MOVE REFERRAL-DETAIL(REFERRAL-INDEX) TO DETAIL-TEXT
        END-IF
        MOVE SPACES TO REFERRAL-LINE
        STRING NEW-UUID-STR " " REFERRER-UUID-STR " "
            FUNCTION TRIM(REFERRAL-STATE(REFERRAL-INDEX)) " "
            REFERRAL-DATE(REFERRAL-INDEX) " "
            FUNCTION TRIM(SECONDS-DISPLAY) " "
            FUNCTION TRIM(OPEN-TEXT) " "
            FUNCTION TRIM(SETTLED-TEXT) " "
            FUNCTION TRIM(REFERRAL-NEW-NAME(REFERRAL-INDEX)) " "
            FUNCTION TRIM(REFERRAL-REFERRER-NAME(REFERRAL-INDEX)) " "
            FUNCTION TRIM(DETAIL-TEXT) DELIMITED BY SIZE
            INTO REFERRAL-LINE
        WRITE REFERRAL-LINE
    END-PERFORM
    CLOSE FD-REFERRALS-OUT
    CALL "CBL_RENAME_FILE" USING "save/referrals.dat.tmp"
        "save/referrals.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "referrals: could not write save/referrals.dat"
    END-IF
    GOBACK.

END PROGRAM Referrals-Save.

*> --- RegisterCommand-Referral ---
*> Registers REFERRED-BY <player> at permission level 0: a new player
*> names who brought them to the server. Only once, only within
*> referral-window-minutes (default 60) of their own play - counted
*> the way the playtime stat is, including the session in progress -
*> and only someone the usercache knows who isn't themselves. The
*> referral is recorded as PENDING; ReferralSettle-Run pays the
*> referrer later, once the new player has really stuck around.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Referral.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-ReferredBy"
    CALL "Commands-Register" USING "REFERRED-BY" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-ReferredBy ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-ReferredBy.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-REFERRALS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-WORLD.
        01 REFERRER-NAME          PIC X(16).
        01 REFERRER-NAME-LENGTH   BINARY-LONG UNSIGNED.
        01 REFERRER-UUID          PIC X(16).
        01 REFERRER-FOUND         BINARY-CHAR UNSIGNED.
        01 WINDOW-MINUTES         BINARY-LONG-LONG.
        01 PLAYED-TICKS           BINARY-LONG-LONG.
        01 REFERRAL-INDEX         BINARY-LONG UNSIGNED.
        01 ALREADY-REFERRED       BINARY-CHAR UNSIGNED.
        01 MINUTES-DISPLAY        PIC Z(9)9.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0 OR LK-COMMAND-ARGS-LENGTH = 0
            MOVE "Usage: referred-by <player> (as a player)"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        MOVE 0 TO ALREADY-REFERRED
        PERFORM VARYING REFERRAL-INDEX FROM 1 BY 1
                UNTIL REFERRAL-INDEX > REFERRAL-COUNT
            IF REFERRAL-NEW-UUID(REFERRAL-INDEX) =
                    PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
                MOVE 1 TO ALREADY-REFERRED
            END-IF
        END-PERFORM
        IF ALREADY-REFERRED NOT = 0
            MOVE "You have already named who referred you"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        CALL "Config-GetNumber" USING "referral-window-minutes" 60
            WINDOW-MINUTES
        COMPUTE PLAYED-TICKS =
            PLAYER-STAT-PLAYTIME-TICKS(COMMANDS-ACTOR-PLAYER)
            + WORLD-CURRENT-TICK
            - PLAYER-CONNECT-TICK(COMMANDS-ACTOR-PLAYER)
        IF PLAYED-TICKS > WINDOW-MINUTES * 1200
            MOVE WINDOW-MINUTES TO MINUTES-DISPLAY
            STRING "A referrer can only be named in your first "
                FUNCTION TRIM(MINUTES-DISPLAY) " minutes of play"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        MOVE SPACES TO REFERRER-NAME
        UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
            DELIMITED BY ALL " " INTO REFERRER-NAME
        COMPUTE REFERRER-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(REFERRER-NAME)
        CALL "Players-LookupUUIDByName" USING REFERRER-NAME
            REFERRER-NAME-LENGTH REFERRER-UUID REFERRER-FOUND
        IF REFERRER-FOUND = 0
            MOVE "No player by that name has been here"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF
        IF REFERRER-UUID = PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            MOVE "You can't refer yourself" TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF
        IF REFERRAL-COUNT >= MAX-REFERRALS
            MOVE "Referrals are full - ask staff"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        ADD 1 TO REFERRAL-COUNT
        MOVE PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            TO REFERRAL-NEW-UUID(REFERRAL-COUNT)
        MOVE REFERRER-UUID TO REFERRAL-REFERRER-UUID(REFERRAL-COUNT)
        SET REFERRAL-PENDING(REFERRAL-COUNT) TO TRUE
        MOVE FUNCTION CURRENT-DATE(1:8) TO REFERRAL-DATE(REFERRAL-COUNT)
        MOVE 0 TO REFERRAL-SECONDS(REFERRAL-COUNT)
        MOVE 0 TO REFERRAL-OPEN-SINCE(REFERRAL-COUNT)
        MOVE SPACES TO REFERRAL-SETTLED(REFERRAL-COUNT)
        MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            TO REFERRAL-NEW-NAME(REFERRAL-COUNT)
        MOVE REFERRER-NAME TO REFERRAL-REFERRER-NAME(REFERRAL-COUNT)
        MOVE SPACES TO REFERRAL-DETAIL(REFERRAL-COUNT)
        CALL "Referrals-Save"

        STRING "Thanks! " FUNCTION TRIM(REFERRER-NAME)
            " is rewarded once you've played here a while"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        PERFORM RESPOND
        GOBACK.

    RESPOND.
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    END PROGRAM Callback-ReferredBy.

END PROGRAM RegisterCommand-Referral.
