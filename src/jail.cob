*> --- Jail-Init ---
*> Clears the jail roll and reloads the sentences from save/jail.dat,
*> one fixed-column line per prisoner (see JAIL-FILE-RECORD, which
*> Jail-Save writes the same way). A missing file just means nobody is
*> jailed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-JAIL
        ASSIGN TO "save/jail.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-JAIL.
    01 JAIL-LINE                 PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    01 JAIL-INDEX                BINARY-LONG UNSIGNED.
    01 JAIL-FILE-RECORD.
        05 JF-UUID               PIC X(36).
        05 FILLER                PIC X(1).
        05 JF-NAME               PIC X(16).
        05 FILLER                PIC X(1).
        05 JF-REMAINING-TICKS    PIC 9(12).
        05 FILLER                PIC X(1).
        05 JF-RETURN-SET         PIC 9(1).
        05 FILLER                PIC X(1).
        05 JF-DIMENSION          PIC X(32).
        05 FILLER                PIC X(1).
        05 JF-X                  PIC X(11).
        05 FILLER                PIC X(1).
        05 JF-Y                  PIC X(11).
        05 FILLER                PIC X(1).
        05 JF-Z                  PIC X(11).
        05 FILLER                PIC X(1).
        05 JF-MODERATOR          PIC X(16).
        05 FILLER                PIC X(1).
        05 JF-REASON             PIC X(64).

PROCEDURE DIVISION.
    PERFORM VARYING JAIL-INDEX FROM 1 BY 1 UNTIL JAIL-INDEX > MAX-JAIL
        MOVE 0 TO JAIL-USED(JAIL-INDEX)
    END-PERFORM

    MOVE 0 TO JAIL-INDEX
    OPEN INPUT FD-JAIL
    PERFORM UNTIL EXIT
        READ FD-JAIL
            AT END
                EXIT PERFORM
            NOT AT END
                IF JAIL-LINE NOT = SPACES AND JAIL-INDEX < MAX-JAIL
                    ADD 1 TO JAIL-INDEX
                    PERFORM LOAD-SENTENCE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-JAIL
    GOBACK.

LOAD-SENTENCE.
    MOVE JAIL-LINE TO JAIL-FILE-RECORD
    MOVE 1 TO JAIL-USED(JAIL-INDEX)
    CALL "UUID-FromString" USING JF-UUID JAIL-UUID(JAIL-INDEX)
    MOVE JF-NAME TO JAIL-NAME(JAIL-INDEX)
    MOVE JF-REMAINING-TICKS TO JAIL-REMAINING-TICKS(JAIL-INDEX)
    MOVE JF-RETURN-SET TO JAIL-RETURN-SET(JAIL-INDEX)
    MOVE JF-DIMENSION TO JAIL-RETURN-DIMENSION(JAIL-INDEX)
    COMPUTE JAIL-RETURN-X(JAIL-INDEX) = FUNCTION NUMVAL(JF-X)
    COMPUTE JAIL-RETURN-Y(JAIL-INDEX) = FUNCTION NUMVAL(JF-Y)
    COMPUTE JAIL-RETURN-Z(JAIL-INDEX) = FUNCTION NUMVAL(JF-Z)
    MOVE JF-MODERATOR TO JAIL-MODERATOR(JAIL-INDEX)
    MOVE JF-REASON TO JAIL-REASON(JAIL-INDEX).

END PROGRAM Jail-Init.

*> --- Jail-Save ---
*> Rewrites save/jail.dat from the roll: after every JAIL, UNJAIL and
*> release, and once a minute of served time while a prisoner is
*> online, so a crash costs them at most that minute.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-JAIL
        ASSIGN TO "save/jail.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-JAIL.
    01 JAIL-LINE                 PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    01 JAIL-INDEX                BINARY-LONG UNSIGNED.
    01 COORD-DISPLAY             PIC -(9)9.
    01 JAIL-FILE-RECORD.
        05 JF-UUID               PIC X(36).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-NAME               PIC X(16).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-REMAINING-TICKS    PIC 9(12).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-RETURN-SET         PIC 9(1).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-DIMENSION          PIC X(32).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-X                  PIC X(11).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-Y                  PIC X(11).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-Z                  PIC X(11).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-MODERATOR          PIC X(16).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 JF-REASON             PIC X(64).

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN OUTPUT FD-JAIL
    PERFORM VARYING JAIL-INDEX FROM 1 BY 1 UNTIL JAIL-INDEX > MAX-JAIL
        IF JAIL-USED(JAIL-INDEX) NOT = 0
            CALL "UUID-ToString" USING JAIL-UUID(JAIL-INDEX) JF-UUID
            MOVE JAIL-NAME(JAIL-INDEX) TO JF-NAME
            MOVE JAIL-REMAINING-TICKS(JAIL-INDEX) TO JF-REMAINING-TICKS
            MOVE JAIL-RETURN-SET(JAIL-INDEX) TO JF-RETURN-SET
            MOVE JAIL-RETURN-DIMENSION(JAIL-INDEX) TO JF-DIMENSION
            MOVE JAIL-RETURN-X(JAIL-INDEX) TO COORD-DISPLAY
            MOVE COORD-DISPLAY TO JF-X
            MOVE JAIL-RETURN-Y(JAIL-INDEX) TO COORD-DISPLAY
            MOVE COORD-DISPLAY TO JF-Y
            MOVE JAIL-RETURN-Z(JAIL-INDEX) TO COORD-DISPLAY
            MOVE COORD-DISPLAY TO JF-Z
            MOVE JAIL-MODERATOR(JAIL-INDEX) TO JF-MODERATOR
            MOVE JAIL-REASON(JAIL-INDEX) TO JF-REASON
            MOVE JAIL-FILE-RECORD TO JAIL-LINE
            WRITE JAIL-LINE
        END-IF
    END-PERFORM
    CLOSE FD-JAIL
    GOBACK.

END PROGRAM Jail-Save.

*> --- Jail-FindWarp ---
*> The jail is an ordinary warp, named by jail-warp (default "jail"),
*> so it is placed and moved with SETWARP like any other. Hands back
*> its WARP-RECORD index, or 0 when no such warp exists.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-FindWarp.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WARPS.
    01 JAIL-WARP-NAME            PIC X(16).
    01 WARP-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-WARP-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-WARP-INDEX.
    MOVE 0 TO LK-WARP-INDEX
    CALL "Config-GetString" USING "jail-warp" "jail" JAIL-WARP-NAME
    PERFORM VARYING WARP-INDEX FROM 1 BY 1 UNTIL WARP-INDEX > MAX-WARPS
        IF WARP-NAME(WARP-INDEX) = JAIL-WARP-NAME
                AND JAIL-WARP-NAME NOT = SPACES
            MOVE WARP-INDEX TO LK-WARP-INDEX
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Jail-FindWarp.

*> --- Jail-MovePlayer ---
*> Teleports a connected player the way WARP does: the dimension and
*> position change, the client is resynchronised, and visibility and
*> the streamed chunk square follow.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-MovePlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-DIMENSION              PIC X(32).
    01 LK-X                      BINARY-LONG.
    01 LK-Y                      BINARY-LONG.
    01 LK-Z                      BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-DIMENSION LK-X LK-Y LK-Z.
    CALL "Players-ChangeDimension" USING LK-PLAYER-ID LK-DIMENSION
        LK-X LK-Y LK-Z
    CALL "SendPacket-SynchronizePosition" USING
        PLAYER-CLIENT(LK-PLAYER-ID) PLAYER-POSITION(LK-PLAYER-ID)
        PLAYER-ROTATION(LK-PLAYER-ID)
    CALL "Players-UpdateVisibility" USING LK-PLAYER-ID
    CALL "Chunks-UpdateView" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Jail-MovePlayer.

*> --- Jail-OnConnect ---
*> Called from Players-Connect: a player with a sentence on the roll
*> is marked jailed again and told how long is left. Jail-TickPlayer
*> does the rest - capturing the return point if this is the first
*> login since an offline JAIL, and pulling them into the jail.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-OnConnect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-JAIL.
    01 JAIL-INDEX                BINARY-LONG UNSIGNED.
    01 MINUTES-LEFT              BINARY-LONG-LONG.
    01 MINUTES-DISPLAY           PIC Z(9)9.
    01 NOTICE-LINE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO PLAYER-JAIL-INDEX(LK-PLAYER-ID)
    PERFORM VARYING JAIL-INDEX FROM 1 BY 1 UNTIL JAIL-INDEX > MAX-JAIL
        IF JAIL-USED(JAIL-INDEX) NOT = 0
                AND JAIL-UUID(JAIL-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
            MOVE JAIL-INDEX TO PLAYER-JAIL-INDEX(LK-PLAYER-ID)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF PLAYER-JAIL-INDEX(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    *> a sentence lifted while they were away ends on the first tick;
    *> nothing to announce beyond the release itself
    MOVE PLAYER-JAIL-INDEX(LK-PLAYER-ID) TO JAIL-INDEX
    IF JAIL-REMAINING-TICKS(JAIL-INDEX) = 0
        GOBACK
    END-IF
    COMPUTE MINUTES-LEFT =
        (JAIL-REMAINING-TICKS(JAIL-INDEX) + 1199) / 1200
    MOVE MINUTES-LEFT TO MINUTES-DISPLAY
    MOVE SPACES TO NOTICE-LINE
    STRING "You are jailed for another "
        FUNCTION TRIM(MINUTES-DISPLAY)
        " min of online time: " FUNCTION TRIM(JAIL-REASON(JAIL-INDEX))
        DELIMITED BY SIZE INTO NOTICE-LINE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        NOTICE-LINE
    GOBACK.

END PROGRAM Jail-OnConnect.

*> --- Jail-OnDisconnect ---
*> Called from Players-Disconnect: the time served this session goes
*> to disk before the slot is given up.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-OnDisconnect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-JAIL-INDEX(LK-PLAYER-ID) NOT = 0
        CALL "Jail-Save"
        MOVE 0 TO PLAYER-JAIL-INDEX(LK-PLAYER-ID)
    END-IF
    GOBACK.

END PROGRAM Jail-OnDisconnect.

*> --- Jail-TickPlayer ---
*> World-Tick's per-player jail upkeep: one tick of the sentence is
*> served, the roll is saved every served minute, and a prisoner found
*> outside jail-radius blocks of the jail warp (or in another
*> dimension) is put back in the middle of it. A finished sentence
*> releases them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-TickPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-JAIL.
    COPY DD-WARPS.
    01 JAIL-INDEX                BINARY-LONG UNSIGNED.
    01 JAIL-WARP-INDEX           BINARY-LONG UNSIGNED.
    01 JAIL-RADIUS               BINARY-LONG-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-JAIL-INDEX(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    MOVE PLAYER-JAIL-INDEX(LK-PLAYER-ID) TO JAIL-INDEX

    *> jailed while offline: where they logged in is where they go
    *> back to
    IF JAIL-RETURN-SET(JAIL-INDEX) = 0
        MOVE PLAYER-DIMENSION(LK-PLAYER-ID)
            TO JAIL-RETURN-DIMENSION(JAIL-INDEX)
        MOVE PLAYER-X(LK-PLAYER-ID) TO JAIL-RETURN-X(JAIL-INDEX)
        MOVE PLAYER-Y(LK-PLAYER-ID) TO JAIL-RETURN-Y(JAIL-INDEX)
        MOVE PLAYER-Z(LK-PLAYER-ID) TO JAIL-RETURN-Z(JAIL-INDEX)
        MOVE 1 TO JAIL-RETURN-SET(JAIL-INDEX)
        CALL "Jail-Save"
    END-IF

    IF JAIL-REMAINING-TICKS(JAIL-INDEX) = 0
        CALL "Jail-Release" USING LK-PLAYER-ID "sentence served"
        GOBACK
    END-IF
    SUBTRACT 1 FROM JAIL-REMAINING-TICKS(JAIL-INDEX)
    IF FUNCTION MOD(JAIL-REMAINING-TICKS(JAIL-INDEX), 1200) = 0
        CALL "Jail-Save"
    END-IF

    *> confinement is checked twice a second; the snap-back is a full
    *> teleport, so a dimension hop through a portal is undone too
    IF FUNCTION MOD(JAIL-REMAINING-TICKS(JAIL-INDEX), 10) NOT = 0
        GOBACK
    END-IF
    CALL "Jail-FindWarp" USING JAIL-WARP-INDEX
    IF JAIL-WARP-INDEX = 0
        GOBACK
    END-IF
    CALL "Config-GetNumber" USING "jail-radius" 8 JAIL-RADIUS
    IF PLAYER-DIMENSION(LK-PLAYER-ID) NOT = WARP-DIMENSION(JAIL-WARP-INDEX)
            OR FUNCTION ABS(PLAYER-X(LK-PLAYER-ID)
                - WARP-X(JAIL-WARP-INDEX)) > JAIL-RADIUS
            OR FUNCTION ABS(PLAYER-Y(LK-PLAYER-ID)
                - WARP-Y(JAIL-WARP-INDEX)) > JAIL-RADIUS
            OR FUNCTION ABS(PLAYER-Z(LK-PLAYER-ID)
                - WARP-Z(JAIL-WARP-INDEX)) > JAIL-RADIUS
        CALL "Jail-MovePlayer" USING LK-PLAYER-ID
            WARP-DIMENSION(JAIL-WARP-INDEX) WARP-X(JAIL-WARP-INDEX)
            WARP-Y(JAIL-WARP-INDEX) WARP-Z(JAIL-WARP-INDEX)
    END-IF
    GOBACK.

END PROGRAM Jail-TickPlayer.

*> --- Jail-Release ---
*> Lets a connected prisoner out: back to the spot they were taken
*> from, the sentence struck from the roll, and the release written to
*> the moderation record with who (or what) ended it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-Release.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-JAIL.
    01 JAIL-INDEX                BINARY-LONG UNSIGNED.
    01 NOTICE-LINE               PIC X(160).
    01 LOG-MESSAGE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-RELEASED-BY            PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RELEASED-BY.
    MOVE PLAYER-JAIL-INDEX(LK-PLAYER-ID) TO JAIL-INDEX
    IF JAIL-INDEX = 0
        GOBACK
    END-IF
    MOVE 0 TO PLAYER-JAIL-INDEX(LK-PLAYER-ID)
    IF JAIL-RETURN-SET(JAIL-INDEX) NOT = 0
        CALL "Jail-MovePlayer" USING LK-PLAYER-ID
            JAIL-RETURN-DIMENSION(JAIL-INDEX) JAIL-RETURN-X(JAIL-INDEX)
            JAIL-RETURN-Y(JAIL-INDEX) JAIL-RETURN-Z(JAIL-INDEX)
    END-IF
    MOVE 0 TO JAIL-USED(JAIL-INDEX)
    CALL "Jail-Save"

    MOVE "You have been released from jail" TO NOTICE-LINE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        NOTICE-LINE

    MOVE SPACES TO LOG-MESSAGE
    STRING "released " DELIMITED BY SIZE
        PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        DELIMITED BY SIZE
        " from jail: " DELIMITED BY SIZE
        FUNCTION TRIM(LK-RELEASED-BY) DELIMITED BY SIZE
        INTO LOG-MESSAGE
    CALL "Log-Write" USING "WARN" LOG-MESSAGE
    GOBACK.

END PROGRAM Jail-Release.

*> --- Jail-CheckCommand ---
*> Asked by Commands-Dispatch before a player's command runs: a
*> prisoner may only use the commands listed in jail-allowed-commands
*> (comma-separated, any case). LK-ALLOWED comes back 1 for everyone
*> who isn't jailed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-CheckCommand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 ALLOWED-LIST              PIC X(128).
    01 LIST-POINTER              BINARY-LONG UNSIGNED.
    01 LIST-TOKEN                PIC X(32).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-COMMAND-NAME           PIC X(32).
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-COMMAND-NAME LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF PLAYER-JAIL-INDEX(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    MOVE 0 TO LK-ALLOWED
    CALL "Config-GetString" USING "jail-allowed-commands"
        "msg,reply,mail,report" ALLOWED-LIST
    MOVE 1 TO LIST-POINTER
    PERFORM UNTIL LIST-POINTER > FUNCTION LENGTH(ALLOWED-LIST)
        MOVE SPACES TO LIST-TOKEN
        UNSTRING ALLOWED-LIST DELIMITED BY ","
            INTO LIST-TOKEN WITH POINTER LIST-POINTER
        IF LIST-TOKEN NOT = SPACES
                AND FUNCTION UPPER-CASE(FUNCTION TRIM(LIST-TOKEN)) =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(LK-COMMAND-NAME))
            MOVE 1 TO LK-ALLOWED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Jail-CheckCommand.

*> --- RegisterCommand-Jail ---
*> Registers the jail, the sentence a griefer can't sit out offline:
*>   JAIL <player> <minutes> [reason] - permission level 2
*>   UNJAIL <player>                  - permission level 2
*> A prisoner is held within jail-radius blocks of the jail warp, may
*> only run the jail-allowed-commands, and cannot build or use items;
*> the minutes count down only while they are online. Every jail and
*> release goes to the moderation record through Log-Write.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Jail.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Jail"
    CALL "Commands-Register" USING "JAIL" 2 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-Unjail"
    CALL "Commands-Register" USING "UNJAIL" 2 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Jail ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Jail.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-JAIL.
        COPY DD-WARPS.
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 MINUTES-ARG            PIC X(8).
        01 REST-POINTER           BINARY-LONG UNSIGNED.
        01 JAIL-MINUTES           BINARY-LONG-LONG.
        01 JAIL-REASON-TEXT       PIC X(64).
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 JAIL-INDEX             BINARY-LONG UNSIGNED.
        01 SCAN-INDEX             BINARY-LONG UNSIGNED.
        01 FREE-INDEX             BINARY-LONG UNSIGNED.
        01 JAIL-WARP-INDEX        BINARY-LONG UNSIGNED.
        01 JAIL-WARP-NAME         PIC X(16).
        01 MODERATOR-NAME         PIC X(16).
        01 MINUTES-DISPLAY        PIC Z(9)9.
        01 NOTICE-LINE            PIC X(160).
        01 LOG-MESSAGE            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO TARGET-NAME
        MOVE SPACES TO MINUTES-ARG
        MOVE 1 TO REST-POINTER
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO TARGET-NAME MINUTES-ARG
                WITH POINTER REST-POINTER
        END-IF
        MOVE "Jailed by a moderator" TO JAIL-REASON-TEXT
        IF REST-POINTER <= LK-COMMAND-ARGS-LENGTH
            MOVE SPACES TO JAIL-REASON-TEXT
            MOVE LK-COMMAND-ARGS(REST-POINTER:
                LK-COMMAND-ARGS-LENGTH - REST-POINTER + 1)
                TO JAIL-REASON-TEXT
        END-IF
        MOVE 0 TO JAIL-MINUTES
        IF MINUTES-ARG NOT = SPACES
                AND FUNCTION TEST-NUMVAL(MINUTES-ARG) = 0
            COMPUTE JAIL-MINUTES = FUNCTION NUMVAL(MINUTES-ARG)
        END-IF
        IF TARGET-NAME = SPACES OR JAIL-MINUTES < 1
            STRING "Usage: jail <player> <minutes> [reason]"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        CALL "Jail-FindWarp" USING JAIL-WARP-INDEX
        IF JAIL-WARP-INDEX = 0
            CALL "Config-GetString" USING "jail-warp" "jail"
                JAIL-WARP-NAME
            STRING "No jail yet - stand in it and setwarp "
                FUNCTION TRIM(JAIL-WARP-NAME)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        COMPUTE TARGET-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(TARGET-NAME)
        CALL "Players-LookupUUIDByName" USING TARGET-NAME
            TARGET-NAME-LENGTH TARGET-UUID TARGET-FOUND
        IF TARGET-FOUND = 0
            STRING "Unknown player: " DELIMITED BY SIZE
                FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        *> jailing someone already inside replaces the sentence but
        *> keeps the spot they were first taken from
        MOVE 0 TO JAIL-INDEX
        MOVE 0 TO FREE-INDEX
        PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                UNTIL SCAN-INDEX > MAX-JAIL
            IF JAIL-USED(SCAN-INDEX) NOT = 0
                IF JAIL-UUID(SCAN-INDEX) = TARGET-UUID
                    MOVE SCAN-INDEX TO JAIL-INDEX
                END-IF
            ELSE
                IF FREE-INDEX = 0
                    MOVE SCAN-INDEX TO FREE-INDEX
                END-IF
            END-IF
        END-PERFORM
        IF JAIL-INDEX = 0
            IF FREE-INDEX = 0
                STRING "The jail is full" DELIMITED BY SIZE
                    INTO LK-COMMAND-RESPONSE-TEXT
                COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                    FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
                GOBACK
            END-IF
            MOVE FREE-INDEX TO JAIL-INDEX
            MOVE 1 TO JAIL-USED(JAIL-INDEX)
            MOVE TARGET-UUID TO JAIL-UUID(JAIL-INDEX)
            MOVE 0 TO JAIL-RETURN-SET(JAIL-INDEX)
        END-IF

        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "console" TO MODERATOR-NAME
        ELSE
            MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER) TO MODERATOR-NAME
        END-IF
        MOVE TARGET-NAME TO JAIL-NAME(JAIL-INDEX)
        COMPUTE JAIL-REMAINING-TICKS(JAIL-INDEX) = JAIL-MINUTES * 1200
        MOVE MODERATOR-NAME TO JAIL-MODERATOR(JAIL-INDEX)
        MOVE JAIL-REASON-TEXT TO JAIL-REASON(JAIL-INDEX)

        *> an online target is taken at once, from where they stand;
        *> an offline one is picked up by Jail-OnConnect
        CALL "Players-FindConnectedByUUID" USING TARGET-UUID TARGET-PLAYER
        IF TARGET-PLAYER NOT = 0
            IF JAIL-RETURN-SET(JAIL-INDEX) = 0
                MOVE PLAYER-DIMENSION(TARGET-PLAYER)
                    TO JAIL-RETURN-DIMENSION(JAIL-INDEX)
                MOVE PLAYER-X(TARGET-PLAYER) TO JAIL-RETURN-X(JAIL-INDEX)
                MOVE PLAYER-Y(TARGET-PLAYER) TO JAIL-RETURN-Y(JAIL-INDEX)
                MOVE PLAYER-Z(TARGET-PLAYER) TO JAIL-RETURN-Z(JAIL-INDEX)
                MOVE 1 TO JAIL-RETURN-SET(JAIL-INDEX)
            END-IF
            MOVE JAIL-INDEX TO PLAYER-JAIL-INDEX(TARGET-PLAYER)
            CALL "Jail-MovePlayer" USING TARGET-PLAYER
                WARP-DIMENSION(JAIL-WARP-INDEX) WARP-X(JAIL-WARP-INDEX)
                WARP-Y(JAIL-WARP-INDEX) WARP-Z(JAIL-WARP-INDEX)
        END-IF
        CALL "Jail-Save"

        MOVE JAIL-MINUTES TO MINUTES-DISPLAY
        IF TARGET-PLAYER NOT = 0
            MOVE SPACES TO NOTICE-LINE
            STRING "You have been jailed for "
                FUNCTION TRIM(MINUTES-DISPLAY)
                " min (only time online counts): "
                FUNCTION TRIM(JAIL-REASON-TEXT)
                DELIMITED BY SIZE INTO NOTICE-LINE
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(TARGET-PLAYER) NOTICE-LINE
        END-IF

        MOVE SPACES TO LOG-MESSAGE
        STRING "jailed " FUNCTION TRIM(TARGET-NAME) " for "
            FUNCTION TRIM(MINUTES-DISPLAY) " min by "
            FUNCTION TRIM(MODERATOR-NAME) ": "
            FUNCTION TRIM(JAIL-REASON-TEXT)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE

        STRING "Jailed " FUNCTION TRIM(TARGET-NAME) " for "
            FUNCTION TRIM(MINUTES-DISPLAY) " min"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-Jail.

    *> --- Callback-Unjail ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Unjail.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-JAIL.
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 JAIL-INDEX             BINARY-LONG UNSIGNED.
        01 MODERATOR-NAME         PIC X(16).
        01 RELEASED-BY            PIC X(32).
        01 LOG-MESSAGE            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO TARGET-NAME
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO TARGET-NAME
        END-IF
        IF TARGET-NAME = SPACES
            STRING "Usage: unjail <player>"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        COMPUTE TARGET-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(TARGET-NAME)
        CALL "Players-LookupUUIDByName" USING TARGET-NAME
            TARGET-NAME-LENGTH TARGET-UUID TARGET-FOUND
        MOVE 0 TO JAIL-INDEX
        IF TARGET-FOUND NOT = 0
            PERFORM VARYING JAIL-INDEX FROM 1 BY 1
                    UNTIL JAIL-INDEX > MAX-JAIL
                IF JAIL-USED(JAIL-INDEX) NOT = 0
                        AND JAIL-UUID(JAIL-INDEX) = TARGET-UUID
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF JAIL-INDEX = 0 OR JAIL-INDEX > MAX-JAIL
            STRING "Not jailed: " DELIMITED BY SIZE
                FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "console" TO MODERATOR-NAME
        ELSE
            MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER) TO MODERATOR-NAME
        END-IF

        *> online, they walk out now; offline, the sentence is zeroed
        *> and their next login ends it and takes them home
        CALL "Players-FindConnectedByUUID" USING TARGET-UUID TARGET-PLAYER
        IF TARGET-PLAYER NOT = 0
            MOVE SPACES TO RELEASED-BY
            STRING "unjailed by " FUNCTION TRIM(MODERATOR-NAME)
                DELIMITED BY SIZE INTO RELEASED-BY
            CALL "Jail-Release" USING TARGET-PLAYER RELEASED-BY
        ELSE
            MOVE 0 TO JAIL-REMAINING-TICKS(JAIL-INDEX)
            CALL "Jail-Save"
            MOVE SPACES TO LOG-MESSAGE
            STRING "unjailed " FUNCTION TRIM(TARGET-NAME) " by "
                FUNCTION TRIM(MODERATOR-NAME)
                " (released at next login)"
                DELIMITED BY SIZE INTO LOG-MESSAGE
            CALL "Log-Write" USING "WARN" LOG-MESSAGE
        END-IF

        STRING "Unjailed " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-Unjail.

END PROGRAM RegisterCommand-Jail.
