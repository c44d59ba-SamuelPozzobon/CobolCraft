*> --- Ignore-FileName ---
*> Builds "save/ignores/<uuid>.txt", one player's ignore list, in the
*> same UUID-named style Mail-FileName uses for mailboxes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ignore-FileName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-FILE-NAME              PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-FILE-NAME.
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    MOVE SPACES TO LK-FILE-NAME
    STRING "save/ignores/" UUID-STR ".txt" DELIMITED BY SIZE
        INTO LK-FILE-NAME
    GOBACK.

END PROGRAM Ignore-FileName.

*> --- Ignore-ReadFile ---
*> Reads a player's ignore list from disk into a DD-IGNORE-LIST layout
*> (PLAYER-IGNORES at connect, a work copy for an offline player). No
*> file means nobody is ignored.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ignore-ReadFile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-IGNORES
        ASSIGN TO IGNORE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-IGNORES.
    01 IGNORE-FILE-LINE.
        05 IGNORE-FILE-UUID      PIC X(36).
        05 FILLER                PIC X(1).
        05 IGNORE-FILE-NAME-TEXT PIC X(16).
WORKING-STORAGE SECTION.
    01 IGNORE-FILE-NAME          PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-IGNORE-LIST.
        05 LK-IGNORE-COUNT       BINARY-LONG UNSIGNED.
        05 LK-IGNORE-ENTRY OCCURS 16 TIMES.
            10 LK-IGNORE-UUID    PIC X(16).
            10 LK-IGNORE-NAME    PIC X(16).

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-IGNORE-LIST.
    MOVE 0 TO LK-IGNORE-COUNT
    CALL "Ignore-FileName" USING LK-PLAYER-UUID IGNORE-FILE-NAME
    OPEN INPUT FD-IGNORES
    PERFORM UNTIL EXIT
        READ FD-IGNORES
            AT END
                EXIT PERFORM
            NOT AT END
                IF IGNORE-FILE-UUID NOT = SPACES AND LK-IGNORE-COUNT < 16
                    ADD 1 TO LK-IGNORE-COUNT
                    CALL "UUID-FromString" USING IGNORE-FILE-UUID
                        LK-IGNORE-UUID(LK-IGNORE-COUNT)
                    MOVE IGNORE-FILE-NAME-TEXT
                        TO LK-IGNORE-NAME(LK-IGNORE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-IGNORES
    GOBACK.

END PROGRAM Ignore-ReadFile.

*> --- Ignore-Save ---
*> Writes an online player's ignore list back to disk, whole. An empty
*> list leaves an empty file, which reads back as nobody ignored.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ignore-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-IGNORES
        ASSIGN TO IGNORE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-IGNORES.
    01 IGNORE-FILE-LINE.
        05 IGNORE-FILE-UUID      PIC X(36).
        05 FILLER                PIC X(1).
        05 IGNORE-FILE-NAME-TEXT PIC X(16).
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 IGNORE-FILE-NAME          PIC X(64).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/ignores"
    CALL "Ignore-FileName" USING PLAYER-UUID(LK-PLAYER-ID)
        IGNORE-FILE-NAME
    OPEN OUTPUT FD-IGNORES
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > PLAYER-IGNORE-COUNT(LK-PLAYER-ID)
        MOVE SPACES TO IGNORE-FILE-LINE
        CALL "UUID-ToString" USING
            PLAYER-IGNORE-UUID(LK-PLAYER-ID, ENTRY-INDEX) IGNORE-FILE-UUID
        MOVE PLAYER-IGNORE-NAME(LK-PLAYER-ID, ENTRY-INDEX)
            TO IGNORE-FILE-NAME-TEXT
        WRITE IGNORE-FILE-LINE
    END-PERFORM
    CLOSE FD-IGNORES
    GOBACK.

END PROGRAM Ignore-Save.

*> --- Ignore-Blocks ---
*> Whether a message or request from one online player should be kept
*> from another: LK-BLOCKED comes back 1 when the recipient ignores the
*> sender. Moderators (permission level 1 and up) can't be ignored -
*> a warning or a jail notice has to get through - so a line from one
*> always goes out, whatever the list says.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ignore-Blocks.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-RECIPIENT-ID           BINARY-CHAR.
    01 LK-SENDER-ID              BINARY-CHAR.
    01 LK-BLOCKED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-RECIPIENT-ID LK-SENDER-ID LK-BLOCKED.
    MOVE 0 TO LK-BLOCKED
    IF LK-RECIPIENT-ID = LK-SENDER-ID
            OR PLAYER-PERMISSION-LEVEL(LK-SENDER-ID) >= 1
        GOBACK
    END-IF
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > PLAYER-IGNORE-COUNT(LK-RECIPIENT-ID)
        IF PLAYER-IGNORE-UUID(LK-RECIPIENT-ID, ENTRY-INDEX)
                = PLAYER-UUID(LK-SENDER-ID)
            MOVE 1 TO LK-BLOCKED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Ignore-Blocks.

*> --- Ignore-BlocksUUID ---
*> Ignore-Blocks for a recipient who may be offline, such as the
*> addressee of a MAIL: the live list when they are connected, their
*> file otherwise.
IDENTIFICATION DIVISION.
PROGRAM-ID. Ignore-BlocksUUID.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-IGNORE-LIST.
    01 RECIPIENT-ID              BINARY-CHAR.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-RECIPIENT-UUID         PIC X(16).
    01 LK-SENDER-ID              BINARY-CHAR.
    01 LK-BLOCKED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-RECIPIENT-UUID LK-SENDER-ID LK-BLOCKED.
    MOVE 0 TO LK-BLOCKED
    CALL "Players-FindConnectedByUUID" USING LK-RECIPIENT-UUID
        RECIPIENT-ID
    IF RECIPIENT-ID NOT = 0
        CALL "Ignore-Blocks" USING RECIPIENT-ID LK-SENDER-ID LK-BLOCKED
        GOBACK
    END-IF
    IF PLAYER-PERMISSION-LEVEL(LK-SENDER-ID) >= 1
        GOBACK
    END-IF
    CALL "Ignore-ReadFile" USING LK-RECIPIENT-UUID IGNORE-LIST
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > IGNORE-COUNT
        IF IGNORE-UUID(ENTRY-INDEX) = PLAYER-UUID(LK-SENDER-ID)
            MOVE 1 TO LK-BLOCKED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Ignore-BlocksUUID.

*> --- RegisterCommand-Ignore ---
*> Registers the personal ignore list, both at permission level 0:
*>   IGNORE            - show who you are ignoring
*>   IGNORE <player>   - stop hearing from a player: their chat lines,
*>                       whispers, mail, teleport and trade requests
*>                       and town chat no longer reach you
*>   UNIGNORE <player> - take them off the list again
*> The list survives relogs (save/ignores/<uuid>.txt). Moderators can't
*> be ignored, and the console is not a player to begin with.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Ignore.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Ignore"
    CALL "Commands-Register" USING "IGNORE" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-Unignore"
    CALL "Commands-Register" USING "UNIGNORE" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Ignore ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Ignore.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-IGNORE-LIST.
        01 ACTOR                  BINARY-CHAR.
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 TARGET-LEVEL           BINARY-CHAR UNSIGNED.
        01 ENTRY-INDEX            BINARY-LONG UNSIGNED.
        01 RESPONSE-POINTER       BINARY-LONG UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE COMMANDS-ACTOR-PLAYER TO ACTOR
        IF ACTOR = 0
            STRING "Usage: ignore [player] (as a player)"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF
        MOVE SPACES TO TARGET-NAME
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO TARGET-NAME
        END-IF
        IF TARGET-NAME = SPACES
            PERFORM LIST-IGNORED
            GOBACK
        END-IF

        COMPUTE TARGET-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(TARGET-NAME)
        CALL "Players-LookupUUIDByName" USING TARGET-NAME
            TARGET-NAME-LENGTH TARGET-UUID TARGET-FOUND
        IF TARGET-FOUND = 0
            STRING "Unknown player: " FUNCTION TRIM(TARGET-NAME)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF
        IF TARGET-UUID = PLAYER-UUID(ACTOR)
            STRING "You can't ignore yourself"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF
        CALL "Players-FindConnectedByUUID" USING TARGET-UUID
            TARGET-PLAYER
        IF TARGET-PLAYER NOT = 0
            MOVE PLAYER-PERMISSION-LEVEL(TARGET-PLAYER) TO TARGET-LEVEL
        ELSE
            CALL "Players-CheckPermission" USING TARGET-UUID
                TARGET-LEVEL
        END-IF
        IF TARGET-LEVEL >= 1
            STRING "Moderators can't be ignored - use /report if "
                "one is bothering you"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF

        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > PLAYER-IGNORE-COUNT(ACTOR)
            IF PLAYER-IGNORE-UUID(ACTOR, ENTRY-INDEX) = TARGET-UUID
                STRING "You are already ignoring "
                    FUNCTION TRIM(TARGET-NAME)
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                PERFORM SET-LENGTH
                GOBACK
            END-IF
        END-PERFORM
        IF PLAYER-IGNORE-COUNT(ACTOR) >= MAX-IGNORES
            STRING "Your ignore list is full"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF

        ADD 1 TO PLAYER-IGNORE-COUNT(ACTOR)
        MOVE TARGET-UUID
            TO PLAYER-IGNORE-UUID(ACTOR, PLAYER-IGNORE-COUNT(ACTOR))
        MOVE TARGET-NAME
            TO PLAYER-IGNORE-NAME(ACTOR, PLAYER-IGNORE-COUNT(ACTOR))
        CALL "Ignore-Save" USING ACTOR
        STRING "You are now ignoring " FUNCTION TRIM(TARGET-NAME)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        PERFORM SET-LENGTH
        GOBACK.

    LIST-IGNORED.
        IF PLAYER-IGNORE-COUNT(ACTOR) = 0
            STRING "You are not ignoring anyone"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO RESPONSE-POINTER
        STRING "Ignoring:" DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT WITH POINTER RESPONSE-POINTER
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > PLAYER-IGNORE-COUNT(ACTOR)
            IF ENTRY-INDEX > 1
                STRING "," DELIMITED BY SIZE
                    INTO LK-COMMAND-RESPONSE-TEXT
                    WITH POINTER RESPONSE-POINTER
            END-IF
            STRING " " FUNCTION TRIM(PLAYER-IGNORE-NAME(ACTOR,
                ENTRY-INDEX)) DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
                WITH POINTER RESPONSE-POINTER
        END-PERFORM
        PERFORM SET-LENGTH.

    SET-LENGTH.
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    END PROGRAM Callback-Ignore.

    *> --- Callback-Unignore ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Unignore.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 ACTOR                  BINARY-CHAR.
        01 TARGET-NAME            PIC X(16).
        01 ENTRY-INDEX            BINARY-LONG UNSIGNED.
        01 FOUND-INDEX            BINARY-LONG UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE COMMANDS-ACTOR-PLAYER TO ACTOR
        MOVE SPACES TO TARGET-NAME
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO TARGET-NAME
        END-IF
        IF ACTOR = 0 OR TARGET-NAME = SPACES
            STRING "Usage: unignore <player> (as a player)"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF

        *> matched on the name as it was ignored, so a player who has
        *> renamed since can still be let back in
        MOVE 0 TO FOUND-INDEX
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                UNTIL ENTRY-INDEX > PLAYER-IGNORE-COUNT(ACTOR)
                OR FOUND-INDEX NOT = 0
            IF FUNCTION UPPER-CASE(PLAYER-IGNORE-NAME(ACTOR, ENTRY-INDEX))
                    = FUNCTION UPPER-CASE(TARGET-NAME)
                MOVE ENTRY-INDEX TO FOUND-INDEX
            END-IF
        END-PERFORM
        IF FOUND-INDEX = 0
            STRING "You are not ignoring " FUNCTION TRIM(TARGET-NAME)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM SET-LENGTH
            GOBACK
        END-IF

        PERFORM VARYING ENTRY-INDEX FROM FOUND-INDEX BY 1
                UNTIL ENTRY-INDEX >= PLAYER-IGNORE-COUNT(ACTOR)
            MOVE PLAYER-IGNORE-ENTRY(ACTOR, ENTRY-INDEX + 1)
                TO PLAYER-IGNORE-ENTRY(ACTOR, ENTRY-INDEX)
        END-PERFORM
        SUBTRACT 1 FROM PLAYER-IGNORE-COUNT(ACTOR)
        CALL "Ignore-Save" USING ACTOR
        STRING "You are no longer ignoring " FUNCTION TRIM(TARGET-NAME)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        PERFORM SET-LENGTH
        GOBACK.

    SET-LENGTH.
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    END PROGRAM Callback-Unignore.

END PROGRAM RegisterCommand-Ignore.
