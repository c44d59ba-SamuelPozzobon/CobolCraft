PROCEDURE DIVISION.
    MOVE 0 TO COMMANDS-REGISTERED-COUNT
    MOVE 0 TO COMMANDS-ACTOR-PLAYER
    MOVE "console" TO COMMANDS-ACTOR-SOURCE
    GOBACK.

END PROGRAM Commands-Init.
*> Records which player slot the next Commands-Dispatch call acts for
*> (0 for RCON/console). Kept beside the dispatch rather than threaded
*> through every callback's LINKAGE so the callback signature stays the
*> same shape as the item-use callbacks. The source goes back to
*> "player" or "console"; a caller with a more exact name for itself
*> follows up with Commands-SetSource.
IDENTIFICATION DIVISION.
PROGRAM-ID. Commands-SetActor.


PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE LK-PLAYER-ID TO COMMANDS-ACTOR-PLAYER
    IF LK-PLAYER-ID > 0
        MOVE "player" TO COMMANDS-ACTOR-SOURCE
    ELSE
        MOVE "console" TO COMMANDS-ACTOR-SOURCE
    END-IF
    GOBACK.

END PROGRAM Commands-SetActor.

*> --- Commands-SetSource ---
*> Names the channel the next Commands-Dispatch call comes through
*> ("rcon", "scheduler"), for the command audit trail. Called after
*> Commands-SetActor, which resets it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Commands-SetSource.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-COMMANDS.
LINKAGE SECTION.
    01 LK-SOURCE                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-SOURCE.
    MOVE LK-SOURCE TO COMMANDS-ACTOR-SOURCE
    GOBACK.

END PROGRAM Commands-SetSource.

*> --- Commands-Audit ---
*> Appends one dispatched command to save/logs/commands.log:
*>   CCYYMMDDHHMMSS actor name level outcome COMMAND arguments...
*> The actor is the player's UUID, or the source (rcon, scheduler,
*> console) with "-" for the name when no player is behind it; the
*> outcome is ran, denied or unknown. CommandAudit-Report reads it.
*> PINs never reach the file: PIN's arguments are masked past a SET,
*> LOCK or RESET keyword.
IDENTIFICATION DIVISION.
PROGRAM-ID. Commands-Audit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-COMMANDS-LOG
        ASSIGN TO "save/logs/commands.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-COMMANDS-LOG.
    01 COMMANDS-LOG-LINE         PIC X(4160).
WORKING-STORAGE SECTION.
    COPY DD-COMMANDS.
    COPY DD-PLAYERS.
    01 ACTOR-STR                 PIC X(36).
    01 ACTOR-NAME                PIC X(16).
    01 LEVEL-DISPLAY             PIC 9.
    01 ARGS-LENGTH               BINARY-LONG UNSIGNED.
    01 LOG-POINTER               BINARY-LONG UNSIGNED.
    01 LOGGED-ARGS               PIC X(4000).
    01 FIRST-WORD                PIC X(16).
LINKAGE SECTION.
    01 LK-COMMAND-NAME           PIC X(32).
    01 LK-COMMAND-ARGS           PIC X(4000).
    01 LK-PERMISSION-LEVEL       BINARY-CHAR UNSIGNED.
    01 LK-OUTCOME                PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-COMMAND-NAME LK-COMMAND-ARGS
        LK-PERMISSION-LEVEL LK-OUTCOME.
    MOVE COMMANDS-ACTOR-SOURCE TO ACTOR-STR
    MOVE "-" TO ACTOR-NAME
    IF COMMANDS-ACTOR-PLAYER > 0
        CALL "UUID-ToString" USING PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            ACTOR-STR
        MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER)) TO ACTOR-NAME
    END-IF
    IF ACTOR-STR = SPACES
        MOVE "console" TO ACTOR-STR
    END-IF
    MOVE LK-PERMISSION-LEVEL TO LEVEL-DISPLAY

    MOVE SPACES TO COMMANDS-LOG-LINE
    MOVE 1 TO LOG-POINTER
    STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(ACTOR-STR) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(ACTOR-NAME) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        LEVEL-DISPLAY DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        LK-OUTCOME DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION UPPER-CASE(FUNCTION TRIM(LK-COMMAND-NAME))
            DELIMITED BY SIZE
        INTO COMMANDS-LOG-LINE
        WITH POINTER LOG-POINTER
    MOVE LK-COMMAND-ARGS TO LOGGED-ARGS
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(LK-COMMAND-NAME)) = "PIN"
        MOVE SPACES TO FIRST-WORD
        UNSTRING LK-COMMAND-ARGS DELIMITED BY " " INTO FIRST-WORD
        MOVE FUNCTION UPPER-CASE(FIRST-WORD) TO FIRST-WORD
        EVALUATE FIRST-WORD
            WHEN SPACES
            WHEN "LOCK"
            WHEN "RESET"
                CONTINUE
            WHEN "SET"
                MOVE "SET ****" TO LOGGED-ARGS
            WHEN OTHER
                MOVE "****" TO LOGGED-ARGS
        END-EVALUATE
    END-IF
    COMPUTE ARGS-LENGTH = FUNCTION STORED-CHAR-LENGTH(LOGGED-ARGS)
    IF ARGS-LENGTH > 0
        STRING " " DELIMITED BY SIZE
            LOGGED-ARGS(1:ARGS-LENGTH) DELIMITED BY SIZE
            INTO COMMANDS-LOG-LINE
            WITH POINTER LOG-POINTER
    END-IF
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    OPEN EXTEND FD-COMMANDS-LOG
    WRITE COMMANDS-LOG-LINE
    CLOSE FD-COMMANDS-LOG
    GOBACK.

END PROGRAM Commands-Audit.

*> --- Commands-Dispatch ---
*> Entry point for operator/player-issued commands, called today from
*> Rcon-HandleClient with permission level 4 (RCON is a trusted admin
*> "/reloaditem <name>", parses the command name and its remaining
*> arguments, looks the name up in the table Commands-Register maintains,
*> and enforces LK-PERMISSION-LEVEL against the command's registered
*> minimum before calling its handler. Every call, whatever its outcome,
*> is written to the command audit trail by Commands-Audit. A player's
*> commands of level 2 and up also have to pass the PIN gate
*> (OpPin-Check).
IDENTIFICATION DIVISION.
PROGRAM-ID. Commands-Dispatch.

    01 COMMAND-REST-POINTER       BINARY-LONG UNSIGNED.
    01 COMMAND-REST-TEMP          PIC X(4000).
    01 CATALOG-MESSAGE            PIC X(160).
    01 PIN-STATE                  BINARY-CHAR UNSIGNED.
    01 JAIL-ALLOWED               BINARY-CHAR UNSIGNED.
    01 RULES-ALLOWED              BINARY-CHAR UNSIGNED.
    01 DUEL-ALLOWED               BINARY-CHAR UNSIGNED.
    01 COMBAT-ALLOWED             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-COMMAND-TEXT            PIC X(4000).
    01 LK-COMMAND-LENGTH          BINARY-LONG UNSIGNED.
            COMMAND-NAME CATALOG-MESSAGE
        MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
        CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
            LK-PERMISSION-LEVEL "unknown"
        GOBACK
    END-IF

            COMMAND-NAME CATALOG-MESSAGE
        MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
        CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
            LK-PERMISSION-LEVEL "denied"
        GOBACK
    END-IF

    *> a jailed player keeps only the jail's short list of commands
    IF COMMANDS-ACTOR-PLAYER > 0
        CALL "Jail-CheckCommand" USING COMMANDS-ACTOR-PLAYER COMMAND-NAME
            JAIL-ALLOWED
        IF JAIL-ALLOWED = 0
            CALL "Messages-Get" USING "command-jailed"
                "You can't use that command while jailed"
                COMMAND-NAME CATALOG-MESSAGE
            MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
            COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
            CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
                LK-PERMISSION-LEVEL "denied"
            GOBACK
        END-IF
    END-IF

    *> a duellist keeps the duel's short list, so a fight can't be
    *> walked out of
    IF COMMANDS-ACTOR-PLAYER > 0
        CALL "Duels-CheckCommand" USING COMMANDS-ACTOR-PLAYER COMMAND-NAME
            DUEL-ALLOWED
        IF DUEL-ALLOWED = 0
            CALL "Messages-Get" USING "command-in-duel"
                "You can't use that command during a duel"
                COMMAND-NAME CATALOG-MESSAGE
            MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
            COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
            CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
                LK-PERMISSION-LEVEL "denied"
            GOBACK
        END-IF
    END-IF

    *> a combat-tagged player can't teleport out of the fight
    IF COMMANDS-ACTOR-PLAYER > 0
        CALL "Combat-CheckCommand" USING COMMANDS-ACTOR-PLAYER COMMAND-NAME
            COMBAT-ALLOWED
        IF COMBAT-ALLOWED = 0
            CALL "Messages-Get" USING "command-in-combat"
                "You can't use that command in combat"
                COMMAND-NAME CATALOG-MESSAGE
            MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
            COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
            CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
                LK-PERMISSION-LEVEL "denied"
            GOBACK
        END-IF
    END-IF

    *> and one who hasn't accepted the rules yet keeps even fewer
    IF COMMANDS-ACTOR-PLAYER > 0
        CALL "Rules-CheckCommand" USING COMMANDS-ACTOR-PLAYER COMMAND-NAME
            RULES-ALLOWED
        IF RULES-ALLOWED = 0
            CALL "Messages-Get" USING "command-rules-pending"
                "Accept the server rules with /acceptrules first"
                COMMAND-NAME CATALOG-MESSAGE
            MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
            COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
            CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
                LK-PERMISSION-LEVEL "denied"
            GOBACK
        END-IF
    END-IF

    *> a player's operator commands (level 2 and up) wait behind their
    *> PIN; RCON, the console and the scheduler are already trusted
    IF COMMANDS-ACTOR-PLAYER > 0
            AND COMMANDS-ENTRY-MIN-PERMISSION(MATCHED-INDEX) >= 2
        CALL "OpPin-Check" USING COMMANDS-ACTOR-PLAYER PIN-STATE
        IF PIN-STATE NOT = 0
            IF PIN-STATE = 2
                CALL "Messages-Get" USING "command-pin-required"
                    "Operator commands need a PIN - set one with /pin set <digits>"
                    COMMAND-NAME CATALOG-MESSAGE
            ELSE
                CALL "Messages-Get" USING "command-pin-locked"
                    "Operator commands are locked - unlock with /pin <pin>"
                    COMMAND-NAME CATALOG-MESSAGE
            END-IF
            MOVE CATALOG-MESSAGE TO LK-RESPONSE-TEXT
            COMPUTE LK-RESPONSE-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-RESPONSE-TEXT)
            CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
                LK-PERMISSION-LEVEL "denied"
            GOBACK
        END-IF
    END-IF

    *> on record before it runs, so a command that stops the server or
    *> drops its own caller is still accounted for
    CALL "Commands-Audit" USING COMMAND-NAME COMMAND-REST
        LK-PERMISSION-LEVEL "ran"
    CALL COMMANDS-ENTRY-PTR(MATCHED-INDEX) USING
        COMMAND-REST FUNCTION STORED-CHAR-LENGTH(COMMAND-REST)
        LK-PERMISSION-LEVEL LK-RESPONSE-TEXT LK-RESPONSE-LENGTH
