*> --- OpPin-Init ---
*> Clears the operator-PIN session table and reads the gate's settings.
*> Called once at startup from World-Init; nobody starts out unlocked.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-OP-PINS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > MAX-OP-PIN-ENTRIES
        MOVE SPACES TO OP-PIN-UUID(ENTRY-INDEX)
        MOVE 0 TO OP-PIN-UNLOCKED(ENTRY-INDEX)
        MOVE SPACES TO OP-PIN-ADDRESS(ENTRY-INDEX)
        MOVE 0 TO OP-PIN-LAST-USE-TICK(ENTRY-INDEX)
        MOVE 0 TO OP-PIN-FAILURES(ENTRY-INDEX)
        MOVE 0 TO OP-PIN-BLOCKED-UNTIL(ENTRY-INDEX)
    END-PERFORM
    CALL "OpPin-Configure"
    GOBACK.

END PROGRAM OpPin-Init.

*> --- OpPin-Configure ---
*> The gate's settings, read at startup and again by Config-Reload:
*> op-pin-required (ops with no PIN are held at the gate until they set
*> one), op-pin-idle-minutes before an unlock lapses, and how many wrong
*> PINs (op-pin-max-failures) block further attempts for how long
*> (op-pin-block-minutes).
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-OP-PINS.
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.
    01 SETTING-STR               PIC X(8).

PROCEDURE DIVISION.
    CALL "Config-GetString" USING "op-pin-required" "false" SETTING-STR
    MOVE 0 TO OP-PIN-REQUIRED
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SETTING-STR)) = "TRUE"
        MOVE 1 TO OP-PIN-REQUIRED
    END-IF

    CALL "Config-GetNumber" USING "op-pin-idle-minutes" 30
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 1 OR CONFIGURED-NUMBER > 1440
        MOVE 30 TO CONFIGURED-NUMBER
    END-IF
    COMPUTE OP-PIN-IDLE-TICKS = CONFIGURED-NUMBER * 1200

    CALL "Config-GetNumber" USING "op-pin-max-failures" 3
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 1 OR CONFIGURED-NUMBER > 20
        MOVE 3 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO OP-PIN-MAX-FAILURES

    CALL "Config-GetNumber" USING "op-pin-block-minutes" 5
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 1 OR CONFIGURED-NUMBER > 1440
        MOVE 5 TO CONFIGURED-NUMBER
    END-IF
    COMPUTE OP-PIN-BLOCK-TICKS = CONFIGURED-NUMBER * 1200
    GOBACK.

END PROGRAM OpPin-Configure.

*> --- OpPin-Hash ---
*> The stored form of a PIN: the SHA-1 of "<uuid>:<pin>" as 40 hex
*> digits, so the same PIN on two accounts never hashes alike and the
*> file gives nothing away to someone reading it.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-Hash.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
    01 HASH-INPUT                PIC X(64).
    01 HASH-INPUT-LENGTH         BINARY-LONG UNSIGNED.
    01 DIGEST                    PIC X(20).
    01 DIGEST-BYTE               BINARY-LONG UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 HEX-INDEX                 BINARY-LONG UNSIGNED.
    01 NIBBLE-MSB                BINARY-CHAR UNSIGNED.
    01 NIBBLE-LSB                BINARY-CHAR UNSIGNED.
    01 HEX-CHAR                  PIC X.
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-PIN                    PIC X(16).
    01 LK-HASH                   PIC X(40).

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-PIN LK-HASH.
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    MOVE SPACES TO HASH-INPUT
    MOVE 1 TO HASH-INPUT-LENGTH
    STRING UUID-STR DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        FUNCTION TRIM(LK-PIN) DELIMITED BY SIZE
        INTO HASH-INPUT
        WITH POINTER HASH-INPUT-LENGTH
    SUBTRACT 1 FROM HASH-INPUT-LENGTH

    CALL "SHA1-Digest" USING HASH-INPUT HASH-INPUT-LENGTH DIGEST

    MOVE SPACES TO LK-HASH
    MOVE 1 TO HEX-INDEX
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 20
        COMPUTE DIGEST-BYTE = FUNCTION ORD(DIGEST(BYTE-INDEX:1)) - 1
        DIVIDE DIGEST-BYTE BY 16 GIVING NIBBLE-MSB REMAINDER NIBBLE-LSB
        CALL "EncodeHexChar" USING NIBBLE-MSB HEX-CHAR
        MOVE HEX-CHAR TO LK-HASH(HEX-INDEX:1)
        ADD 1 TO HEX-INDEX
        CALL "EncodeHexChar" USING NIBBLE-LSB HEX-CHAR
        MOVE HEX-CHAR TO LK-HASH(HEX-INDEX:1)
        ADD 1 TO HEX-INDEX
    END-PERFORM
    GOBACK.

END PROGRAM OpPin-Hash.

*> --- OpPin-LoadHash ---
*> Looks a UUID up in save/op-pins.dat, one "UUID HASH" line per PIN
*> change in the same style as save/tempbans.dat. The last line for a
*> UUID wins; a "-" in place of the hash is a PIN cleared by PIN RESET.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-LoadHash.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-OP-PINS
        ASSIGN TO "save/op-pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-OP-PINS.
    01 OP-PINS-LINE              PIC X(80).
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-HASH                   PIC X(40).
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-HASH LK-FOUND.
    MOVE 0 TO LK-FOUND
    MOVE SPACES TO LK-HASH
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    OPEN INPUT FD-OP-PINS
    PERFORM UNTIL EXIT
        READ FD-OP-PINS
            AT END
                EXIT PERFORM
            NOT AT END
                IF OP-PINS-LINE(1:36) = UUID-STR
                    IF OP-PINS-LINE(38:1) = "-"
                        MOVE 0 TO LK-FOUND
                        MOVE SPACES TO LK-HASH
                    ELSE
                        MOVE 1 TO LK-FOUND
                        MOVE OP-PINS-LINE(38:40) TO LK-HASH
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-OP-PINS
    GOBACK.

END PROGRAM OpPin-LoadHash.

*> --- OpPin-StoreHash ---
*> Appends a PIN change to save/op-pins.dat ("-" clears the PIN).
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-StoreHash.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-OP-PINS
        ASSIGN TO "save/op-pins.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-OP-PINS.
    01 OP-PINS-LINE              PIC X(80).
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-HASH                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-HASH.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    MOVE SPACES TO OP-PINS-LINE
    STRING UUID-STR DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-HASH) DELIMITED BY SIZE
        INTO OP-PINS-LINE
    OPEN EXTEND FD-OP-PINS
    WRITE OP-PINS-LINE
    CLOSE FD-OP-PINS
    GOBACK.

END PROGRAM OpPin-StoreHash.

*> --- OpPin-FindEntry ---
*> The session-table slot for a UUID, claimed on first use. A full
*> table gives up the slot used longest ago - a lapsed unlock at worst.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-FindEntry.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-OP-PINS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 OLDEST-INDEX              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-ENTRY-INDEX            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-ENTRY-INDEX.
    MOVE 0 TO LK-ENTRY-INDEX
    MOVE 0 TO FREE-INDEX
    MOVE 1 TO OLDEST-INDEX
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > MAX-OP-PIN-ENTRIES
        IF OP-PIN-UUID(ENTRY-INDEX) = LK-PLAYER-UUID
            MOVE ENTRY-INDEX TO LK-ENTRY-INDEX
            GOBACK
        END-IF
        IF OP-PIN-UUID(ENTRY-INDEX) = SPACES AND FREE-INDEX = 0
            MOVE ENTRY-INDEX TO FREE-INDEX
        END-IF
        IF OP-PIN-LAST-USE-TICK(ENTRY-INDEX)
                < OP-PIN-LAST-USE-TICK(OLDEST-INDEX)
            MOVE ENTRY-INDEX TO OLDEST-INDEX
        END-IF
    END-PERFORM

    IF FREE-INDEX = 0
        MOVE OLDEST-INDEX TO FREE-INDEX
    END-IF
    MOVE LK-PLAYER-UUID TO OP-PIN-UUID(FREE-INDEX)
    MOVE 0 TO OP-PIN-UNLOCKED(FREE-INDEX)
    MOVE SPACES TO OP-PIN-ADDRESS(FREE-INDEX)
    MOVE 0 TO OP-PIN-LAST-USE-TICK(FREE-INDEX)
    MOVE 0 TO OP-PIN-FAILURES(FREE-INDEX)
    MOVE 0 TO OP-PIN-BLOCKED-UNTIL(FREE-INDEX)
    MOVE FREE-INDEX TO LK-ENTRY-INDEX
    GOBACK.

END PROGRAM OpPin-FindEntry.

*> --- OpPin-Check ---
*> Asked by Commands-Dispatch before any command of permission level 2
*> or higher runs for a player, and by LOTTERY and BOOSTER before their
*> operator side (both are registered at level 0). LK-STATE comes back
*> 0 (go ahead), 1 (a PIN is set and operator commands are locked) or 2
*> (op-pin-required is on and this op has no PIN yet). An unlock holds
*> while it keeps being used from the address it was given on: idle
*> past op-pin-idle-minutes, or back from a different address, and it
*> is dropped and the PIN asked for again.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-Check.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-OP-PINS.
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-WORLD.
    01 STORED-HASH               PIC X(40).
    01 HASH-FOUND                BINARY-CHAR UNSIGNED.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 LOG-MESSAGE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-STATE                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-STATE.
    MOVE 0 TO LK-STATE
    CALL "OpPin-LoadHash" USING PLAYER-UUID(LK-PLAYER-ID) STORED-HASH
        HASH-FOUND
    IF HASH-FOUND = 0
        IF OP-PIN-REQUIRED NOT = 0
            MOVE 2 TO LK-STATE
        END-IF
        GOBACK
    END-IF

    CALL "OpPin-FindEntry" USING PLAYER-UUID(LK-PLAYER-ID) ENTRY-INDEX
    IF OP-PIN-UNLOCKED(ENTRY-INDEX) = 0
        MOVE 1 TO LK-STATE
        GOBACK
    END-IF

    IF OP-PIN-ADDRESS(ENTRY-INDEX) NOT =
            CLIENT-REMOTE-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID))
            OR WORLD-CURRENT-TICK - OP-PIN-LAST-USE-TICK(ENTRY-INDEX)
                > OP-PIN-IDLE-TICKS
        MOVE 0 TO OP-PIN-UNLOCKED(ENTRY-INDEX)
        MOVE SPACES TO LOG-MESSAGE
        STRING "operator commands locked again for " DELIMITED BY SIZE
            PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
                DELIMITED BY SIZE
            " (idle or new address)" DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
        MOVE 1 TO LK-STATE
        GOBACK
    END-IF

    MOVE WORLD-CURRENT-TICK TO OP-PIN-LAST-USE-TICK(ENTRY-INDEX)
    GOBACK.

END PROGRAM OpPin-Check.

*> --- OpPin-OnDisconnect ---
*> An unlock lasts the session it was given in: leaving drops it, so a
*> reconnect asks for the PIN again however soon it comes. The failure
*> count and any block stand - leaving is no way around a run of wrong
*> PINs. A player with no entry has nothing to drop, and none is made.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpPin-OnDisconnect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-OP-PINS.
    COPY DD-PLAYERS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > MAX-OP-PIN-ENTRIES
        IF OP-PIN-UUID(ENTRY-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
            MOVE 0 TO OP-PIN-UNLOCKED(ENTRY-INDEX)
            MOVE 0 TO OP-PIN-LAST-USE-TICK(ENTRY-INDEX)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM OpPin-OnDisconnect.

*> --- RegisterCommand-Pin ---
*> PIN, permission level 1 so it is never behind the gate it opens:
*>   PIN <pin>                  - unlock operator commands
*>   PIN SET <new pin>          - register or change the PIN (4 to 12
*>                                digits; changing needs an unlock first)
*>   PIN LOCK                   - lock again now
*>   PIN RESET <player>         - clear a player's PIN (RCON/console only)
*>   PIN                        - show the PIN state
*> Wrong PINs count against op-pin-max-failures; reaching it blocks the
*> account's attempts for op-pin-block-minutes. Every wrong PIN is
*> logged and sent to the webhook as an "op-pin-failed" event.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Pin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Pin"
    CALL "Commands-Register" USING "PIN" 1 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Pin ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Pin.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-OP-PINS.
        COPY DD-COMMANDS.
        COPY DD-PLAYERS.
        COPY DD-CLIENTS.
        COPY DD-WORLD.
        01 ACTION                 PIC X(16).
        01 ARGUMENT               PIC X(16).
        01 ARGUMENT-LENGTH        BINARY-LONG UNSIGNED.
        01 ACTOR                  BINARY-CHAR.
        01 STORED-HASH            PIC X(40).
        01 HASH-FOUND             BINARY-CHAR UNSIGNED.
        01 GIVEN-HASH             PIC X(40).
        01 ENTRY-INDEX            BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 MINUTES-LEFT           BINARY-LONG-LONG.
        01 MINUTES-DISPLAY        PIC Z(4)9.
        01 COUNT-DISPLAY          PIC Z9.
        01 MAX-DISPLAY            PIC Z9.
        01 LOG-MESSAGE            PIC X(160).
        01 WEBHOOK-DETAIL         PIC X(256).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO ACTION
        MOVE SPACES TO ARGUMENT
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO ACTION ARGUMENT
        END-IF
        MOVE COMMANDS-ACTOR-PLAYER TO ACTOR

        IF FUNCTION UPPER-CASE(ACTION) = "RESET"
            PERFORM RESET-PIN
            GOBACK
        END-IF
        IF ACTOR = 0
            MOVE "Only a player can unlock, set or lock a PIN"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        CALL "OpPin-LoadHash" USING PLAYER-UUID(ACTOR) STORED-HASH
            HASH-FOUND
        CALL "OpPin-FindEntry" USING PLAYER-UUID(ACTOR) ENTRY-INDEX

        EVALUATE FUNCTION UPPER-CASE(ACTION)
            WHEN SPACES
                PERFORM SHOW-STATE
            WHEN "SET"
                PERFORM SET-PIN
            WHEN "LOCK"
                MOVE 0 TO OP-PIN-UNLOCKED(ENTRY-INDEX)
                MOVE "Operator commands locked" TO LK-COMMAND-RESPONSE-TEXT
            WHEN OTHER
                MOVE ACTION TO ARGUMENT
                PERFORM UNLOCK-COMMANDS
        END-EVALUATE
        PERFORM RESPOND
        GOBACK.

    SHOW-STATE.
        EVALUATE TRUE
            WHEN HASH-FOUND = 0
                MOVE "No PIN set - register one with PIN SET <digits>"
                    TO LK-COMMAND-RESPONSE-TEXT
            WHEN OP-PIN-UNLOCKED(ENTRY-INDEX) NOT = 0
                MOVE "Operator commands are unlocked"
                    TO LK-COMMAND-RESPONSE-TEXT
            WHEN OTHER
                MOVE "Operator commands are locked - unlock with PIN <pin>"
                    TO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE.

    SET-PIN.
        IF HASH-FOUND NOT = 0 AND OP-PIN-UNLOCKED(ENTRY-INDEX) = 0
            MOVE "Unlock with your current PIN before changing it"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE ARGUMENT-LENGTH = FUNCTION STORED-CHAR-LENGTH(ARGUMENT)
        IF ARGUMENT-LENGTH < 4 OR ARGUMENT-LENGTH > 12
            MOVE "A PIN is 4 to 12 digits" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF ARGUMENT(1:ARGUMENT-LENGTH) IS NOT NUMERIC
            MOVE "A PIN is 4 to 12 digits" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        CALL "OpPin-Hash" USING PLAYER-UUID(ACTOR) ARGUMENT GIVEN-HASH
        CALL "OpPin-StoreHash" USING PLAYER-UUID(ACTOR) GIVEN-HASH
        PERFORM MARK-UNLOCKED
        MOVE SPACES TO LOG-MESSAGE
        STRING "operator PIN set by " DELIMITED BY SIZE
            PLAYER-NAME(ACTOR)(1:PLAYER-NAME-LENGTH(ACTOR)) DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
        MOVE "PIN set - operator commands are unlocked"
            TO LK-COMMAND-RESPONSE-TEXT.

    UNLOCK-COMMANDS.
        IF HASH-FOUND = 0
            MOVE "No PIN set - register one with PIN SET <digits>"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF OP-PIN-BLOCKED-UNTIL(ENTRY-INDEX) > WORLD-CURRENT-TICK
            COMPUTE MINUTES-LEFT = (OP-PIN-BLOCKED-UNTIL(ENTRY-INDEX)
                - WORLD-CURRENT-TICK + 1199) / 1200
            MOVE MINUTES-LEFT TO MINUTES-DISPLAY
            STRING "Too many wrong PINs - try again in " DELIMITED BY SIZE
                FUNCTION TRIM(MINUTES-DISPLAY) DELIMITED BY SIZE
                " minute(s)" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        CALL "OpPin-Hash" USING PLAYER-UUID(ACTOR) ARGUMENT GIVEN-HASH
        IF GIVEN-HASH = STORED-HASH
            PERFORM MARK-UNLOCKED
            MOVE SPACES TO LOG-MESSAGE
            STRING "operator commands unlocked by " DELIMITED BY SIZE
                PLAYER-NAME(ACTOR)(1:PLAYER-NAME-LENGTH(ACTOR))
                    DELIMITED BY SIZE
                " from " DELIMITED BY SIZE
                FUNCTION TRIM(CLIENT-REMOTE-ADDRESS(PLAYER-CLIENT(ACTOR)))
                    DELIMITED BY SIZE
                INTO LOG-MESSAGE
            CALL "Log-Write" USING "INFO" LOG-MESSAGE
            MOVE "Operator commands unlocked" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO OP-PIN-FAILURES(ENTRY-INDEX)
        MOVE OP-PIN-FAILURES(ENTRY-INDEX) TO COUNT-DISPLAY
        MOVE OP-PIN-MAX-FAILURES TO MAX-DISPLAY
        MOVE SPACES TO LOG-MESSAGE
        STRING "wrong operator PIN for " DELIMITED BY SIZE
            PLAYER-NAME(ACTOR)(1:PLAYER-NAME-LENGTH(ACTOR)) DELIMITED BY SIZE
            " from " DELIMITED BY SIZE
            FUNCTION TRIM(CLIENT-REMOTE-ADDRESS(PLAYER-CLIENT(ACTOR)))
                DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
            " of " DELIMITED BY SIZE
            FUNCTION TRIM(MAX-DISPLAY) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO LOG-MESSAGE
        MOVE "Wrong PIN" TO LK-COMMAND-RESPONSE-TEXT
        IF OP-PIN-FAILURES(ENTRY-INDEX) >= OP-PIN-MAX-FAILURES
            COMPUTE OP-PIN-BLOCKED-UNTIL(ENTRY-INDEX) =
                WORLD-CURRENT-TICK + OP-PIN-BLOCK-TICKS
            MOVE 0 TO OP-PIN-FAILURES(ENTRY-INDEX)
            COMPUTE MINUTES-LEFT = OP-PIN-BLOCK-TICKS / 1200
            MOVE MINUTES-LEFT TO MINUTES-DISPLAY
            STRING LOG-MESSAGE DELIMITED BY "  "
                ", attempts blocked for " DELIMITED BY SIZE
                FUNCTION TRIM(MINUTES-DISPLAY) DELIMITED BY SIZE
                " minute(s)" DELIMITED BY SIZE
                INTO WEBHOOK-DETAIL
            MOVE WEBHOOK-DETAIL(1:160) TO LOG-MESSAGE
            MOVE SPACES TO LK-COMMAND-RESPONSE-TEXT
            STRING "Wrong PIN - attempts blocked for " DELIMITED BY SIZE
                FUNCTION TRIM(MINUTES-DISPLAY) DELIMITED BY SIZE
                " minute(s)" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
        END-IF
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        MOVE SPACES TO WEBHOOK-DETAIL
        MOVE LOG-MESSAGE TO WEBHOOK-DETAIL
        CALL "Webhook-Enqueue" USING "op-pin-failed" WEBHOOK-DETAIL
            FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL).

    MARK-UNLOCKED.
        MOVE 1 TO OP-PIN-UNLOCKED(ENTRY-INDEX)
        MOVE CLIENT-REMOTE-ADDRESS(PLAYER-CLIENT(ACTOR))
            TO OP-PIN-ADDRESS(ENTRY-INDEX)
        MOVE WORLD-CURRENT-TICK TO OP-PIN-LAST-USE-TICK(ENTRY-INDEX)
        MOVE 0 TO OP-PIN-FAILURES(ENTRY-INDEX)
        MOVE 0 TO OP-PIN-BLOCKED-UNTIL(ENTRY-INDEX).

    *> from RCON or the console only: an op who could reset PINs in game
    *> would make a stolen account's first move clearing the owner's
    RESET-PIN.
        IF COMMANDS-ACTOR-PLAYER NOT = 0 OR LK-COMMAND-PERMISSION < 4
            MOVE "PIN RESET is only available from RCON or the console"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            EXIT PARAGRAPH
        END-IF
        COMPUTE ARGUMENT-LENGTH = FUNCTION STORED-CHAR-LENGTH(ARGUMENT)
        MOVE 0 TO TARGET-FOUND
        IF ARGUMENT-LENGTH > 0
            CALL "Players-LookupUUIDByName" USING ARGUMENT ARGUMENT-LENGTH
                TARGET-UUID TARGET-FOUND
        END-IF
        IF TARGET-FOUND = 0
            STRING "Unknown player: " DELIMITED BY SIZE
                FUNCTION TRIM(ARGUMENT) DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            EXIT PARAGRAPH
        END-IF
        CALL "OpPin-StoreHash" USING TARGET-UUID "-"
        CALL "OpPin-FindEntry" USING TARGET-UUID ENTRY-INDEX
        MOVE 0 TO OP-PIN-UNLOCKED(ENTRY-INDEX)
        MOVE SPACES TO LOG-MESSAGE
        STRING "operator PIN cleared for " DELIMITED BY SIZE
            FUNCTION TRIM(ARGUMENT) DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        STRING "PIN cleared for " DELIMITED BY SIZE
            FUNCTION TRIM(ARGUMENT) DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT
        PERFORM RESPOND.

    RESPOND.
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    END PROGRAM Callback-Pin.

END PROGRAM RegisterCommand-Pin.
