*> --- Regions-Init ---
*> Clears the admin region table and reloads it from save/regions.dat.
*> Called once at server startup, after the persisted mobs and drops
*> are back, so a no-mobs region never refuses a saved mob its return.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REGION-FILE-IN
        ASSIGN TO "save/regions.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REGION-FILE-IN.
    COPY DD-REGION-FILE.
WORKING-STORAGE SECTION.
    COPY DD-REGIONS.
    01 REGION-INDEX              BINARY-LONG UNSIGNED.
    01 FLAG-INDEX                BINARY-LONG UNSIGNED.
    01 PLAYER-SLOT               BINARY-LONG UNSIGNED.
    01 FILE-EXHAUSTED            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING REGION-INDEX FROM 1 BY 1
            UNTIL REGION-INDEX > MAX-REGIONS
        MOVE 0 TO REGION-USED(REGION-INDEX)
    END-PERFORM
    PERFORM VARYING PLAYER-SLOT FROM 1 BY 1 UNTIL PLAYER-SLOT > 20
        MOVE LOW-VALUES TO REGION-PLAYER-UUID(PLAYER-SLOT)
    END-PERFORM

    MOVE 0 TO REGION-INDEX
    MOVE 0 TO FILE-EXHAUSTED
    OPEN INPUT FD-REGION-FILE-IN
    PERFORM UNTIL FILE-EXHAUSTED NOT = 0 OR REGION-INDEX >= MAX-REGIONS
        READ FD-REGION-FILE-IN
            AT END
                MOVE 1 TO FILE-EXHAUSTED
            NOT AT END
                ADD 1 TO REGION-INDEX
                MOVE 1 TO REGION-USED(REGION-INDEX)
                MOVE FILE-REGION-NAME TO REGION-NAME(REGION-INDEX)
                MOVE FILE-REGION-PRIORITY TO REGION-PRIORITY(REGION-INDEX)
                MOVE FILE-REGION-MIN-X TO REGION-MIN-X(REGION-INDEX)
                MOVE FILE-REGION-MIN-Y TO REGION-MIN-Y(REGION-INDEX)
                MOVE FILE-REGION-MIN-Z TO REGION-MIN-Z(REGION-INDEX)
                MOVE FILE-REGION-MAX-X TO REGION-MAX-X(REGION-INDEX)
                MOVE FILE-REGION-MAX-Y TO REGION-MAX-Y(REGION-INDEX)
                MOVE FILE-REGION-MAX-Z TO REGION-MAX-Z(REGION-INDEX)
                PERFORM VARYING FLAG-INDEX FROM 1 BY 1
                        UNTIL FLAG-INDEX > REGION-FLAG-COUNT
                    MOVE FILE-REGION-FLAGS(FLAG-INDEX:1)
                        TO REGION-FLAG(REGION-INDEX, FLAG-INDEX)
                    *> anything but allow or deny is "not set"
                    IF NOT REGION-FLAG-ALLOW(REGION-INDEX, FLAG-INDEX)
                            AND NOT REGION-FLAG-DENY(REGION-INDEX, FLAG-INDEX)
                        SET REGION-FLAG-UNSET(REGION-INDEX, FLAG-INDEX)
                            TO TRUE
                    END-IF
                END-PERFORM
                MOVE FILE-REGION-ENTRY-MESSAGE
                    TO REGION-ENTRY-MESSAGE(REGION-INDEX)
                MOVE FILE-REGION-EXIT-MESSAGE
                    TO REGION-EXIT-MESSAGE(REGION-INDEX)
        END-READ
    END-PERFORM
    CLOSE FD-REGION-FILE-IN
    GOBACK.

END PROGRAM Regions-Init.

*> --- Regions-Save ---
*> Writes every region to save/regions.dat through the usual
*> temp-then-rename, called after every REGION change.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REGION-FILE-OUT
        ASSIGN TO "save/regions.dat.tmp"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REGION-FILE-OUT.
    COPY DD-REGION-FILE.
WORKING-STORAGE SECTION.
    COPY DD-REGIONS.
    01 REGION-INDEX              BINARY-LONG UNSIGNED.
    01 FLAG-INDEX                BINARY-LONG UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-REGION-FILE-OUT
    PERFORM VARYING REGION-INDEX FROM 1 BY 1
            UNTIL REGION-INDEX > MAX-REGIONS
        IF REGION-USED(REGION-INDEX) NOT = 0
            MOVE REGION-NAME(REGION-INDEX) TO FILE-REGION-NAME
            MOVE REGION-PRIORITY(REGION-INDEX) TO FILE-REGION-PRIORITY
            MOVE REGION-MIN-X(REGION-INDEX) TO FILE-REGION-MIN-X
            MOVE REGION-MIN-Y(REGION-INDEX) TO FILE-REGION-MIN-Y
            MOVE REGION-MIN-Z(REGION-INDEX) TO FILE-REGION-MIN-Z
            MOVE REGION-MAX-X(REGION-INDEX) TO FILE-REGION-MAX-X
            MOVE REGION-MAX-Y(REGION-INDEX) TO FILE-REGION-MAX-Y
            MOVE REGION-MAX-Z(REGION-INDEX) TO FILE-REGION-MAX-Z
            PERFORM VARYING FLAG-INDEX FROM 1 BY 1
                    UNTIL FLAG-INDEX > REGION-FLAG-COUNT
                MOVE REGION-FLAG(REGION-INDEX, FLAG-INDEX)
                    TO FILE-REGION-FLAGS(FLAG-INDEX:1)
            END-PERFORM
            MOVE REGION-ENTRY-MESSAGE(REGION-INDEX)
                TO FILE-REGION-ENTRY-MESSAGE
            MOVE REGION-EXIT-MESSAGE(REGION-INDEX)
                TO FILE-REGION-EXIT-MESSAGE
            WRITE FILE-REGION
        END-IF
    END-PERFORM
    CLOSE FD-REGION-FILE-OUT

    CALL "CBL_RENAME_FILE" USING "save/regions.dat.tmp" "save/regions.dat"
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "region save failed, could not replace save/regions.dat"
    END-IF
    GOBACK.

END PROGRAM Regions-Save.

*> --- Regions-FindByName ---
*> Returns the index of the region with a name, or 0 when there is none.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-FindByName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REGIONS.
LINKAGE SECTION.
    01 LK-NAME                   PIC X(16).
    01 LK-REGION-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-REGION-INDEX.
    IF LK-NAME NOT = SPACES
        PERFORM VARYING LK-REGION-INDEX FROM 1 BY 1
                UNTIL LK-REGION-INDEX > MAX-REGIONS
            IF REGION-USED(LK-REGION-INDEX) NOT = 0
                    AND REGION-NAME(LK-REGION-INDEX) = LK-NAME
                GOBACK
            END-IF
        END-PERFORM
    END-IF
    MOVE 0 TO LK-REGION-INDEX
    GOBACK.

END PROGRAM Regions-FindByName.

*> --- Regions-CheckFlag ---
*> Whether a behaviour (one of the flag names in DD-REGIONS) is allowed
*> at a position. Of the regions containing the spot that set the flag,
*> the highest priority decides, a deny beating an allow at the same
*> priority; where no region sets it, it is allowed - regions only ever
*> add rules to the world, they never take the claim rules away.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-CheckFlag.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REGIONS.
    01 REGION-INDEX              BINARY-LONG UNSIGNED.
    01 FLAG-INDEX                BINARY-LONG UNSIGNED.
    01 DECIDED                   BINARY-CHAR UNSIGNED.
    01 DECIDING-PRIORITY         BINARY-LONG.
LINKAGE SECTION.
    01 LK-FLAG-NAME              PIC X ANY LENGTH.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FLAG-NAME LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    PERFORM VARYING FLAG-INDEX FROM 1 BY 1
            UNTIL FLAG-INDEX > REGION-FLAG-COUNT
        IF REGION-FLAG-NAME(FLAG-INDEX) = LK-FLAG-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF FLAG-INDEX > REGION-FLAG-COUNT
        GOBACK
    END-IF

    MOVE 0 TO DECIDED
    PERFORM VARYING REGION-INDEX FROM 1 BY 1
            UNTIL REGION-INDEX > MAX-REGIONS
        IF REGION-USED(REGION-INDEX) NOT = 0
                AND NOT REGION-FLAG-UNSET(REGION-INDEX, FLAG-INDEX)
                AND LK-X >= REGION-MIN-X(REGION-INDEX)
                AND LK-X <= REGION-MAX-X(REGION-INDEX)
                AND LK-Y >= REGION-MIN-Y(REGION-INDEX)
                AND LK-Y <= REGION-MAX-Y(REGION-INDEX)
                AND LK-Z >= REGION-MIN-Z(REGION-INDEX)
                AND LK-Z <= REGION-MAX-Z(REGION-INDEX)
            EVALUATE TRUE
                WHEN DECIDED = 0
                WHEN REGION-PRIORITY(REGION-INDEX) > DECIDING-PRIORITY
                    MOVE 1 TO DECIDED
                    MOVE REGION-PRIORITY(REGION-INDEX) TO DECIDING-PRIORITY
                    IF REGION-FLAG-DENY(REGION-INDEX, FLAG-INDEX)
                        MOVE 0 TO LK-ALLOWED
                    ELSE
                        MOVE 1 TO LK-ALLOWED
                    END-IF
                WHEN REGION-PRIORITY(REGION-INDEX) = DECIDING-PRIORITY
                    IF REGION-FLAG-DENY(REGION-INDEX, FLAG-INDEX)
                        MOVE 0 TO LK-ALLOWED
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Regions-CheckFlag.

*> --- Regions-AllowsHit ---
*> PvP: a player hit is refused when either the attacker or the victim
*> stands where the PVP flag is denied, so nobody can shoot into spawn
*> from its doorstep either. A duel is between its two players, who
*> agreed to it, wherever its arena happens to be.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-AllowsHit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-DUELS.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-VICTIM-ID              BINARY-CHAR.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-VICTIM-ID LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF DUEL-ACTIVE(LK-ATTACKER-ID) NOT = 0
            AND DUEL-OPPONENT(LK-ATTACKER-ID) = LK-VICTIM-ID
        GOBACK
    END-IF
    CALL "Regions-CheckFlag" USING "PVP" PLAYER-POSITION(LK-VICTIM-ID)
        LK-ALLOWED
    IF LK-ALLOWED NOT = 0
        CALL "Regions-CheckFlag" USING "PVP"
            PLAYER-POSITION(LK-ATTACKER-ID) LK-ALLOWED
    END-IF
    GOBACK.

END PROGRAM Regions-AllowsHit.

*> --- Regions-AllowsSpawn ---
*> Whether an entity of a type may be spawned at a position under the
*> MOBS flag. As with the density caps, only living mobs are stopped:
*> hologram displays and vehicles ride the entity table too, but they
*> are placed deliberately and neither think nor wander.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-AllowsSpawn.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DISPLAY-TALLY             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-TYPE-NAME              PIC X(32).
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-TYPE-NAME LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF LK-TYPE-NAME = "minecraft:boat" OR LK-TYPE-NAME = "minecraft:minecart"
        GOBACK
    END-IF
    MOVE 0 TO DISPLAY-TALLY
    INSPECT LK-TYPE-NAME TALLYING DISPLAY-TALLY FOR ALL "_display"
    IF DISPLAY-TALLY > 0
        GOBACK
    END-IF
    CALL "Regions-CheckFlag" USING "MOBS" LK-POSITION LK-ALLOWED
    GOBACK.

END PROGRAM Regions-AllowsSpawn.

*> --- Regions-Notify ---
*> Tells one player why a region just said no, through the message
*> catalog.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-Notify.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-KEY                    PIC X ANY LENGTH.
    01 LK-DEFAULT                PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-KEY LK-DEFAULT.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    IF PLAYER-CLIENT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID LK-KEY LK-DEFAULT " "
        CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

END PROGRAM Regions-Notify.

*> --- Regions-TickPlayer ---
*> World-Tick's per-player region upkeep, twice a second: works out which
*> regions the player now stands in and sends the entry message of each
*> one newly entered and the exit message of each one left. A slot seen
*> with a new UUID (a fresh join) starts from where the player is,
*> silently - logging in at spawn isn't entering it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-TickPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-REGIONS.
    01 REGION-INDEX              BINARY-LONG UNSIGNED.
    01 NOW-INSIDE                BINARY-CHAR UNSIGNED.
    01 FRESH-SLOT                BINARY-CHAR UNSIGNED.
    01 REGION-MESSAGE            PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF FUNCTION MOD(WORLD-CURRENT-TICK, 10) NOT = 0
        GOBACK
    END-IF
    MOVE 0 TO FRESH-SLOT
    IF REGION-PLAYER-UUID(LK-PLAYER-ID) NOT = PLAYER-UUID(LK-PLAYER-ID)
        MOVE PLAYER-UUID(LK-PLAYER-ID) TO REGION-PLAYER-UUID(LK-PLAYER-ID)
        MOVE 1 TO FRESH-SLOT
    END-IF

    PERFORM VARYING REGION-INDEX FROM 1 BY 1
            UNTIL REGION-INDEX > MAX-REGIONS
        MOVE 0 TO NOW-INSIDE
        IF REGION-USED(REGION-INDEX) NOT = 0
                AND PLAYER-X(LK-PLAYER-ID) >= REGION-MIN-X(REGION-INDEX)
                AND PLAYER-X(LK-PLAYER-ID) <= REGION-MAX-X(REGION-INDEX)
                AND PLAYER-Y(LK-PLAYER-ID) >= REGION-MIN-Y(REGION-INDEX)
                AND PLAYER-Y(LK-PLAYER-ID) <= REGION-MAX-Y(REGION-INDEX)
                AND PLAYER-Z(LK-PLAYER-ID) >= REGION-MIN-Z(REGION-INDEX)
                AND PLAYER-Z(LK-PLAYER-ID) <= REGION-MAX-Z(REGION-INDEX)
            MOVE 1 TO NOW-INSIDE
        END-IF
        IF FRESH-SLOT = 0
                AND NOW-INSIDE NOT = REGION-INSIDE(LK-PLAYER-ID, REGION-INDEX)
            MOVE SPACES TO REGION-MESSAGE
            IF NOW-INSIDE NOT = 0
                MOVE REGION-ENTRY-MESSAGE(REGION-INDEX) TO REGION-MESSAGE
            ELSE
                MOVE REGION-EXIT-MESSAGE(REGION-INDEX) TO REGION-MESSAGE
            END-IF
            IF REGION-MESSAGE NOT = SPACES
                CALL "SendPacket-SystemChat" USING
                    PLAYER-CLIENT(LK-PLAYER-ID)
                    FUNCTION TRIM(REGION-MESSAGE)
            END-IF
        END-IF
        MOVE NOW-INSIDE TO REGION-INSIDE(LK-PLAYER-ID, REGION-INDEX)
    END-PERFORM
    GOBACK.

END PROGRAM Regions-TickPlayer.

*> --- RegisterCommand-Region ---
*> Registers REGION at permission level 3, for managing the admin
*> protected regions:
*>   REGION [list]                           - every region, one line each
*>   REGION info [<name>]                    - one region, or those here
*>   REGION define <name> <priority> <x1> <y1> <z1> <x2> <y2> <z2>
*>                                           - add a region, or move one
*>   REGION remove <name>
*>   REGION priority <name> <n>
*>   REGION flag <name> <flag> allow|deny|none
*>   REGION entry <name> <text>|none         - the greeting on entering
*>   REGION exit <name> <text>|none          - the farewell on leaving
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Region.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Region"
    CALL "Commands-Register" USING "REGION" 3 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Region ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Region.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-REGIONS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 SUB-COMMAND            PIC X(12).
        01 NAME-ARG               PIC X(16).
        01 VALUE-ARG              PIC X(12) OCCURS 7 TIMES.
        01 TEXT-POINTER           BINARY-LONG UNSIGNED.
        01 TEXT-ARG               PIC X(80).
        01 CORNER-VALUE           BINARY-LONG OCCURS 6 TIMES.
        01 ARG-INDEX              BINARY-LONG UNSIGNED.
        01 REGION-INDEX           BINARY-LONG UNSIGNED.
        01 FREE-INDEX             BINARY-LONG UNSIGNED.
        01 FLAG-INDEX             BINARY-LONG UNSIGNED.
        01 PLAYER-SLOT            BINARY-LONG UNSIGNED.
        01 PRIORITY-VALUE         BINARY-LONG.
        01 NUMBER-DISPLAY         PIC -(9)9.
        01 FLAG-NAME-ARG          PIC X(12).
        01 SETTING-ARG            PIC X(12).
        01 LIST-LINE              PIC X(255).
        01 LIST-POINTER           BINARY-LONG UNSIGNED.
        01 ANY-LISTED             BINARY-CHAR UNSIGNED.
        01 ARGS-VALID             BINARY-CHAR UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO SUB-COMMAND NAME-ARG TEXT-ARG
        PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > 7
            MOVE SPACES TO VALUE-ARG(ARG-INDEX)
        END-PERFORM
        MOVE 1 TO TEXT-POINTER
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND NAME-ARG
                WITH POINTER TEXT-POINTER
            *> the greeting texts are the rest of the line, spaces and all
            IF TEXT-POINTER <= LK-COMMAND-ARGS-LENGTH
                MOVE LK-COMMAND-ARGS(TEXT-POINTER:
                    LK-COMMAND-ARGS-LENGTH - TEXT-POINTER + 1) TO TEXT-ARG
                UNSTRING LK-COMMAND-ARGS(TEXT-POINTER:
                        LK-COMMAND-ARGS-LENGTH - TEXT-POINTER + 1)
                    DELIMITED BY ALL " " INTO VALUE-ARG(1) VALUE-ARG(2)
                    VALUE-ARG(3) VALUE-ARG(4) VALUE-ARG(5) VALUE-ARG(6)
                    VALUE-ARG(7)
            END-IF
        END-IF

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN SPACES
            WHEN "LIST"
                PERFORM LIST-REGIONS
            WHEN "INFO"
                PERFORM SHOW-INFO
            WHEN "DEFINE"
                PERFORM DEFINE-REGION
            WHEN "REMOVE"
                PERFORM REMOVE-REGION
            WHEN "PRIORITY"
                PERFORM SET-PRIORITY
            WHEN "FLAG"
                PERFORM SET-FLAG
            WHEN "ENTRY"
            WHEN "EXIT"
                PERFORM SET-MESSAGE
            WHEN OTHER
                STRING "Usage: region [list | info [<name>] | define "
                    "<name> <priority> <x1> <y1> <z1> <x2> <y2> <z2> | "
                    "remove <name> | priority <name> <n> | flag <name> "
                    "<flag> allow|deny|none | entry|exit <name> "
                    "<text>|none]"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    LIST-REGIONS.
        MOVE 0 TO ANY-LISTED
        PERFORM VARYING REGION-INDEX FROM 1 BY 1
                UNTIL REGION-INDEX > MAX-REGIONS
            IF REGION-USED(REGION-INDEX) NOT = 0
                MOVE 1 TO ANY-LISTED
                PERFORM DESCRIBE-REGION
                PERFORM SEND-LIST-LINE
            END-IF
        END-PERFORM
        IF ANY-LISTED = 0
            MOVE "No regions defined" TO LK-COMMAND-RESPONSE-TEXT
        END-IF.

    SHOW-INFO.
        IF NAME-ARG NOT = SPACES
            CALL "Regions-FindByName" USING NAME-ARG REGION-INDEX
            IF REGION-INDEX = 0
                PERFORM NO-SUCH-REGION
                EXIT PARAGRAPH
            END-IF
            PERFORM DESCRIBE-REGION
            PERFORM SEND-LIST-LINE
            PERFORM DESCRIBE-MESSAGES
            EXIT PARAGRAPH
        END-IF
        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "Usage: region info <name> (or, as a player, where you stand)"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO ANY-LISTED
        PERFORM VARYING REGION-INDEX FROM 1 BY 1
                UNTIL REGION-INDEX > MAX-REGIONS
            IF REGION-USED(REGION-INDEX) NOT = 0
                    AND PLAYER-X(COMMANDS-ACTOR-PLAYER)
                        >= REGION-MIN-X(REGION-INDEX)
                    AND PLAYER-X(COMMANDS-ACTOR-PLAYER)
                        <= REGION-MAX-X(REGION-INDEX)
                    AND PLAYER-Y(COMMANDS-ACTOR-PLAYER)
                        >= REGION-MIN-Y(REGION-INDEX)
                    AND PLAYER-Y(COMMANDS-ACTOR-PLAYER)
                        <= REGION-MAX-Y(REGION-INDEX)
                    AND PLAYER-Z(COMMANDS-ACTOR-PLAYER)
                        >= REGION-MIN-Z(REGION-INDEX)
                    AND PLAYER-Z(COMMANDS-ACTOR-PLAYER)
                        <= REGION-MAX-Z(REGION-INDEX)
                MOVE 1 TO ANY-LISTED
                PERFORM DESCRIBE-REGION
                PERFORM SEND-LIST-LINE
            END-IF
        END-PERFORM
        IF ANY-LISTED = 0
            MOVE "You are not inside any region" TO LK-COMMAND-RESPONSE-TEXT
        END-IF.

    DEFINE-REGION.
        IF NAME-ARG = SPACES
            MOVE "Usage: region define <name> <priority> <x1> <y1> <z1> <x2> <y2> <z2>"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO ARGS-VALID
        PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > 7
            IF VALUE-ARG(ARG-INDEX) = SPACES
                    OR FUNCTION TEST-NUMVAL(VALUE-ARG(ARG-INDEX)) NOT = 0
                MOVE 0 TO ARGS-VALID
            END-IF
        END-PERFORM
        IF ARGS-VALID = 0
            MOVE "Usage: region define <name> <priority> <x1> <y1> <z1> <x2> <y2> <z2>"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE PRIORITY-VALUE = FUNCTION NUMVAL(VALUE-ARG(1))
        PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > 6
            COMPUTE CORNER-VALUE(ARG-INDEX) =
                FUNCTION NUMVAL(VALUE-ARG(ARG-INDEX + 1))
        END-PERFORM

        *> an existing name is moved and re-prioritised, flags and
        *> greetings kept; a new one starts with nothing set
        CALL "Regions-FindByName" USING NAME-ARG REGION-INDEX
        IF REGION-INDEX = 0
            MOVE 0 TO FREE-INDEX
            PERFORM VARYING REGION-INDEX FROM 1 BY 1
                    UNTIL REGION-INDEX > MAX-REGIONS OR FREE-INDEX NOT = 0
                IF REGION-USED(REGION-INDEX) = 0
                    MOVE REGION-INDEX TO FREE-INDEX
                END-IF
            END-PERFORM
            IF FREE-INDEX = 0
                MOVE "The region table is full" TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            END-IF
            MOVE FREE-INDEX TO REGION-INDEX
            MOVE 1 TO REGION-USED(REGION-INDEX)
            MOVE NAME-ARG TO REGION-NAME(REGION-INDEX)
            PERFORM VARYING FLAG-INDEX FROM 1 BY 1
                    UNTIL FLAG-INDEX > REGION-FLAG-COUNT
                SET REGION-FLAG-UNSET(REGION-INDEX, FLAG-INDEX) TO TRUE
            END-PERFORM
            MOVE SPACES TO REGION-ENTRY-MESSAGE(REGION-INDEX)
            MOVE SPACES TO REGION-EXIT-MESSAGE(REGION-INDEX)
            PERFORM FORGET-WHO-IS-INSIDE
        END-IF
        MOVE PRIORITY-VALUE TO REGION-PRIORITY(REGION-INDEX)
        *> the corners may come in either order
        MOVE FUNCTION MIN(CORNER-VALUE(1) CORNER-VALUE(4))
            TO REGION-MIN-X(REGION-INDEX)
        MOVE FUNCTION MAX(CORNER-VALUE(1) CORNER-VALUE(4))
            TO REGION-MAX-X(REGION-INDEX)
        MOVE FUNCTION MIN(CORNER-VALUE(2) CORNER-VALUE(5))
            TO REGION-MIN-Y(REGION-INDEX)
        MOVE FUNCTION MAX(CORNER-VALUE(2) CORNER-VALUE(5))
            TO REGION-MAX-Y(REGION-INDEX)
        MOVE FUNCTION MIN(CORNER-VALUE(3) CORNER-VALUE(6))
            TO REGION-MIN-Z(REGION-INDEX)
        MOVE FUNCTION MAX(CORNER-VALUE(3) CORNER-VALUE(6))
            TO REGION-MAX-Z(REGION-INDEX)
        CALL "Regions-Save"
        PERFORM DESCRIBE-REGION
        STRING "Region defined: " FUNCTION TRIM(LIST-LINE)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    REMOVE-REGION.
        CALL "Regions-FindByName" USING NAME-ARG REGION-INDEX
        IF REGION-INDEX = 0
            PERFORM NO-SUCH-REGION
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO REGION-USED(REGION-INDEX)
        *> nobody is sent the farewell of a region that no longer exists
        PERFORM FORGET-WHO-IS-INSIDE
        CALL "Regions-Save"
        STRING "Region removed: " FUNCTION TRIM(NAME-ARG)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    SET-PRIORITY.
        CALL "Regions-FindByName" USING NAME-ARG REGION-INDEX
        IF REGION-INDEX = 0
            PERFORM NO-SUCH-REGION
            EXIT PARAGRAPH
        END-IF
        IF VALUE-ARG(1) = SPACES
                OR FUNCTION TEST-NUMVAL(VALUE-ARG(1)) NOT = 0
            MOVE "Usage: region priority <name> <n>"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE REGION-PRIORITY(REGION-INDEX) =
            FUNCTION NUMVAL(VALUE-ARG(1))
        CALL "Regions-Save"
        MOVE REGION-PRIORITY(REGION-INDEX) TO NUMBER-DISPLAY
        STRING "Region " FUNCTION TRIM(NAME-ARG) " now has priority "
            FUNCTION TRIM(NUMBER-DISPLAY)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    SET-FLAG.
        CALL "Regions-FindByName" USING NAME-ARG REGION-INDEX
        IF REGION-INDEX = 0
            PERFORM NO-SUCH-REGION
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION UPPER-CASE(VALUE-ARG(1)) TO FLAG-NAME-ARG
        MOVE FUNCTION UPPER-CASE(VALUE-ARG(2)) TO SETTING-ARG
        PERFORM VARYING FLAG-INDEX FROM 1 BY 1
                UNTIL FLAG-INDEX > REGION-FLAG-COUNT
            IF REGION-FLAG-NAME(FLAG-INDEX) = FLAG-NAME-ARG
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF FLAG-INDEX > REGION-FLAG-COUNT
            STRING "Unknown flag; flags are BUILD, PVP, MOBS, "
                "EXPLOSIONS, FLUIDS, FIRE and ITEM-DROP"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        EVALUATE SETTING-ARG
            WHEN "ALLOW"
                SET REGION-FLAG-ALLOW(REGION-INDEX, FLAG-INDEX) TO TRUE
            WHEN "DENY"
                SET REGION-FLAG-DENY(REGION-INDEX, FLAG-INDEX) TO TRUE
            WHEN "NONE"
                SET REGION-FLAG-UNSET(REGION-INDEX, FLAG-INDEX) TO TRUE
            WHEN OTHER
                MOVE "Usage: region flag <name> <flag> allow|deny|none"
                    TO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
        END-EVALUATE
        CALL "Regions-Save"
        STRING "Region " FUNCTION TRIM(NAME-ARG) ": "
            FUNCTION TRIM(FLAG-NAME-ARG) " set to "
            FUNCTION LOWER-CASE(FUNCTION TRIM(SETTING-ARG))
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    SET-MESSAGE.
        CALL "Regions-FindByName" USING NAME-ARG REGION-INDEX
        IF REGION-INDEX = 0
            PERFORM NO-SUCH-REGION
            EXIT PARAGRAPH
        END-IF
        IF TEXT-ARG = SPACES
            MOVE "Usage: region entry|exit <name> <text>|none"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(TEXT-ARG)) = "NONE"
            MOVE SPACES TO TEXT-ARG
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND)) = "ENTRY"
            MOVE TEXT-ARG TO REGION-ENTRY-MESSAGE(REGION-INDEX)
        ELSE
            MOVE TEXT-ARG TO REGION-EXIT-MESSAGE(REGION-INDEX)
        END-IF
        CALL "Regions-Save"
        IF TEXT-ARG = SPACES
            STRING "Region " FUNCTION TRIM(NAME-ARG) ": "
                FUNCTION LOWER-CASE(FUNCTION TRIM(SUB-COMMAND))
                " message cleared"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        ELSE
            STRING "Region " FUNCTION TRIM(NAME-ARG) ": "
                FUNCTION LOWER-CASE(FUNCTION TRIM(SUB-COMMAND))
                " message set"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        END-IF.

    FORGET-WHO-IS-INSIDE.
        PERFORM VARYING PLAYER-SLOT FROM 1 BY 1 UNTIL PLAYER-SLOT > 20
            MOVE 0 TO REGION-INSIDE(PLAYER-SLOT, REGION-INDEX)
        END-PERFORM.

    DESCRIBE-REGION.
        MOVE SPACES TO LIST-LINE
        MOVE 1 TO LIST-POINTER
        MOVE REGION-PRIORITY(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(REGION-NAME(REGION-INDEX)) " [priority "
            FUNCTION TRIM(NUMBER-DISPLAY) "] ("
            DELIMITED BY SIZE INTO LIST-LINE WITH POINTER LIST-POINTER
        MOVE REGION-MIN-X(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) " " DELIMITED BY SIZE
            INTO LIST-LINE WITH POINTER LIST-POINTER
        MOVE REGION-MIN-Y(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) " " DELIMITED BY SIZE
            INTO LIST-LINE WITH POINTER LIST-POINTER
        MOVE REGION-MIN-Z(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) ") to (" DELIMITED BY SIZE
            INTO LIST-LINE WITH POINTER LIST-POINTER
        MOVE REGION-MAX-X(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) " " DELIMITED BY SIZE
            INTO LIST-LINE WITH POINTER LIST-POINTER
        MOVE REGION-MAX-Y(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) " " DELIMITED BY SIZE
            INTO LIST-LINE WITH POINTER LIST-POINTER
        MOVE REGION-MAX-Z(REGION-INDEX) TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) ")" DELIMITED BY SIZE
            INTO LIST-LINE WITH POINTER LIST-POINTER
        *> only the flags actually set; the rest fall through
        PERFORM VARYING FLAG-INDEX FROM 1 BY 1
                UNTIL FLAG-INDEX > REGION-FLAG-COUNT
            IF REGION-FLAG-ALLOW(REGION-INDEX, FLAG-INDEX)
                STRING " " FUNCTION TRIM(REGION-FLAG-NAME(FLAG-INDEX))
                    "=allow" DELIMITED BY SIZE
                    INTO LIST-LINE WITH POINTER LIST-POINTER
            END-IF
            IF REGION-FLAG-DENY(REGION-INDEX, FLAG-INDEX)
                STRING " " FUNCTION TRIM(REGION-FLAG-NAME(FLAG-INDEX))
                    "=deny" DELIMITED BY SIZE
                    INTO LIST-LINE WITH POINTER LIST-POINTER
            END-IF
        END-PERFORM.

    DESCRIBE-MESSAGES.
        IF REGION-ENTRY-MESSAGE(REGION-INDEX) NOT = SPACES
            MOVE SPACES TO LIST-LINE
            STRING "  entry: " FUNCTION TRIM(REGION-ENTRY-MESSAGE(REGION-INDEX))
                DELIMITED BY SIZE INTO LIST-LINE
            PERFORM SEND-LIST-LINE
        END-IF
        IF REGION-EXIT-MESSAGE(REGION-INDEX) NOT = SPACES
            MOVE SPACES TO LIST-LINE
            STRING "  exit: " FUNCTION TRIM(REGION-EXIT-MESSAGE(REGION-INDEX))
                DELIMITED BY SIZE INTO LIST-LINE
            PERFORM SEND-LIST-LINE
        END-IF.

    SEND-LIST-LINE.
        IF COMMANDS-ACTOR-PLAYER NOT = 0
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) LIST-LINE
        ELSE
            CALL "Log-Write" USING "INFO" LIST-LINE
        END-IF.

    NO-SUCH-REGION.
        STRING "No such region: " FUNCTION TRIM(NAME-ARG)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    END PROGRAM Callback-Region.

END PROGRAM RegisterCommand-Region.
