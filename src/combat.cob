*> --- Combat-PlayerAttacksPlayer ---
*> One player's melee hit on another: weapon damage from the attacker's
*> held slot, the hurt animation broadcast to everyone who can see the
*> victim, the damage itself - less what the victim's armor absorbs
*> (Armor-ReduceDamage) - through the same Players-Damage path the
*> environment uses (so the death flow comes for free), a combat tag on
*> both sides (Combat-Tag), and one point of weapon wear through
*> Players-DamageItem.
IDENTIFICATION DIVISION.
PROGRAM-ID. Combat-PlayerAttacksPlayer.

    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 NO-EXCLUDED-PLAYER        BINARY-CHAR VALUE 0.
    01 VICTIM-ENTITY-ID          BINARY-LONG.
    01 C-DAMAGE-MELEE            BINARY-CHAR UNSIGNED VALUE 1.
    *> entity-animation code 1: take damage
    01 C-ANIMATION-HURT          BINARY-CHAR UNSIGNED VALUE 1.
    01 ERRNO                     PIC 9(3).
    01 DEATH-MESSAGE             PIC X(160).
    01 REACH-OK                  BINARY-CHAR UNSIGNED.
    01 HIT-ALLOWED               BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-VICTIM-ID              BINARY-CHAR.
    IF REACH-OK = 0
        GOBACK
    END-IF
    *> a duel is between its two players only
    CALL "Duels-AllowsHit" USING LK-ATTACKER-ID LK-VICTIM-ID HIT-ALLOWED
    IF HIT-ALLOWED = 0
        GOBACK
    END-IF
    *> no friendly fire between party-mates
    CALL "Parties-AllowsHit" USING LK-ATTACKER-ID LK-VICTIM-ID HIT-ALLOWED
    IF HIT-ALLOWED = 0
        GOBACK
    END-IF
    *> nor anywhere an admin region has ruled PvP out
    CALL "Regions-AllowsHit" USING LK-ATTACKER-ID LK-VICTIM-ID HIT-ALLOWED
    IF HIT-ALLOWED = 0
        CALL "Regions-Notify" USING LK-ATTACKER-ID "region-no-pvp"
            "PvP is not allowed here"
        GOBACK
    END-IF
    *> both sides are in a fight now, and can't log out of it
    CALL "Combat-Tag" USING LK-ATTACKER-ID LK-VICTIM-ID

    CALL "Combat-WeaponDamage" USING LK-ATTACKER-ID ATTACK-DAMAGE

    *> death flow knows who earned it
    MOVE LK-ATTACKER-ID TO PLAYER-LAST-ATTACKER(LK-VICTIM-ID)
    MOVE WORLD-CURRENT-TICK TO PLAYER-LAST-ATTACKER-TICK(LK-VICTIM-ID)
    CALL "Armor-ReduceDamage" USING LK-VICTIM-ID C-DAMAGE-MELEE ATTACK-DAMAGE
    CALL "Players-Damage" USING LK-VICTIM-ID ATTACK-DAMAGE DEATH-MESSAGE

    *> weapons wear the same way tools do
    01 WEAR-AMOUNT               BINARY-LONG UNSIGNED VALUE 1.
    01 C-XP-PER-KILL             BINARY-LONG UNSIGNED VALUE 5.
    01 REACH-OK                  BINARY-CHAR UNSIGNED.
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 5.
    01 QUEST-AMOUNT              BINARY-LONG UNSIGNED VALUE 1.
    01 KILLED-TYPE-NAME          PIC X(32).
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-ENTITY-INDEX           BINARY-LONG UNSIGNED.
    CALL "Combat-WeaponDamage" USING LK-ATTACKER-ID ATTACK-DAMAGE
    COMPUTE ENTITY-HEALTH(LK-ENTITY-INDEX) =
        ENTITY-HEALTH(LK-ENTITY-INDEX) - ATTACK-DAMAGE
    *> a hit on an event boss is credited to the attacker
    CALL "Boss-RecordHit" USING LK-ATTACKER-ID LK-ENTITY-INDEX ATTACK-DAMAGE
    *> and a hit on the ender dragon marks who is fighting it
    CALL "End-RecordHit" USING LK-ATTACKER-ID LK-ENTITY-INDEX ATTACK-DAMAGE
    IF ENTITY-HEALTH(LK-ENTITY-INDEX) <= 0
        *> loot drops where the mob stood, before the slot forgets it
        CALL "Entities-DropLoot" USING LK-ENTITY-INDEX LK-ATTACKER-ID
        MOVE ENTITY-TYPE-NAME(LK-ENTITY-INDEX) TO KILLED-TYPE-NAME
        *> experience is split with party-mates close by
        CALL "Parties-AwardKillXP" USING LK-ATTACKER-ID
            ENTITY-POSITION(LK-ENTITY-INDEX) C-XP-PER-KILL
        CALL "Entities-Remove" USING LK-ENTITY-INDEX
        CALL "Quests-OnEvent" USING LK-ATTACKER-ID QUEST-EVENT-TYPE
            KILLED-TYPE-NAME QUEST-AMOUNT
    END-IF

    CALL "Players-HeldItemSlot" USING LK-ATTACKER-ID HELD-SLOT
    GOBACK.

END PROGRAM Combat-CheckReach.

*> --- Combat-Tag ---
*> Called for every player-on-player hit that lands, melee or arrow:
*> both sides are tagged for combat-tag-seconds (0 turns tagging off,
*> anything over 30 is held at 30 so the tag never outlasts the 600-tick
*> window Players-Die credits a killer within), each renewed hit
*> restarting the clock. A duel is a fight of its own with its own
*> forfeit for leaving, so duel hits never tag. The tag announces itself
*> once, when it starts.
IDENTIFICATION DIVISION.
PROGRAM-ID. Combat-Tag.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-DUELS.
    01 TAG-SECONDS               BINARY-LONG-LONG.
    01 TAG-UNTIL                 BINARY-LONG-LONG UNSIGNED.
    01 TAGGED-PLAYER             BINARY-CHAR.
    01 OPPONENT-PLAYER           BINARY-CHAR.
    01 SECONDS-DISPLAY           PIC Z(4)9.
    01 TAG-MESSAGE               PIC X(160).
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-VICTIM-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-VICTIM-ID.
    IF LK-ATTACKER-ID = 0 OR PLAYER-CLIENT(LK-ATTACKER-ID) = 0
        GOBACK
    END-IF
    IF DUEL-ACTIVE(LK-ATTACKER-ID) NOT = 0
            AND DUEL-OPPONENT(LK-ATTACKER-ID) = LK-VICTIM-ID
        GOBACK
    END-IF
    CALL "Config-GetNumber" USING "combat-tag-seconds" 15 TAG-SECONDS
    IF TAG-SECONDS <= 0
        GOBACK
    END-IF
    IF TAG-SECONDS > 30
        MOVE 30 TO TAG-SECONDS
    END-IF
    COMPUTE TAG-UNTIL = WORLD-CURRENT-TICK + TAG-SECONDS * 20
    MOVE TAG-SECONDS TO SECONDS-DISPLAY

    MOVE LK-ATTACKER-ID TO TAGGED-PLAYER
    MOVE LK-VICTIM-ID TO OPPONENT-PLAYER
    PERFORM TAG-ONE-SIDE
    MOVE LK-VICTIM-ID TO TAGGED-PLAYER
    MOVE LK-ATTACKER-ID TO OPPONENT-PLAYER
    PERFORM TAG-ONE-SIDE
    GOBACK.

TAG-ONE-SIDE.
    IF PLAYER-COMBAT-TAG-UNTIL(TAGGED-PLAYER) = 0
        CALL "Messages-GetPlayer" USING TAGGED-PLAYER "combat-tagged"
            "You are in combat for {0}s - logging out now will kill you"
            FUNCTION TRIM(SECONDS-DISPLAY) TAG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(TAGGED-PLAYER)
            TAG-MESSAGE
    END-IF
    MOVE TAG-UNTIL TO PLAYER-COMBAT-TAG-UNTIL(TAGGED-PLAYER)
    MOVE PLAYER-NAME(OPPONENT-PLAYER)
        TO PLAYER-COMBAT-OPPONENT(TAGGED-PLAYER).

END PROGRAM Combat-Tag.

*> --- Combat-TickPlayer ---
*> Per-player, per-tick from World-Tick: lets the player know when
*> their combat tag has run out.
IDENTIFICATION DIVISION.
PROGRAM-ID. Combat-TickPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    01 TAG-MESSAGE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID) = 0
            OR WORLD-CURRENT-TICK < PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID)
        GOBACK
    END-IF
    MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-COMBAT-OPPONENT(LK-PLAYER-ID)
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "combat-untagged"
        "You are no longer in combat" " " TAG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        TAG-MESSAGE
    GOBACK.

END PROGRAM Combat-TickPlayer.

*> --- Combat-CheckCommand ---
*> Called from Commands-Dispatch: while a combat tag runs, the commands
*> on combat-blocked-commands (by default HOME, WARP, TPA and BACK) are
*> refused, so a losing fight can't be teleported out of.
IDENTIFICATION DIVISION.
PROGRAM-ID. Combat-CheckCommand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    01 BLOCKED-LIST              PIC X(128).
    01 LIST-POINTER              BINARY-LONG UNSIGNED.
    01 LIST-TOKEN                PIC X(32).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-COMMAND-NAME           PIC X(32).
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-COMMAND-NAME LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID) <= WORLD-CURRENT-TICK
        GOBACK
    END-IF

    CALL "Config-GetString" USING "combat-blocked-commands"
        "home,warp,tpa,back" BLOCKED-LIST
    MOVE 1 TO LIST-POINTER
    PERFORM UNTIL LIST-POINTER > FUNCTION LENGTH(BLOCKED-LIST)
        MOVE SPACES TO LIST-TOKEN
        UNSTRING BLOCKED-LIST DELIMITED BY ","
            INTO LIST-TOKEN WITH POINTER LIST-POINTER
        IF LIST-TOKEN NOT = SPACES
                AND FUNCTION UPPER-CASE(FUNCTION TRIM(LIST-TOKEN)) =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(LK-COMMAND-NAME))
            MOVE 0 TO LK-ALLOWED
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Combat-CheckCommand.

*> --- Combat-OnDisconnect ---
*> Called first thing in Players-Disconnect. Leaving while combat-tagged
*> is a death: the player goes through Players-Die while still online,
*> so the grave, the bounty payout to whoever was hitting them and the
*> death line all happen as if the fight had been lost. Each one is
*> appended to save/logs/combat-log.log (see DD-COMBAT-LOG) for
*> COMBATLOG, and to the server log. Moderation kicks clear the tag
*> before disconnecting, so only a quit or a dropped connection counts.
*> A tagged duellist is left to the duel's own forfeit.
IDENTIFICATION DIVISION.
PROGRAM-ID. Combat-OnDisconnect.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-COMBAT-LOG
        ASSIGN TO "save/logs/combat-log.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-COMBAT-LOG.
    COPY DD-COMBAT-LOG.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-DUELS.
    01 COORD-DISPLAY             PIC -(9)9.
    01 DEATH-MESSAGE             PIC X(160).
    01 LOG-MESSAGE               PIC X(128).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID) <= WORLD-CURRENT-TICK
        MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID)
        GOBACK
    END-IF
    MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(LK-PLAYER-ID)
    IF DUEL-ACTIVE(LK-PLAYER-ID) NOT = 0
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO COMBAT-LOG-LINE
    MOVE FUNCTION CURRENT-DATE(1:14) TO COMBAT-LOG-STAMP
    CALL "UUID-ToString" USING PLAYER-UUID(LK-PLAYER-ID) COMBAT-LOG-UUID
    MOVE PLAYER-NAME(LK-PLAYER-ID) TO COMBAT-LOG-NAME
    MOVE PLAYER-COMBAT-OPPONENT(LK-PLAYER-ID) TO COMBAT-LOG-ATTACKER
    MOVE PLAYER-DIMENSION(LK-PLAYER-ID) TO COMBAT-LOG-DIMENSION
    MOVE PLAYER-X(LK-PLAYER-ID) TO COORD-DISPLAY
    MOVE FUNCTION TRIM(COORD-DISPLAY) TO COMBAT-LOG-X
    MOVE PLAYER-Y(LK-PLAYER-ID) TO COORD-DISPLAY
    MOVE FUNCTION TRIM(COORD-DISPLAY) TO COMBAT-LOG-Y
    MOVE PLAYER-Z(LK-PLAYER-ID) TO COORD-DISPLAY
    MOVE FUNCTION TRIM(COORD-DISPLAY) TO COMBAT-LOG-Z
    OPEN EXTEND FD-COMBAT-LOG
    WRITE COMBAT-LOG-LINE
    CLOSE FD-COMBAT-LOG

    MOVE SPACES TO LOG-MESSAGE
    STRING "combat log: " FUNCTION TRIM(PLAYER-NAME(LK-PLAYER-ID))
        " left while fighting "
        FUNCTION TRIM(PLAYER-COMBAT-OPPONENT(LK-PLAYER-ID))
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "WARN" LOG-MESSAGE

    MOVE SPACES TO PLAYER-COMBAT-OPPONENT(LK-PLAYER-ID)
    CALL "Messages-Get" USING "death-combat-log"
        "logged out in combat" " " DEATH-MESSAGE
    CALL "Players-Die" USING LK-PLAYER-ID DEATH-MESSAGE
    GOBACK.

END PROGRAM Combat-OnDisconnect.

*> --- RegisterCommand-CombatLog ---
*> Registers COMBATLOG at permission level 1, the moderators' view of
*> save/logs/combat-log.log over the last few days (default 30):
*>   combatlog [days]        - the players who left fights most often
*>   combatlog <name> [days] - how often one player did, and where
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-CombatLog.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-CombatLog"
    CALL "Commands-Register" USING "COMBATLOG" 1 CALLBACK-PTR
    GOBACK.

    *> --- Callback-CombatLog ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-CombatLog.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL FD-COMBAT-LOG
            ASSIGN TO "save/logs/combat-log.log"
            ORGANIZATION IS LINE SEQUENTIAL.

    DATA DIVISION.
    FILE SECTION.
    FD FD-COMBAT-LOG.
        COPY DD-COMBAT-LOG.
    WORKING-STORAGE SECTION.
        01 FIRST-ARG              PIC X(16).
        01 SECOND-ARG             PIC X(8).
        01 FILTER-NAME            PIC X(16).
        01 DAYS-ARG               PIC X(8).
        01 WINDOW-DAYS            BINARY-LONG.
        01 FROM-DATE              PIC 9(8).
        01 FROM-DATE-STR          PIC X(8).
        *> per-player counts for the summary, newest name wins
        01 MAX-LOGGERS            BINARY-LONG UNSIGNED VALUE 64.
        01 LOGGERS.
            05 LOGGER OCCURS 64 TIMES.
                10 LOGGER-UUID        PIC X(36).
                10 LOGGER-NAME        PIC X(16).
                10 LOGGER-COUNT       BINARY-LONG UNSIGNED.
                10 LOGGER-SHOWN       BINARY-CHAR UNSIGNED.
        01 LOGGER-COUNT-USED      BINARY-LONG UNSIGNED.
        01 LOGGER-INDEX           BINARY-LONG UNSIGNED.
        01 BEST-INDEX             BINARY-LONG UNSIGNED.
        01 RANK-POSITION          BINARY-LONG UNSIGNED.
        *> the newest few events for one player, oldest dropped first
        01 RECENT-EVENTS.
            05 RECENT-EVENT OCCURS 5 TIMES PIC X(96).
        01 RECENT-USED            BINARY-LONG UNSIGNED.
        01 RECENT-INDEX           BINARY-LONG UNSIGNED.
        01 EVENT-COUNT            BINARY-LONG UNSIGNED.
        01 COUNT-DISPLAY          PIC Z(5)9.
        01 RESPONSE-POS           BINARY-LONG UNSIGNED.
        01 PIECE                  PIC X(96).
        01 PIECE-LENGTH           BINARY-LONG UNSIGNED.
        01 C-TOP-COUNT            BINARY-LONG UNSIGNED VALUE 10.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO FIRST-ARG
        MOVE SPACES TO SECOND-ARG
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO FIRST-ARG SECOND-ARG
        END-IF
        *> a lone number is the window, not a name
        MOVE SPACES TO FILTER-NAME
        MOVE SPACES TO DAYS-ARG
        IF FIRST-ARG NOT = SPACES
                AND FUNCTION TEST-NUMVAL(FIRST-ARG) = 0
            MOVE FIRST-ARG TO DAYS-ARG
        ELSE
            MOVE FIRST-ARG TO FILTER-NAME
            MOVE SECOND-ARG TO DAYS-ARG
        END-IF
        MOVE 30 TO WINDOW-DAYS
        IF DAYS-ARG NOT = SPACES
            COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(DAYS-ARG)
        END-IF
        IF WINDOW-DAYS < 1
            MOVE 1 TO WINDOW-DAYS
        END-IF
        COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
            - WINDOW-DAYS + 1)
        MOVE FROM-DATE TO FROM-DATE-STR

        MOVE 0 TO LOGGER-COUNT-USED
        MOVE 0 TO RECENT-USED
        MOVE 0 TO EVENT-COUNT
        OPEN INPUT FD-COMBAT-LOG
        PERFORM UNTIL EXIT
            READ FD-COMBAT-LOG
                AT END
                    EXIT PERFORM
                NOT AT END
                    IF COMBAT-LOG-STAMP(1:8) >= FROM-DATE-STR
                        PERFORM TALLY-ONE-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FD-COMBAT-LOG

        MOVE SPACES TO LK-COMMAND-RESPONSE-TEXT
        MOVE 1 TO RESPONSE-POS
        IF FILTER-NAME = SPACES
            PERFORM REPORT-SUMMARY
        ELSE
            PERFORM REPORT-ONE-PLAYER
        END-IF
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    TALLY-ONE-EVENT.
        IF FILTER-NAME NOT = SPACES
            IF FUNCTION UPPER-CASE(COMBAT-LOG-NAME) NOT =
                    FUNCTION UPPER-CASE(FILTER-NAME)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO EVENT-COUNT
            IF RECENT-USED >= 5
                PERFORM VARYING RECENT-INDEX FROM 1 BY 1
                        UNTIL RECENT-INDEX >= 5
                    MOVE RECENT-EVENT(RECENT-INDEX + 1)
                        TO RECENT-EVENT(RECENT-INDEX)
                END-PERFORM
            ELSE
                ADD 1 TO RECENT-USED
            END-IF
            MOVE SPACES TO RECENT-EVENT(RECENT-USED)
            STRING COMBAT-LOG-STAMP(1:4) "-" COMBAT-LOG-STAMP(5:2) "-"
                COMBAT-LOG-STAMP(7:2) " " COMBAT-LOG-STAMP(9:2) ":"
                COMBAT-LOG-STAMP(11:2) " vs "
                FUNCTION TRIM(COMBAT-LOG-ATTACKER) " at "
                FUNCTION TRIM(COMBAT-LOG-X) ","
                FUNCTION TRIM(COMBAT-LOG-Y) ","
                FUNCTION TRIM(COMBAT-LOG-Z)
                DELIMITED BY SIZE INTO RECENT-EVENT(RECENT-USED)
            EXIT PARAGRAPH
        END-IF

        PERFORM VARYING LOGGER-INDEX FROM 1 BY 1
                UNTIL LOGGER-INDEX > LOGGER-COUNT-USED
            IF LOGGER-UUID(LOGGER-INDEX) = COMBAT-LOG-UUID
                ADD 1 TO LOGGER-COUNT(LOGGER-INDEX)
                MOVE COMBAT-LOG-NAME TO LOGGER-NAME(LOGGER-INDEX)
                EXIT PARAGRAPH
            END-IF
        END-PERFORM
        IF LOGGER-COUNT-USED < MAX-LOGGERS
            ADD 1 TO LOGGER-COUNT-USED
            MOVE COMBAT-LOG-UUID TO LOGGER-UUID(LOGGER-COUNT-USED)
            MOVE COMBAT-LOG-NAME TO LOGGER-NAME(LOGGER-COUNT-USED)
            MOVE 1 TO LOGGER-COUNT(LOGGER-COUNT-USED)
            MOVE 0 TO LOGGER-SHOWN(LOGGER-COUNT-USED)
        END-IF.

    REPORT-SUMMARY.
        IF LOGGER-COUNT-USED = 0
            MOVE "No combat logs in that window" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING RANK-POSITION FROM 1 BY 1
                UNTIL RANK-POSITION > C-TOP-COUNT
                OR RANK-POSITION > LOGGER-COUNT-USED
            MOVE 0 TO BEST-INDEX
            PERFORM VARYING LOGGER-INDEX FROM 1 BY 1
                    UNTIL LOGGER-INDEX > LOGGER-COUNT-USED
                IF LOGGER-SHOWN(LOGGER-INDEX) = 0
                    IF BEST-INDEX = 0
                        MOVE LOGGER-INDEX TO BEST-INDEX
                    ELSE
                        IF LOGGER-COUNT(LOGGER-INDEX)
                                > LOGGER-COUNT(BEST-INDEX)
                            MOVE LOGGER-INDEX TO BEST-INDEX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            MOVE 1 TO LOGGER-SHOWN(BEST-INDEX)
            MOVE LOGGER-COUNT(BEST-INDEX) TO COUNT-DISPLAY
            MOVE SPACES TO PIECE
            STRING FUNCTION TRIM(LOGGER-NAME(BEST-INDEX)) " x"
                FUNCTION TRIM(COUNT-DISPLAY)
                DELIMITED BY SIZE INTO PIECE
            PERFORM APPEND-PIECE
        END-PERFORM.

    REPORT-ONE-PLAYER.
        MOVE EVENT-COUNT TO COUNT-DISPLAY
        MOVE SPACES TO PIECE
        STRING FUNCTION TRIM(FILTER-NAME) ": "
            FUNCTION TRIM(COUNT-DISPLAY) " combat log(s)"
            DELIMITED BY SIZE INTO PIECE
        PERFORM APPEND-PIECE
        PERFORM VARYING RECENT-INDEX FROM RECENT-USED BY -1
                UNTIL RECENT-INDEX < 1
            MOVE RECENT-EVENT(RECENT-INDEX) TO PIECE
            PERFORM APPEND-PIECE
        END-PERFORM.

    APPEND-PIECE.
        *> a visible separator, not a raw line feed - the chat relay's
        *> JSON escaping drops control characters outright
        COMPUTE PIECE-LENGTH = FUNCTION STORED-CHAR-LENGTH(PIECE)
        IF RESPONSE-POS > 1
            MOVE " | " TO LK-COMMAND-RESPONSE-TEXT(RESPONSE-POS:3)
            ADD 3 TO RESPONSE-POS
        END-IF
        MOVE PIECE(1:PIECE-LENGTH)
            TO LK-COMMAND-RESPONSE-TEXT(RESPONSE-POS:PIECE-LENGTH)
        ADD PIECE-LENGTH TO RESPONSE-POS.

    END PROGRAM Callback-CombatLog.

END PROGRAM RegisterCommand-CombatLog.
