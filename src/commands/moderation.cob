*>   MUTE <player> <minutes>          - permission level 1
*>   UNMUTE <player>                  - permission level 1
*>   TEMPBAN <player> <minutes> [reason] - permission level 2
*>   WARN <player> [points] <reason>  - permission level 1
*> Targets resolve through the save/usercache.dat name directory; timed
*> bans persist in save/tempbans.dat as wall-clock expiries with their
*> reason, checked by Players-CheckTempBanned at every login. Warnings
*> go to save/infractions.dat and escalate to a mute or tempban as
*> their points add up. Every action is written to the ops record
*> through Log-Write.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Moderation.

    CALL "Commands-Register" USING "MUTE" 1 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-Unmute"
    CALL "Commands-Register" USING "UNMUTE" 1 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-Warn"
    CALL "Commands-Register" USING "WARN" 1 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Kick ---
            GOBACK
        END-IF

        *> a kick is not a combat log
        MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(TARGET-PLAYER)
        CALL "SendPacket-Disconnect" USING PLAYER-CLIENT(TARGET-PLAYER)
            KICK-REASON
        CALL "Players-Disconnect" USING TARGET-PLAYER
            STRING "Temporarily banned: " DELIMITED BY SIZE
                FUNCTION TRIM(BAN-REASON) DELIMITED BY SIZE
                INTO DISCONNECT-TEXT
            MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(TARGET-PLAYER)
            CALL "SendPacket-Disconnect" USING
                PLAYER-CLIENT(TARGET-PLAYER) DISCONNECT-TEXT
            CALL "Players-Disconnect" USING TARGET-PLAYER

    END PROGRAM Callback-Unmute.

    *> --- Callback-Warn ---
    *> WARN <player> [points] <reason>: a recorded warning worth 1 to 10
    *> points (1 when no number is given). The target is told their
    *> standing every time - in chat when online, by mail otherwise -
    *> and crossing warn-mute-points or warn-tempban-points escalates
    *> automatically through the same mute and tempban records the
    *> MUTE and TEMPBAN commands write.
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Warn.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL FD-TEMPBANS
            ASSIGN TO "save/tempbans.dat"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL FD-MUTES
            ASSIGN TO "save/mutes.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

    DATA DIVISION.
    FILE SECTION.
    FD FD-TEMPBANS.
        01 TEMPBAN-LINE           PIC X(160).
    FD FD-MUTES.
        01 MUTE-LINE              PIC X(64).
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 POINTS-ARG             PIC X(8).
        01 REST-POINTER           BINARY-LONG UNSIGNED.
        01 REASON-POINTER         BINARY-LONG UNSIGNED.
        01 WARN-REASON            PIC X(64).
        01 WARN-POINTS            BINARY-LONG.
        01 MODERATOR-NAME         PIC X(16).
        01 MODERATOR-NAME-LENGTH  BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-UUID-STR        PIC X(36).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 POINTS-BEFORE          BINARY-LONG.
        01 POINTS-AFTER           BINARY-LONG.
        01 WARNING-COUNT          BINARY-LONG.
        01 DECAY-DAYS             BINARY-LONG-LONG.
        01 MUTE-POINTS            BINARY-LONG-LONG.
        01 MUTE-MINUTES           BINARY-LONG-LONG.
        01 TEMPBAN-POINTS         BINARY-LONG-LONG.
        01 TEMPBAN-MINUTES        BINARY-LONG-LONG.
        01 ESCALATION             PIC X(8).
        01 PENALTY-MINUTES        BINARY-LONG-LONG.
        01 NOW-DATE               PIC 9(8).
        01 NOW-HH                 PIC 9(2).
        01 NOW-MM                 PIC 9(2).
        01 NOW-SS                 PIC 9(2).
        01 TOTAL-MINUTES          BINARY-LONG-LONG.
        01 EXPIRY-DAYS            BINARY-LONG.
        01 EXPIRY-DATE            PIC 9(8).
        01 EXPIRY-STAMP           PIC 9(14).
        01 BAN-REASON             PIC X(64).
        01 POINTS-DISPLAY         PIC Z(5)9.
        01 LIMIT-DISPLAY          PIC Z(5)9.
        01 BAN-DISPLAY            PIC Z(5)9.
        01 DAYS-DISPLAY           PIC Z(5)9.
        01 MINUTES-DISPLAY        PIC Z(9)9.
        01 STANDING-TEXT          PIC X(256).
        01 STANDING-LENGTH        BINARY-LONG UNSIGNED.
        01 CHAT-LINE              PIC X(160).
        01 CATALOG-MESSAGE        PIC X(160).
        01 LOG-MESSAGE            PIC X(160).
        01 WEBHOOK-DETAIL         PIC X(256).
        01 DISCONNECT-TEXT        PIC X(96).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO TARGET-NAME
        MOVE SPACES TO POINTS-ARG
        MOVE SPACES TO WARN-REASON
        MOVE 1 TO REST-POINTER
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO TARGET-NAME
                WITH POINTER REST-POINTER
        END-IF
        *> an optional point value may sit between the name and the
        *> reason; anything not a number is the start of the reason
        MOVE REST-POINTER TO REASON-POINTER
        MOVE 1 TO WARN-POINTS
        IF REST-POINTER <= LK-COMMAND-ARGS-LENGTH
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO POINTS-ARG
                WITH POINTER REST-POINTER
            IF POINTS-ARG NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(POINTS-ARG) = 0
                COMPUTE WARN-POINTS = FUNCTION NUMVAL(POINTS-ARG)
                MOVE REST-POINTER TO REASON-POINTER
            END-IF
        END-IF
        IF REASON-POINTER <= LK-COMMAND-ARGS-LENGTH
            MOVE LK-COMMAND-ARGS(REASON-POINTER:
                LK-COMMAND-ARGS-LENGTH - REASON-POINTER + 1) TO WARN-REASON
        END-IF

        IF TARGET-NAME = SPACES OR WARN-REASON = SPACES
                OR WARN-POINTS < 1 OR WARN-POINTS > 10
            STRING "Usage: warn <player> [points 1-10] <reason>"
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
        CALL "UUID-ToString" USING TARGET-UUID TARGET-UUID-STR
        CALL "Players-FindConnectedByUUID" USING TARGET-UUID TARGET-PLAYER

        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "console" TO MODERATOR-NAME
        ELSE
            MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER) TO MODERATOR-NAME
        END-IF
        COMPUTE MODERATOR-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(MODERATOR-NAME)

        CALL "Config-GetNumber" USING "warn-decay-days" 30 DECAY-DAYS
        CALL "Config-GetNumber" USING "warn-mute-points" 3 MUTE-POINTS
        CALL "Config-GetNumber" USING "warn-mute-minutes" 60
            MUTE-MINUTES
        CALL "Config-GetNumber" USING "warn-tempban-points" 6
            TEMPBAN-POINTS
        CALL "Config-GetNumber" USING "warn-tempban-minutes" 1440
            TEMPBAN-MINUTES

        CALL "Infractions-ActivePoints" USING TARGET-UUID POINTS-BEFORE
            WARNING-COUNT
        CALL "Infractions-Append" USING TARGET-UUID TARGET-NAME
            MODERATOR-NAME WARN-POINTS WARN-REASON
        COMPUTE POINTS-AFTER = POINTS-BEFORE + WARN-POINTS

        *> only the warning that carries the total over a threshold
        *> escalates; the heavier penalty wins if one warning crosses
        *> both
        MOVE SPACES TO ESCALATION
        MOVE 0 TO PENALTY-MINUTES
        EVALUATE TRUE
            WHEN POINTS-BEFORE < TEMPBAN-POINTS
                    AND POINTS-AFTER >= TEMPBAN-POINTS
                MOVE "TEMPBAN" TO ESCALATION
                MOVE TEMPBAN-MINUTES TO PENALTY-MINUTES
            WHEN POINTS-BEFORE < MUTE-POINTS
                    AND POINTS-AFTER >= MUTE-POINTS
                MOVE "MUTE" TO ESCALATION
                MOVE MUTE-MINUTES TO PENALTY-MINUTES
        END-EVALUATE

        PERFORM TELL-STANDING

        EVALUATE ESCALATION
            WHEN "TEMPBAN"
                PERFORM APPLY-TEMPBAN
            WHEN "MUTE"
                PERFORM APPLY-MUTE
        END-EVALUATE

        MOVE POINTS-AFTER TO POINTS-DISPLAY
        MOVE SPACES TO LOG-MESSAGE
        STRING "warned " FUNCTION TRIM(TARGET-NAME) " ("
            FUNCTION TRIM(POINTS-DISPLAY) " points active) by "
            FUNCTION TRIM(MODERATOR-NAME) ": "
            FUNCTION TRIM(WARN-REASON)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE

        MOVE PENALTY-MINUTES TO MINUTES-DISPLAY
        EVALUATE ESCALATION
            WHEN "TEMPBAN"
                STRING "Warned " FUNCTION TRIM(TARGET-NAME) ", "
                    FUNCTION TRIM(POINTS-DISPLAY)
                    " points active - tempbanned for "
                    FUNCTION TRIM(MINUTES-DISPLAY) " min"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            WHEN "MUTE"
                STRING "Warned " FUNCTION TRIM(TARGET-NAME) ", "
                    FUNCTION TRIM(POINTS-DISPLAY)
                    " points active - muted for "
                    FUNCTION TRIM(MINUTES-DISPLAY) " min"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            WHEN OTHER
                STRING "Warned " FUNCTION TRIM(TARGET-NAME) ", "
                    FUNCTION TRIM(POINTS-DISPLAY) " points active"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    TELL-STANDING.
        MOVE POINTS-AFTER TO POINTS-DISPLAY
        MOVE MUTE-POINTS TO LIMIT-DISPLAY
        MOVE TEMPBAN-POINTS TO BAN-DISPLAY
        MOVE DECAY-DAYS TO DAYS-DISPLAY
        MOVE SPACES TO STANDING-TEXT
        STRING "Warning from " FUNCTION TRIM(MODERATOR-NAME) ": "
            FUNCTION TRIM(WARN-REASON) ". You now have "
            FUNCTION TRIM(POINTS-DISPLAY)
            " active warning points (mute at "
            FUNCTION TRIM(LIMIT-DISPLAY) ", tempban at "
            FUNCTION TRIM(BAN-DISPLAY) "); each warning expires after "
            FUNCTION TRIM(DAYS-DISPLAY) " days."
            DELIMITED BY SIZE INTO STANDING-TEXT
        IF TARGET-PLAYER NOT = 0
            MOVE STANDING-TEXT(1:160) TO CHAT-LINE
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(TARGET-PLAYER) CHAT-LINE
            IF STANDING-TEXT(161:96) NOT = SPACES
                MOVE SPACES TO CHAT-LINE
                MOVE STANDING-TEXT(161:96) TO CHAT-LINE
                CALL "SendPacket-SystemChat" USING
                    PLAYER-CLIENT(TARGET-PLAYER) CHAT-LINE
            END-IF
        ELSE
            COMPUTE STANDING-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(STANDING-TEXT)
            CALL "Mail-Append" USING TARGET-UUID MODERATOR-NAME
                MODERATOR-NAME-LENGTH STANDING-TEXT STANDING-LENGTH
        END-IF.

    APPLY-MUTE.
        *> an online target takes the live mute; an offline one gets
        *> the same wall-clock line, which the next login picks up
        IF TARGET-PLAYER NOT = 0
            CALL "Players-ApplyMute" USING TARGET-PLAYER PENALTY-MINUTES
            CALL "Messages-Get" USING "mute-notice"
                "You have been muted by a moderator" " " CATALOG-MESSAGE
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(TARGET-PLAYER) CATALOG-MESSAGE
        ELSE
            PERFORM COMPUTE-EXPIRY
            CALL "CBL_CREATE_DIR" USING "save"
            MOVE SPACES TO MUTE-LINE
            STRING TARGET-UUID-STR " " EXPIRY-STAMP
                DELIMITED BY SIZE INTO MUTE-LINE
            OPEN EXTEND FD-MUTES
            WRITE MUTE-LINE
            CLOSE FD-MUTES
        END-IF
        MOVE SPACES TO LOG-MESSAGE
        STRING "muted " FUNCTION TRIM(TARGET-NAME)
            " for reaching the warning point limit"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE.

    APPLY-TEMPBAN.
        PERFORM COMPUTE-EXPIRY
        MOVE POINTS-AFTER TO POINTS-DISPLAY
        MOVE SPACES TO BAN-REASON
        STRING "Too many warnings (" FUNCTION TRIM(POINTS-DISPLAY)
            " points)" DELIMITED BY SIZE INTO BAN-REASON
        CALL "CBL_CREATE_DIR" USING "save"
        MOVE SPACES TO TEMPBAN-LINE
        STRING TARGET-UUID-STR DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            EXPIRY-STAMP DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(BAN-REASON) DELIMITED BY SIZE
            INTO TEMPBAN-LINE
        OPEN EXTEND FD-TEMPBANS
        WRITE TEMPBAN-LINE
        CLOSE FD-TEMPBANS

        IF TARGET-PLAYER NOT = 0
            MOVE SPACES TO DISCONNECT-TEXT
            STRING "Temporarily banned: " DELIMITED BY SIZE
                FUNCTION TRIM(BAN-REASON) DELIMITED BY SIZE
                INTO DISCONNECT-TEXT
            MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(TARGET-PLAYER)
            CALL "SendPacket-Disconnect" USING
                PLAYER-CLIENT(TARGET-PLAYER) DISCONNECT-TEXT
            CALL "Players-Disconnect" USING TARGET-PLAYER
        END-IF

        MOVE SPACES TO LOG-MESSAGE
        STRING "tempbanned " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(BAN-REASON) DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        MOVE SPACES TO WEBHOOK-DETAIL
        MOVE LOG-MESSAGE(1:160) TO WEBHOOK-DETAIL
        CALL "Webhook-Enqueue" USING "ban" WEBHOOK-DETAIL
            FUNCTION STORED-CHAR-LENGTH(WEBHOOK-DETAIL).

    COMPUTE-EXPIRY.
        *> wall-clock expiry, split the same way TEMPBAN does it
        MOVE FUNCTION CURRENT-DATE(1:8) TO NOW-DATE
        MOVE FUNCTION CURRENT-DATE(9:2) TO NOW-HH
        MOVE FUNCTION CURRENT-DATE(11:2) TO NOW-MM
        MOVE FUNCTION CURRENT-DATE(13:2) TO NOW-SS
        COMPUTE TOTAL-MINUTES = NOW-HH * 60 + NOW-MM + PENALTY-MINUTES
        COMPUTE EXPIRY-DAYS = FUNCTION INTEGER-OF-DATE(NOW-DATE)
            + FUNCTION INTEGER-PART(TOTAL-MINUTES / 1440)
        COMPUTE TOTAL-MINUTES = FUNCTION MOD(TOTAL-MINUTES, 1440)
        COMPUTE EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(EXPIRY-DAYS)
        COMPUTE EXPIRY-STAMP = EXPIRY-DATE * 1000000
            + FUNCTION INTEGER-PART(TOTAL-MINUTES / 60) * 10000
            + FUNCTION MOD(TOTAL-MINUTES, 60) * 100
            + NOW-SS.

    END PROGRAM Callback-Warn.

END PROGRAM RegisterCommand-Moderation.
