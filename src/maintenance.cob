*> --- Maintenance-Init ---
*> Loads the restart schedule: maintenance-restart-time (HHMM, e.g.
*> 0400; absent means no scheduled restarts) and the reason the
*> disconnect packets will carry, and the staff-only lockout settings.
*> Called once at startup.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.

PROCEDURE DIVISION.
    MOVE SPACES TO MAINTENANCE-RESTART-HHMM
    MOVE 0 TO MAINTENANCE-LOCKOUT
    MOVE SPACES TO MAINTENANCE-LOCKOUT-REOPEN
    MOVE SPACES TO MAINTENANCE-LOCKOUT-SETTING
    CALL "Maintenance-Configure"
    MOVE 0 TO MAINTENANCE-WARNED-10
    MOVE 0 TO MAINTENANCE-WARNED-5
    MOVE 0 TO MAINTENANCE-WARNED-1
    MOVE SPACES TO MAINTENANCE-FIRED-DATE
    GOBACK.

END PROGRAM Maintenance-Init.

*> --- Maintenance-Configure ---
*> The restart time and reason, read at startup and again by
*> Config-Reload. A restart moved to a new time gets its countdown
*> warnings afresh. The lockout level and MOTD always follow the file;
*> maintenance-lockout itself (with maintenance-lockout-reopen) is only
*> acted on when its value differs from the last one read, so the
*> LOCKOUT command's choice stands until someone edits the setting.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    01 TIME-STR                  PIC X(8).
    01 PREVIOUS-HHMM             PIC X(4).
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.
    01 LOCKOUT-STR               PIC X(8).
    01 LOCKOUT-ON                BINARY-CHAR UNSIGNED.
    01 REOPEN-STR                PIC X(32).

PROCEDURE DIVISION.
    MOVE MAINTENANCE-RESTART-HHMM TO PREVIOUS-HHMM
    MOVE SPACES TO MAINTENANCE-RESTART-HHMM
    CALL "Config-GetString" USING "maintenance-restart-time" " " TIME-STR
    IF FUNCTION TRIM(TIME-STR) NOT = SPACES
    CALL "Config-GetString" USING "maintenance-restart-reason"
        "Scheduled maintenance - back in a few minutes"
        MAINTENANCE-REASON
    IF MAINTENANCE-RESTART-HHMM NOT = PREVIOUS-HHMM
        MOVE 0 TO MAINTENANCE-WARNED-10
        MOVE 0 TO MAINTENANCE-WARNED-5
        MOVE 0 TO MAINTENANCE-WARNED-1
    END-IF

    CALL "Config-GetNumber" USING "maintenance-lockout-level" 1
        CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 1 OR CONFIGURED-NUMBER > 4
        MOVE 1 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO MAINTENANCE-LOCKOUT-LEVEL
    CALL "Config-GetString" USING "maintenance-lockout-motd"
        "Closed for maintenance" MAINTENANCE-LOCKOUT-MOTD

    CALL "Config-GetString" USING "maintenance-lockout" "false" LOCKOUT-STR
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LOCKOUT-STR)) TO LOCKOUT-STR
    IF LOCKOUT-STR NOT = MAINTENANCE-LOCKOUT-SETTING
        MOVE LOCKOUT-STR TO MAINTENANCE-LOCKOUT-SETTING
        MOVE 0 TO LOCKOUT-ON
        IF LOCKOUT-STR = "TRUE"
            MOVE 1 TO LOCKOUT-ON
        END-IF
        CALL "Config-GetString" USING "maintenance-lockout-reopen" " "
            REOPEN-STR
        IF LOCKOUT-ON NOT = MAINTENANCE-LOCKOUT
            CALL "Maintenance-SetLockout" USING LOCKOUT-ON REOPEN-STR
        ELSE
            MOVE REOPEN-STR TO MAINTENANCE-LOCKOUT-REOPEN
        END-IF
    END-IF
    GOBACK.

END PROGRAM Maintenance-Configure.

*> --- Maintenance-Tick ---
*> Called once per tick from World-Tick, watching the wall clock the
    END-PERFORM.

END PROGRAM Maintenance-Tick.

*> --- Maintenance-SetLockout ---
*> Turns the staff-only lockout on or off, with the reopen time players
*> are told (free text such as "18:00 UTC"; spaces when nobody knows).
*> Switching it on also sends away everyone already online below the
*> lockout level, with the same message Players-Connect will refuse them
*> with, so the area staff are repairing really is empty.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-SetLockout.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    COPY DD-PLAYERS.
    01 PLAYER-INDEX              BINARY-CHAR.
    01 LOCKOUT-REASON            PIC X(64).
    01 LEVEL-DISPLAY             PIC 9.
    01 LOG-MESSAGE               PIC X(160).
    01 LOG-POINTER               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ON                     BINARY-CHAR UNSIGNED.
    01 LK-REOPEN                 PIC X(32).

PROCEDURE DIVISION USING LK-ON LK-REOPEN.
    MOVE LK-REOPEN TO MAINTENANCE-LOCKOUT-REOPEN
    IF LK-ON = 0
        MOVE 0 TO MAINTENANCE-LOCKOUT
        CALL "Log-Write" USING "INFO" "maintenance lockout lifted"
        GOBACK
    END-IF

    MOVE 1 TO MAINTENANCE-LOCKOUT
    MOVE MAINTENANCE-LOCKOUT-LEVEL TO LEVEL-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    MOVE 1 TO LOG-POINTER
    STRING "maintenance lockout on, permission level " DELIMITED BY SIZE
        LEVEL-DISPLAY DELIMITED BY SIZE
        " and above only" DELIMITED BY SIZE
        INTO LOG-MESSAGE
        WITH POINTER LOG-POINTER
    IF MAINTENANCE-LOCKOUT-REOPEN NOT = SPACES
        STRING ", reopening " DELIMITED BY SIZE
            FUNCTION TRIM(MAINTENANCE-LOCKOUT-REOPEN) DELIMITED BY SIZE
            INTO LOG-MESSAGE
            WITH POINTER LOG-POINTER
    END-IF
    CALL "Log-Write" USING "INFO" LOG-MESSAGE

    CALL "Maintenance-LockoutMessage" USING LOCKOUT-REASON
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
                AND PLAYER-PERMISSION-LEVEL(PLAYER-INDEX)
                    < MAINTENANCE-LOCKOUT-LEVEL
            *> a lockout is not a combat log
            MOVE 0 TO PLAYER-COMBAT-TAG-UNTIL(PLAYER-INDEX)
            CALL "SendPacket-Disconnect" USING PLAYER-CLIENT(PLAYER-INDEX)
                LOCKOUT-REASON
            CALL "Players-Disconnect" USING PLAYER-INDEX
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Maintenance-SetLockout.

*> --- Maintenance-LockoutMessage ---
*> The catalog text a locked-out player is turned away with, carrying
*> the reopen time when one was given.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-LockoutMessage.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-REASON                 PIC X(64).

PROCEDURE DIVISION USING LK-REASON.
    IF MAINTENANCE-LOCKOUT-REOPEN = SPACES
        CALL "Messages-Get" USING "connect-lockout"
            "Closed for maintenance, staff only" " " CATALOG-MESSAGE
    ELSE
        CALL "Messages-Get" USING "connect-lockout-reopen"
            "Closed for maintenance, reopening {0}"
            FUNCTION TRIM(MAINTENANCE-LOCKOUT-REOPEN) CATALOG-MESSAGE
    END-IF
    MOVE CATALOG-MESSAGE(1:64) TO LK-REASON
    GOBACK.

END PROGRAM Maintenance-LockoutMessage.

*> --- Maintenance-GetMotd ---
*> The MOTD the server advertises: the motd setting normally, or the
*> lockout MOTD and reopen time while the lockout is on. The query
*> status response (Query-BuildStatusResponse) reads it from here.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-GetMotd.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
LINKAGE SECTION.
    01 LK-MOTD                   PIC X(96).

PROCEDURE DIVISION USING LK-MOTD.
    MOVE SPACES TO LK-MOTD
    IF NOT MAINTENANCE-LOCKED-OUT
        CALL "Config-GetString" USING "motd" "A CobolCraft Server" LK-MOTD
        GOBACK
    END-IF
    IF MAINTENANCE-LOCKOUT-REOPEN = SPACES
        MOVE MAINTENANCE-LOCKOUT-MOTD TO LK-MOTD
    ELSE
        STRING FUNCTION TRIM(MAINTENANCE-LOCKOUT-MOTD) DELIMITED BY SIZE
            " - reopening " DELIMITED BY SIZE
            FUNCTION TRIM(MAINTENANCE-LOCKOUT-REOPEN) DELIMITED BY SIZE
            INTO LK-MOTD
    END-IF
    GOBACK.

END PROGRAM Maintenance-GetMotd.

*> --- RegisterCommand-Lockout ---
*> LOCKOUT, permission level 3 (and so RCON):
*>   LOCKOUT                      - show whether the server is locked
*>   LOCKOUT ON [reopen time]     - staff only from now on
*>   LOCKOUT OFF                  - open to everyone again
*> The same switch maintenance-lockout sets from server.properties.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Lockout.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Lockout"
    CALL "Commands-Register" USING "LOCKOUT" 3 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Lockout ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Lockout.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-MAINTENANCE.
        01 ACTION                 PIC X(8).
        01 REST-POINTER           BINARY-LONG UNSIGNED.
        01 REOPEN-STR             PIC X(32).
        01 LOCKOUT-ON             BINARY-CHAR UNSIGNED.
        01 LEVEL-DISPLAY          PIC 9.
        01 RESPONSE-POINTER       BINARY-LONG UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO ACTION
        MOVE SPACES TO REOPEN-STR
        MOVE 1 TO REST-POINTER
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO ACTION
                WITH POINTER REST-POINTER
        END-IF
        IF REST-POINTER <= LK-COMMAND-ARGS-LENGTH
            MOVE LK-COMMAND-ARGS(REST-POINTER:
                LK-COMMAND-ARGS-LENGTH - REST-POINTER + 1) TO REOPEN-STR
        END-IF

        EVALUATE FUNCTION UPPER-CASE(ACTION)
            WHEN "ON"
                MOVE 1 TO LOCKOUT-ON
                CALL "Maintenance-SetLockout" USING LOCKOUT-ON REOPEN-STR
            WHEN "OFF"
                MOVE 0 TO LOCKOUT-ON
                CALL "Maintenance-SetLockout" USING LOCKOUT-ON REOPEN-STR
            WHEN SPACES
                CONTINUE
            WHEN OTHER
                MOVE "Usage: LOCKOUT [ON [reopen time] | OFF]"
                    TO LK-COMMAND-RESPONSE-TEXT
                COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                    FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
                GOBACK
        END-EVALUATE

        IF MAINTENANCE-LOCKED-OUT
            MOVE MAINTENANCE-LOCKOUT-LEVEL TO LEVEL-DISPLAY
            MOVE 1 TO RESPONSE-POINTER
            STRING "Lockout is on: permission level " DELIMITED BY SIZE
                LEVEL-DISPLAY DELIMITED BY SIZE
                " and above only" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
                WITH POINTER RESPONSE-POINTER
            IF MAINTENANCE-LOCKOUT-REOPEN NOT = SPACES
                STRING ", reopening " DELIMITED BY SIZE
                    FUNCTION TRIM(MAINTENANCE-LOCKOUT-REOPEN)
                        DELIMITED BY SIZE
                    INTO LK-COMMAND-RESPONSE-TEXT
                    WITH POINTER RESPONSE-POINTER
            END-IF
        ELSE
            MOVE "Lockout is off: the server is open to everyone"
                TO LK-COMMAND-RESPONSE-TEXT
        END-IF
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-Lockout.

END PROGRAM RegisterCommand-Lockout.
