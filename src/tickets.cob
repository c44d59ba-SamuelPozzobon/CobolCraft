*> --- Tickets-Init ---
*> Clears the ticket board and reloads the open tickets from
*> save/tickets.dat: a "next <id>" line carrying the number the next
*> report will get, then one fixed-column line per ticket (see
*> TICKET-FILE-RECORD, which Tickets-Save writes the same way).
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-TICKETS
        ASSIGN TO "save/tickets.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-TICKETS.
    01 TICKET-LINE               PIC X(448).
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 TICKET-INDEX              BINARY-LONG UNSIGNED.
    01 NEXT-ID-TOKEN             PIC X(12).
    01 TICKET-FILE-RECORD.
        05 TF-ID                 PIC 9(6).
        05 FILLER                PIC X(1).
        05 TF-OPENED             PIC X(14).
        05 FILLER                PIC X(1).
        05 TF-REPORTER-UUID      PIC X(36).
        05 FILLER                PIC X(1).
        05 TF-REPORTER-NAME      PIC X(16).
        05 FILLER                PIC X(1).
        05 TF-TARGET-NAME        PIC X(16).
        05 FILLER                PIC X(1).
        05 TF-DIMENSION          PIC X(32).
        05 FILLER                PIC X(1).
        05 TF-X                  PIC X(11).
        05 FILLER                PIC X(1).
        05 TF-Y                  PIC X(11).
        05 FILLER                PIC X(1).
        05 TF-Z                  PIC X(11).
        05 FILLER                PIC X(1).
        05 TF-HANDLER-NAME       PIC X(16).
        05 FILLER                PIC X(1).
        05 TF-COMMENT-COUNT      PIC 9(4).
        05 FILLER                PIC X(1).
        05 TF-TEXT               PIC X(128).
        05 FILLER                PIC X(1).
        05 TF-NOTE               PIC X(128).

PROCEDURE DIVISION.
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1
            UNTIL TICKET-INDEX > MAX-TICKETS
        MOVE 0 TO TICKET-USED(TICKET-INDEX)
    END-PERFORM
    MOVE 1 TO TICKETS-NEXT-ID

    MOVE 0 TO TICKET-INDEX
    OPEN INPUT FD-TICKETS
    PERFORM UNTIL EXIT
        READ FD-TICKETS
            AT END
                EXIT PERFORM
            NOT AT END
                EVALUATE TRUE
                    WHEN TICKET-LINE = SPACES
                        CONTINUE
                    WHEN TICKET-LINE(1:5) = "next "
                        MOVE TICKET-LINE(6:12) TO NEXT-ID-TOKEN
                        IF FUNCTION TEST-NUMVAL(NEXT-ID-TOKEN) = 0
                            COMPUTE TICKETS-NEXT-ID =
                                FUNCTION NUMVAL(NEXT-ID-TOKEN)
                        END-IF
                    WHEN TICKET-INDEX < MAX-TICKETS
                        ADD 1 TO TICKET-INDEX
                        PERFORM LOAD-TICKET
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE FD-TICKETS
    GOBACK.

LOAD-TICKET.
    MOVE TICKET-LINE TO TICKET-FILE-RECORD
    MOVE 1 TO TICKET-USED(TICKET-INDEX)
    MOVE TF-ID TO TICKET-ID(TICKET-INDEX)
    MOVE TF-OPENED TO TICKET-OPENED(TICKET-INDEX)
    CALL "UUID-FromString" USING TF-REPORTER-UUID
        TICKET-REPORTER-UUID(TICKET-INDEX)
    MOVE TF-REPORTER-NAME TO TICKET-REPORTER-NAME(TICKET-INDEX)
    MOVE TF-TARGET-NAME TO TICKET-TARGET-NAME(TICKET-INDEX)
    MOVE TF-DIMENSION TO TICKET-DIMENSION(TICKET-INDEX)
    COMPUTE TICKET-X(TICKET-INDEX) = FUNCTION NUMVAL(TF-X)
    COMPUTE TICKET-Y(TICKET-INDEX) = FUNCTION NUMVAL(TF-Y)
    COMPUTE TICKET-Z(TICKET-INDEX) = FUNCTION NUMVAL(TF-Z)
    MOVE TF-HANDLER-NAME TO TICKET-HANDLER-NAME(TICKET-INDEX)
    MOVE TF-COMMENT-COUNT TO TICKET-COMMENT-COUNT(TICKET-INDEX)
    MOVE TF-TEXT TO TICKET-TEXT(TICKET-INDEX)
    MOVE TF-NOTE TO TICKET-NOTE(TICKET-INDEX)
    *> a hand-edited file must not hand out a number twice
    IF TICKET-ID(TICKET-INDEX) >= TICKETS-NEXT-ID
        COMPUTE TICKETS-NEXT-ID = TICKET-ID(TICKET-INDEX) + 1
    END-IF.

END PROGRAM Tickets-Init.

*> --- Tickets-Save ---
*> Rewrites save/tickets.dat from the board, after every report, claim,
*> comment or close.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-TICKETS
        ASSIGN TO "save/tickets.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-TICKETS.
    01 TICKET-LINE               PIC X(448).
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 TICKET-INDEX              BINARY-LONG UNSIGNED.
    01 ID-DISPLAY                PIC 9(6).
    01 COORD-DISPLAY             PIC -(9)9.
    01 TICKET-FILE-RECORD.
        05 TF-ID                 PIC 9(6).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-OPENED             PIC X(14).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-REPORTER-UUID      PIC X(36).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-REPORTER-NAME      PIC X(16).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-TARGET-NAME        PIC X(16).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-DIMENSION          PIC X(32).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-X                  PIC X(11).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-Y                  PIC X(11).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-Z                  PIC X(11).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-HANDLER-NAME       PIC X(16).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-COMMENT-COUNT      PIC 9(4).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-TEXT               PIC X(128).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 TF-NOTE               PIC X(128).

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN OUTPUT FD-TICKETS
    MOVE TICKETS-NEXT-ID TO ID-DISPLAY
    MOVE SPACES TO TICKET-LINE
    STRING "next " ID-DISPLAY DELIMITED BY SIZE INTO TICKET-LINE
    WRITE TICKET-LINE
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1
            UNTIL TICKET-INDEX > MAX-TICKETS
        IF TICKET-USED(TICKET-INDEX) NOT = 0
            MOVE TICKET-ID(TICKET-INDEX) TO TF-ID
            MOVE TICKET-OPENED(TICKET-INDEX) TO TF-OPENED
            CALL "UUID-ToString" USING TICKET-REPORTER-UUID(TICKET-INDEX)
                TF-REPORTER-UUID
            MOVE TICKET-REPORTER-NAME(TICKET-INDEX) TO TF-REPORTER-NAME
            MOVE TICKET-TARGET-NAME(TICKET-INDEX) TO TF-TARGET-NAME
            MOVE TICKET-DIMENSION(TICKET-INDEX) TO TF-DIMENSION
            MOVE TICKET-X(TICKET-INDEX) TO COORD-DISPLAY
            MOVE COORD-DISPLAY TO TF-X
            MOVE TICKET-Y(TICKET-INDEX) TO COORD-DISPLAY
            MOVE COORD-DISPLAY TO TF-Y
            MOVE TICKET-Z(TICKET-INDEX) TO COORD-DISPLAY
            MOVE COORD-DISPLAY TO TF-Z
            MOVE TICKET-HANDLER-NAME(TICKET-INDEX) TO TF-HANDLER-NAME
            MOVE TICKET-COMMENT-COUNT(TICKET-INDEX) TO TF-COMMENT-COUNT
            MOVE TICKET-TEXT(TICKET-INDEX) TO TF-TEXT
            MOVE TICKET-NOTE(TICKET-INDEX) TO TF-NOTE
            MOVE TICKET-FILE-RECORD TO TICKET-LINE
            WRITE TICKET-LINE
        END-IF
    END-PERFORM
    CLOSE FD-TICKETS
    GOBACK.

END PROGRAM Tickets-Save.

*> --- Tickets-Journal ---
*> Appends one line per ticket event to save/tickets.log, the trail
*> TicketReport-Run reads: timestamp, ticket number, OPEN, CLAIM,
*> COMMENT or CLOSE, and the name of whoever acted. OPEN adds the
*> reported name; CLOSE adds the ticket's opening stamp, so the time
*> to close is there on the one line.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Journal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-TICKET-JOURNAL
        ASSIGN TO "save/tickets.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-TICKET-JOURNAL.
    01 JOURNAL-LINE              PIC X(96).
WORKING-STORAGE SECTION.
    01 TIMESTAMP-STR             PIC X(26).
    01 ID-DISPLAY                PIC 9(6).
LINKAGE SECTION.
    01 LK-TICKET-ID              BINARY-LONG UNSIGNED.
    01 LK-EVENT                  PIC X ANY LENGTH.
    01 LK-ACTOR-NAME             PIC X(16).
    01 LK-DETAIL                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-TICKET-ID LK-EVENT LK-ACTOR-NAME LK-DETAIL.
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR
    MOVE LK-TICKET-ID TO ID-DISPLAY
    MOVE SPACES TO JOURNAL-LINE
    STRING TIMESTAMP-STR(1:14) " "
        ID-DISPLAY " "
        FUNCTION TRIM(LK-EVENT) " "
        FUNCTION TRIM(LK-ACTOR-NAME) " "
        FUNCTION TRIM(LK-DETAIL)
        DELIMITED BY SIZE INTO JOURNAL-LINE
    OPEN EXTEND FD-TICKET-JOURNAL
    WRITE JOURNAL-LINE
    CLOSE FD-TICKET-JOURNAL
    GOBACK.

END PROGRAM Tickets-Journal.

*> --- Tickets-NotifyOnJoin ---
*> Called from Players-Connect: a moderator (permission level 1 or
*> more) joining while reports wait on the board is told how many, and
*> how many of those nobody has claimed yet.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-NotifyOnJoin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-PLAYERS.
    01 TICKET-INDEX              BINARY-LONG UNSIGNED.
    01 WAITING-COUNT             BINARY-LONG UNSIGNED.
    01 UNCLAIMED-COUNT           BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 UNCLAIMED-DISPLAY         PIC Z(8)9.
    01 NOTICE-LINE               PIC X(128).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-PERMISSION-LEVEL(LK-PLAYER-ID) < 1
        GOBACK
    END-IF
    MOVE 0 TO WAITING-COUNT
    MOVE 0 TO UNCLAIMED-COUNT
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1
            UNTIL TICKET-INDEX > MAX-TICKETS
        IF TICKET-USED(TICKET-INDEX) NOT = 0
            ADD 1 TO WAITING-COUNT
            IF TICKET-HANDLER-NAME(TICKET-INDEX) = SPACES
                ADD 1 TO UNCLAIMED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WAITING-COUNT = 0
        GOBACK
    END-IF

    MOVE WAITING-COUNT TO COUNT-DISPLAY
    MOVE UNCLAIMED-COUNT TO UNCLAIMED-DISPLAY
    MOVE SPACES TO NOTICE-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " report ticket(s) open, "
        FUNCTION TRIM(UNCLAIMED-DISPLAY) " unclaimed - tickets list"
        DELIMITED BY SIZE INTO NOTICE-LINE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        NOTICE-LINE
    GOBACK.

END PROGRAM Tickets-NotifyOnJoin.

*> --- RegisterCommand-Tickets ---
*> Registers the player report queue:
*>   REPORT <player> <what happened...>  - permission level 0; opens a
*>       ticket with the reporter, the reported name, the text and the
*>       reporter's dimension and position, and tells every moderator
*>       online
*>   TICKETS list                        - permission level 1
*>   TICKETS claim <id>
*>   TICKETS comment <id> <text...>
*>   TICKETS close <id> [resolution...]  - the reporter is mailed
*> A reporter may have at most report-max-open tickets on the board at
*> once, so one player can't bury the queue. Every event goes to the
*> save/tickets.log journal through Tickets-Journal.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Tickets.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Report"
    CALL "Commands-Register" USING "REPORT" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-Tickets"
    CALL "Commands-Register" USING "TICKETS" 1 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Report ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Report.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-TICKETS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 TARGET-NAME            PIC X(16).
        01 REST-POINTER           BINARY-LONG UNSIGNED.
        01 REPORT-TEXT            PIC X(128).
        01 MAX-OPEN               BINARY-LONG-LONG.
        01 OPEN-BY-REPORTER       BINARY-LONG UNSIGNED.
        01 TICKET-INDEX           BINARY-LONG UNSIGNED.
        01 TARGET-INDEX           BINARY-LONG UNSIGNED.
        01 TIMESTAMP-STR          PIC X(26).
        01 ID-DISPLAY             PIC Z(5)9.
        01 NOTICE-LINE            PIC X(160).
        01 VIEWER-INDEX           BINARY-CHAR.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            STRING "Only a player can file a report" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        MOVE SPACES TO TARGET-NAME
        MOVE SPACES TO REPORT-TEXT
        MOVE 1 TO REST-POINTER
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY " " INTO TARGET-NAME
                WITH POINTER REST-POINTER
        END-IF
        IF REST-POINTER <= LK-COMMAND-ARGS-LENGTH
            MOVE LK-COMMAND-ARGS(REST-POINTER:
                LK-COMMAND-ARGS-LENGTH - REST-POINTER + 1) TO REPORT-TEXT
        END-IF
        IF TARGET-NAME = SPACES OR REPORT-TEXT = SPACES
            STRING "Usage: report <player> <what happened>"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF

        *> this reporter's tickets still on the board, and the first
        *> free slot
        CALL "Config-GetNumber" USING "report-max-open" 3 MAX-OPEN
        MOVE 0 TO OPEN-BY-REPORTER
        MOVE 0 TO TARGET-INDEX
        PERFORM VARYING TICKET-INDEX FROM 1 BY 1
                UNTIL TICKET-INDEX > MAX-TICKETS
            IF TICKET-USED(TICKET-INDEX) NOT = 0
                IF TICKET-REPORTER-UUID(TICKET-INDEX)
                        = PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
                    ADD 1 TO OPEN-BY-REPORTER
                END-IF
            ELSE
                IF TARGET-INDEX = 0
                    MOVE TICKET-INDEX TO TARGET-INDEX
                END-IF
            END-IF
        END-PERFORM
        IF OPEN-BY-REPORTER >= MAX-OPEN
            STRING "You already have reports waiting for a moderator"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        IF TARGET-INDEX = 0
            STRING "The report queue is full, please try again later"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            CALL "Log-Write" USING "WARN"
                "report refused: the ticket board is full"
            GOBACK
        END-IF

        MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR
        MOVE 1 TO TICKET-USED(TARGET-INDEX)
        MOVE TICKETS-NEXT-ID TO TICKET-ID(TARGET-INDEX)
        ADD 1 TO TICKETS-NEXT-ID
        MOVE TIMESTAMP-STR(1:14) TO TICKET-OPENED(TARGET-INDEX)
        MOVE PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            TO TICKET-REPORTER-UUID(TARGET-INDEX)
        MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            TO TICKET-REPORTER-NAME(TARGET-INDEX)
        MOVE TARGET-NAME TO TICKET-TARGET-NAME(TARGET-INDEX)
        MOVE PLAYER-DIMENSION(COMMANDS-ACTOR-PLAYER)
            TO TICKET-DIMENSION(TARGET-INDEX)
        MOVE PLAYER-X(COMMANDS-ACTOR-PLAYER) TO TICKET-X(TARGET-INDEX)
        MOVE PLAYER-Y(COMMANDS-ACTOR-PLAYER) TO TICKET-Y(TARGET-INDEX)
        MOVE PLAYER-Z(COMMANDS-ACTOR-PLAYER) TO TICKET-Z(TARGET-INDEX)
        MOVE SPACES TO TICKET-HANDLER-NAME(TARGET-INDEX)
        MOVE 0 TO TICKET-COMMENT-COUNT(TARGET-INDEX)
        MOVE REPORT-TEXT TO TICKET-TEXT(TARGET-INDEX)
        MOVE SPACES TO TICKET-NOTE(TARGET-INDEX)
        CALL "Tickets-Save"
        CALL "Tickets-Journal" USING TICKET-ID(TARGET-INDEX) "OPEN"
            TICKET-REPORTER-NAME(TARGET-INDEX) TARGET-NAME

        MOVE TICKET-ID(TARGET-INDEX) TO ID-DISPLAY
        MOVE SPACES TO NOTICE-LINE
        STRING "New report #" FUNCTION TRIM(ID-DISPLAY) " from "
            PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
            " about " FUNCTION TRIM(TARGET-NAME) ": "
            FUNCTION TRIM(REPORT-TEXT)
            DELIMITED BY SIZE INTO NOTICE-LINE
        PERFORM VARYING VIEWER-INDEX FROM 1 BY 1
                UNTIL VIEWER-INDEX > MAX-PLAYERS
            IF PLAYER-CLIENT(VIEWER-INDEX) > 0
                    AND PLAYER-PERMISSION-LEVEL(VIEWER-INDEX) >= 1
                CALL "SendPacket-SystemChat" USING
                    PLAYER-CLIENT(VIEWER-INDEX) NOTICE-LINE
            END-IF
        END-PERFORM
        CALL "Log-Write" USING "INFO" NOTICE-LINE

        STRING "Report #" FUNCTION TRIM(ID-DISPLAY)
            " filed - a moderator will look into it"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-Report.

    *> --- Callback-Tickets ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Tickets.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-TICKETS.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 SUB-COMMAND            PIC X(8).
        01 ID-ARG                 PIC X(12).
        01 REST-POINTER           BINARY-LONG UNSIGNED.
        01 REST-TEXT              PIC X(128).
        01 WANTED-ID              BINARY-LONG UNSIGNED.
        01 TICKET-INDEX           BINARY-LONG UNSIGNED.
        01 FOUND-INDEX            BINARY-LONG UNSIGNED.
        01 MODERATOR-NAME         PIC X(16).
        01 MODERATOR-NAME-LENGTH  BINARY-LONG UNSIGNED.
        01 ID-DISPLAY             PIC Z(5)9.
        01 X-DISPLAY              PIC -(9)9.
        01 Y-DISPLAY              PIC -(9)9.
        01 Z-DISPLAY              PIC -(9)9.
        01 STATE-WORD             PIC X(32).
        01 LIST-LINE              PIC X(255).
        01 ANY-LISTED             BINARY-CHAR UNSIGNED.
        01 MAIL-TEXT              PIC X(256).
        01 MAIL-TEXT-LEN          BINARY-LONG UNSIGNED.
        01 REPORTER-PLAYER        BINARY-CHAR.
        01 OPENED-STAMP           PIC X(14).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO SUB-COMMAND
        MOVE SPACES TO ID-ARG
        MOVE SPACES TO REST-TEXT
        MOVE 1 TO REST-POINTER
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND ID-ARG
                WITH POINTER REST-POINTER
        END-IF
        IF REST-POINTER <= LK-COMMAND-ARGS-LENGTH
            MOVE LK-COMMAND-ARGS(REST-POINTER:
                LK-COMMAND-ARGS-LENGTH - REST-POINTER + 1) TO REST-TEXT
        END-IF

        *> the console and RCON act under their own name
        IF COMMANDS-ACTOR-PLAYER = 0
            MOVE "console" TO MODERATOR-NAME
        ELSE
            MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER) TO MODERATOR-NAME
        END-IF
        COMPUTE MODERATOR-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(MODERATOR-NAME)

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN "LIST"
                PERFORM TICKETS-LIST
            WHEN "CLAIM"
                PERFORM FIND-TICKET
                IF FOUND-INDEX NOT = 0
                    PERFORM TICKETS-CLAIM
                END-IF
            WHEN "COMMENT"
                PERFORM FIND-TICKET
                IF FOUND-INDEX NOT = 0
                    PERFORM TICKETS-COMMENT
                END-IF
            WHEN "CLOSE"
                PERFORM FIND-TICKET
                IF FOUND-INDEX NOT = 0
                    PERFORM TICKETS-CLOSE
                END-IF
            WHEN OTHER
                STRING "Usage: tickets list | claim <id> | "
                    "comment <id> <text> | close <id> [resolution]"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                    FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        END-EVALUATE
        GOBACK.

    FIND-TICKET.
        MOVE 0 TO FOUND-INDEX
        *> "#12" and "12" both name ticket 12
        INSPECT ID-ARG REPLACING ALL "#" BY SPACE
        IF ID-ARG = SPACES OR FUNCTION TEST-NUMVAL(ID-ARG) NOT = 0
            STRING "Give the ticket number, as tickets list shows it"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            EXIT PARAGRAPH
        END-IF
        COMPUTE WANTED-ID = FUNCTION NUMVAL(ID-ARG)
        PERFORM VARYING TICKET-INDEX FROM 1 BY 1
                UNTIL TICKET-INDEX > MAX-TICKETS OR FOUND-INDEX NOT = 0
            IF TICKET-USED(TICKET-INDEX) NOT = 0
                    AND TICKET-ID(TICKET-INDEX) = WANTED-ID
                MOVE TICKET-INDEX TO FOUND-INDEX
            END-IF
        END-PERFORM
        IF FOUND-INDEX = 0
            STRING "No open ticket #" DELIMITED BY SIZE
                FUNCTION TRIM(ID-ARG) DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        END-IF.

    TICKETS-LIST.
        MOVE 0 TO ANY-LISTED
        PERFORM VARYING TICKET-INDEX FROM 1 BY 1
                UNTIL TICKET-INDEX > MAX-TICKETS
            IF TICKET-USED(TICKET-INDEX) NOT = 0
                MOVE 1 TO ANY-LISTED
                MOVE TICKET-ID(TICKET-INDEX) TO ID-DISPLAY
                MOVE TICKET-X(TICKET-INDEX) TO X-DISPLAY
                MOVE TICKET-Y(TICKET-INDEX) TO Y-DISPLAY
                MOVE TICKET-Z(TICKET-INDEX) TO Z-DISPLAY
                MOVE SPACES TO STATE-WORD
                IF TICKET-HANDLER-NAME(TICKET-INDEX) = SPACES
                    MOVE "open" TO STATE-WORD
                ELSE
                    STRING "claimed by "
                        FUNCTION TRIM(TICKET-HANDLER-NAME(TICKET-INDEX))
                        DELIMITED BY SIZE INTO STATE-WORD
                END-IF
                MOVE SPACES TO LIST-LINE
                STRING "#" FUNCTION TRIM(ID-DISPLAY) " ["
                    FUNCTION TRIM(STATE-WORD) "] "
                    TICKET-OPENED(TICKET-INDEX)(1:4) "-"
                    TICKET-OPENED(TICKET-INDEX)(5:2) "-"
                    TICKET-OPENED(TICKET-INDEX)(7:2) " "
                    TICKET-OPENED(TICKET-INDEX)(9:2) ":"
                    TICKET-OPENED(TICKET-INDEX)(11:2) " "
                    FUNCTION TRIM(TICKET-REPORTER-NAME(TICKET-INDEX))
                    " -> "
                    FUNCTION TRIM(TICKET-TARGET-NAME(TICKET-INDEX))
                    " at " FUNCTION TRIM(TICKET-DIMENSION(TICKET-INDEX))
                    " " FUNCTION TRIM(X-DISPLAY)
                    " " FUNCTION TRIM(Y-DISPLAY)
                    " " FUNCTION TRIM(Z-DISPLAY) ": "
                    FUNCTION TRIM(TICKET-TEXT(TICKET-INDEX))
                    DELIMITED BY SIZE INTO LIST-LINE
                PERFORM SEND-LIST-LINE
                IF TICKET-NOTE(TICKET-INDEX) NOT = SPACES
                    MOVE SPACES TO LIST-LINE
                    STRING "    note: "
                        FUNCTION TRIM(TICKET-NOTE(TICKET-INDEX))
                        DELIMITED BY SIZE INTO LIST-LINE
                    PERFORM SEND-LIST-LINE
                END-IF
            END-IF
        END-PERFORM
        IF ANY-LISTED = 0
            STRING "No open tickets" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        END-IF.

    SEND-LIST-LINE.
        IF COMMANDS-ACTOR-PLAYER NOT = 0
            CALL "SendPacket-SystemChat" USING
                PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) LIST-LINE
        ELSE
            CALL "Log-Write" USING "INFO" LIST-LINE
        END-IF.

    TICKETS-CLAIM.
        MOVE MODERATOR-NAME TO TICKET-HANDLER-NAME(FOUND-INDEX)
        CALL "Tickets-Save"
        CALL "Tickets-Journal" USING TICKET-ID(FOUND-INDEX) "CLAIM"
            MODERATOR-NAME " "
        MOVE TICKET-ID(FOUND-INDEX) TO ID-DISPLAY
        STRING "Ticket #" FUNCTION TRIM(ID-DISPLAY) " is yours"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    TICKETS-COMMENT.
        IF REST-TEXT = SPACES
            STRING "Usage: tickets comment <id> <text>"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO TICKET-NOTE(FOUND-INDEX)
        STRING MODERATOR-NAME(1:MODERATOR-NAME-LENGTH) ": "
            FUNCTION TRIM(REST-TEXT)
            DELIMITED BY SIZE INTO TICKET-NOTE(FOUND-INDEX)
        ADD 1 TO TICKET-COMMENT-COUNT(FOUND-INDEX)
        CALL "Tickets-Save"
        CALL "Tickets-Journal" USING TICKET-ID(FOUND-INDEX) "COMMENT"
            MODERATOR-NAME " "
        MOVE TICKET-ID(FOUND-INDEX) TO ID-DISPLAY
        STRING "Comment added to ticket #" FUNCTION TRIM(ID-DISPLAY)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    TICKETS-CLOSE.
        MOVE TICKET-ID(FOUND-INDEX) TO ID-DISPLAY
        MOVE TICKET-OPENED(FOUND-INDEX) TO OPENED-STAMP

        *> the reporter hears back whether or not they are online
        MOVE SPACES TO MAIL-TEXT
        IF REST-TEXT = SPACES
            STRING "your report #" FUNCTION TRIM(ID-DISPLAY)
                " about "
                FUNCTION TRIM(TICKET-TARGET-NAME(FOUND-INDEX))
                " has been closed"
                DELIMITED BY SIZE INTO MAIL-TEXT
        ELSE
            STRING "your report #" FUNCTION TRIM(ID-DISPLAY)
                " about "
                FUNCTION TRIM(TICKET-TARGET-NAME(FOUND-INDEX))
                " has been closed: " FUNCTION TRIM(REST-TEXT)
                DELIMITED BY SIZE INTO MAIL-TEXT
        END-IF
        COMPUTE MAIL-TEXT-LEN = FUNCTION STORED-CHAR-LENGTH(MAIL-TEXT)
        CALL "Mail-Append" USING TICKET-REPORTER-UUID(FOUND-INDEX)
            MODERATOR-NAME MODERATOR-NAME-LENGTH MAIL-TEXT MAIL-TEXT-LEN
        CALL "Players-FindConnectedByUUID" USING
            TICKET-REPORTER-UUID(FOUND-INDEX) REPORTER-PLAYER
        IF REPORTER-PLAYER NOT = 0
            CALL "Mail-Deliver" USING REPORTER-PLAYER
        END-IF

        MOVE 0 TO TICKET-USED(FOUND-INDEX)
        CALL "Tickets-Save"
        *> a ticket closed without a claim counts as handled by whoever
        *> closed it
        CALL "Tickets-Journal" USING TICKET-ID(FOUND-INDEX) "CLOSE"
            MODERATOR-NAME OPENED-STAMP
        STRING "Ticket #" FUNCTION TRIM(ID-DISPLAY) " closed"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    END PROGRAM Callback-Tickets.

END PROGRAM RegisterCommand-Tickets.
