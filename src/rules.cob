*> --- Rules-Load ---
*> Reads save/rules.txt into the rules pages and encodes them once as
*> a signed book. Lines run together with line breaks; a line of just
*> "---" starts a new page, and a page that fills up (400 characters,
*> the limit a book page keeps here) carries on onto the next, up to
*> MAX-RULES-PAGES. The edition number comes from rules-version, so
*> publishing new rules is an edit to the text, a bump of the number
*> and a RELOADCONFIG. Called from World-Init and again by
*> Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-RULES-TEXT
        ASSIGN TO "save/rules.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-RULES-TEXT.
    01 RULES-TEXT-LINE           PIC X(256).
WORKING-STORAGE SECTION.
    COPY DD-RULES.
    COPY DD-NBT-ENCODER.
    01 CONFIGURED-NUMBER         BINARY-LONG-LONG.
    01 LINE-LENGTH               BINARY-LONG UNSIGNED.
    01 PAGE-INDEX                BINARY-LONG UNSIGNED.
    01 PAGE-LEN                  BINARY-LONG UNSIGNED.
    01 TITLE-LEN                 BINARY-LONG UNSIGNED.
    01 VERSION-DISPLAY           PIC Z(5)9.
    01 C-AUTHOR                  PIC X(6) VALUE "Server".
    01 C-AUTHOR-LEN              BINARY-LONG UNSIGNED VALUE 6.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "rules-version" 1 CONFIGURED-NUMBER
    IF CONFIGURED-NUMBER < 0 OR CONFIGURED-NUMBER > 999999
        MOVE 1 TO CONFIGURED-NUMBER
    END-IF
    MOVE CONFIGURED-NUMBER TO RULES-VERSION

    MOVE 0 TO RULES-PAGE-COUNT
    MOVE 0 TO RULES-BOOK-NBT-LENGTH
    OPEN INPUT FD-RULES-TEXT
    PERFORM UNTIL EXIT
        READ FD-RULES-TEXT
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM ADD-LINE
        END-READ
    END-PERFORM
    CLOSE FD-RULES-TEXT
    *> a trailing page break leaves an empty last page behind
    IF RULES-PAGE-COUNT > 0
        IF RULES-PAGE-LENGTH(RULES-PAGE-COUNT) = 0
            SUBTRACT 1 FROM RULES-PAGE-COUNT
        END-IF
    END-IF
    IF RULES-PAGE-COUNT = 0
        MOVE 0 TO RULES-VERSION
        GOBACK
    END-IF

    MOVE RULES-VERSION TO VERSION-DISPLAY
    MOVE SPACES TO RULES-BOOK-TITLE
    STRING "Server Rules v" FUNCTION TRIM(VERSION-DISPLAY)
        DELIMITED BY SIZE INTO RULES-BOOK-TITLE
    PERFORM ENCODE-BOOK
    GOBACK.

ADD-LINE.
    IF FUNCTION TRIM(RULES-TEXT-LINE) = "---"
        IF RULES-PAGE-COUNT > 0 AND RULES-PAGE-COUNT < MAX-RULES-PAGES
            ADD 1 TO RULES-PAGE-COUNT
            MOVE SPACES TO RULES-PAGE-TEXT(RULES-PAGE-COUNT)
            MOVE 0 TO RULES-PAGE-LENGTH(RULES-PAGE-COUNT)
        END-IF
        EXIT PARAGRAPH
    END-IF
    COMPUTE LINE-LENGTH = FUNCTION STORED-CHAR-LENGTH(RULES-TEXT-LINE)
    IF RULES-PAGE-COUNT = 0
        IF LINE-LENGTH = 0
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO RULES-PAGE-COUNT
        MOVE SPACES TO RULES-PAGE-TEXT(1)
        MOVE 0 TO RULES-PAGE-LENGTH(1)
    END-IF
    *> the line break before it counts against the page too
    IF RULES-PAGE-LENGTH(RULES-PAGE-COUNT) + LINE-LENGTH + 1 > 400
        IF RULES-PAGE-COUNT >= MAX-RULES-PAGES
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO RULES-PAGE-COUNT
        MOVE SPACES TO RULES-PAGE-TEXT(RULES-PAGE-COUNT)
        MOVE 0 TO RULES-PAGE-LENGTH(RULES-PAGE-COUNT)
        IF LINE-LENGTH > 400
            MOVE 400 TO LINE-LENGTH
        END-IF
    END-IF
    IF RULES-PAGE-LENGTH(RULES-PAGE-COUNT) > 0
        ADD 1 TO RULES-PAGE-LENGTH(RULES-PAGE-COUNT)
        MOVE X"0A" TO RULES-PAGE-TEXT(RULES-PAGE-COUNT)(
            RULES-PAGE-LENGTH(RULES-PAGE-COUNT):1)
    END-IF
    IF LINE-LENGTH > 0
        MOVE RULES-TEXT-LINE(1:LINE-LENGTH)
            TO RULES-PAGE-TEXT(RULES-PAGE-COUNT)(
                RULES-PAGE-LENGTH(RULES-PAGE-COUNT) + 1:LINE-LENGTH)
        ADD LINE-LENGTH TO RULES-PAGE-LENGTH(RULES-PAGE-COUNT)
    END-IF.

ENCODE-BOOK.
    *> the same compound RecvPacket-EditBook writes when a player signs
    *> a book: the pages list, then title and author
    MOVE SPACES TO RULES-BOOK-NBT
    MOVE 1 TO NBT-ENCODER-OFFSET
    MOVE 0 TO NBT-ENCODER-LEVEL
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE RULES-BOOK-NBT
    CALL "NbtEncode-List" USING NBT-ENCODER-STATE RULES-BOOK-NBT
        "pages" 5
    PERFORM VARYING PAGE-INDEX FROM 1 BY 1
            UNTIL PAGE-INDEX > RULES-PAGE-COUNT
        MOVE RULES-PAGE-LENGTH(PAGE-INDEX) TO PAGE-LEN
        IF PAGE-LEN = 0
            MOVE 1 TO PAGE-LEN
        END-IF
        CALL "NbtEncode-String" USING NBT-ENCODER-STATE RULES-BOOK-NBT
            OMITTED OMITTED RULES-PAGE-TEXT(PAGE-INDEX) PAGE-LEN
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE RULES-BOOK-NBT
    COMPUTE TITLE-LEN = FUNCTION STORED-CHAR-LENGTH(RULES-BOOK-TITLE)
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE RULES-BOOK-NBT
        "title" 5 RULES-BOOK-TITLE TITLE-LEN
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE RULES-BOOK-NBT
        "author" 6 C-AUTHOR C-AUTHOR-LEN
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE RULES-BOOK-NBT
    COMPUTE RULES-BOOK-NBT-LENGTH = NBT-ENCODER-OFFSET - 1.

END PROGRAM Rules-Load.

*> --- Rules-FindAcceptance ---
*> A player's latest line in save/rules-accepted.dat: the edition they
*> accepted and when. Version 0 and a blank stamp mean they never have.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-FindAcceptance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-RULES-ACCEPTANCE
        ASSIGN TO "save/rules-accepted.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-RULES-ACCEPTANCE.
    COPY DD-RULES-ACCEPTANCE.
WORKING-STORAGE SECTION.
    01 TARGET-UUID-STR           PIC X(36).
LINKAGE SECTION.
    01 LK-UUID                   PIC X(16).
    01 LK-VERSION                BINARY-LONG UNSIGNED.
    01 LK-STAMP                  PIC X(14).

PROCEDURE DIVISION USING LK-UUID LK-VERSION LK-STAMP.
    MOVE 0 TO LK-VERSION
    MOVE SPACES TO LK-STAMP
    CALL "UUID-ToString" USING LK-UUID TARGET-UUID-STR
    OPEN INPUT FD-RULES-ACCEPTANCE
    PERFORM UNTIL EXIT
        READ FD-RULES-ACCEPTANCE
            AT END
                EXIT PERFORM
            NOT AT END
                IF FILE-RULES-UUID = TARGET-UUID-STR
                        AND FILE-RULES-VERSION IS NUMERIC
                    MOVE FILE-RULES-VERSION TO LK-VERSION
                    MOVE FILE-RULES-STAMP TO LK-STAMP
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-RULES-ACCEPTANCE
    GOBACK.

END PROGRAM Rules-FindAcceptance.

*> --- Rules-OnConnect ---
*> Called as a player joins: anyone who hasn't accepted the current
*> edition of the rules - a newcomer, or everyone once the version is
*> bumped - starts restricted, with the rules handed over as a signed
*> book and a line saying how to get out of it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-OnConnect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-RULES.
    COPY DD-PLAYERS.
    01 ACCEPTED-VERSION          BINARY-LONG UNSIGNED.
    01 ACCEPTED-STAMP            PIC X(14).
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO PLAYER-RULES-PENDING(LK-PLAYER-ID)
    IF RULES-VERSION = 0
        GOBACK
    END-IF
    CALL "Rules-FindAcceptance" USING PLAYER-UUID(LK-PLAYER-ID)
        ACCEPTED-VERSION ACCEPTED-STAMP
    IF ACCEPTED-VERSION = RULES-VERSION
        GOBACK
    END-IF

    MOVE 1 TO PLAYER-RULES-PENDING(LK-PLAYER-ID)
    CALL "Rules-GiveBook" USING LK-PLAYER-ID
    IF ACCEPTED-VERSION = 0
        CALL "Messages-GetPlayer" USING LK-PLAYER-ID "rules-pending"
            "Welcome! Read the server rules in the book you were given, then type /acceptrules to start playing"
            " " CATALOG-MESSAGE
    ELSE
        CALL "Messages-GetPlayer" USING LK-PLAYER-ID "rules-changed"
            "The server rules have changed. Read the new book you were given, then type /acceptrules to carry on"
            " " CATALOG-MESSAGE
    END-IF
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

END PROGRAM Rules-OnConnect.

*> --- Rules-GiveBook ---
*> Puts the current rules book in the first free inventory slot, the
*> way Auctions-DeliverPending delivers - unless the player already
*> carries this very edition, so rejoining doesn't pile up copies. A
*> full inventory gets no book; RULES reads the same pages out in chat.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-GiveBook.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-RULES.
    COPY DD-PLAYERS.
    01 WRITTEN-BOOK-ID           BINARY-LONG.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF RULES-BOOK-NBT-LENGTH = 0
        GOBACK
    END-IF
    CALL "Items-Get-Id" USING "minecraft:written_book" WRITTEN-BOOK-ID
    MOVE 0 TO TARGET-SLOT
    PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 45
        IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, SLOT-INDEX) = 0
            IF TARGET-SLOT = 0
                MOVE SLOT-INDEX TO TARGET-SLOT
            END-IF
        ELSE
            IF PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, SLOT-INDEX)
                    = WRITTEN-BOOK-ID
                    AND PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID,
                        SLOT-INDEX) = RULES-BOOK-NBT-LENGTH
                    AND PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID,
                        SLOT-INDEX)(1:RULES-BOOK-NBT-LENGTH)
                        = RULES-BOOK-NBT(1:RULES-BOOK-NBT-LENGTH)
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    IF TARGET-SLOT = 0
        GOBACK
    END-IF

    MOVE WRITTEN-BOOK-ID
        TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, TARGET-SLOT)
    MOVE 1 TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, TARGET-SLOT)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, TARGET-SLOT)
    MOVE RULES-BOOK-NBT-LENGTH
        TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, TARGET-SLOT)
    MOVE RULES-BOOK-NBT
        TO PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, TARGET-SLOT)
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID
    GOBACK.

END PROGRAM Rules-GiveBook.

*> --- Rules-CheckCommand ---
*> Asked by Commands-Dispatch before a player's command runs: until
*> they accept the rules a player may only use the commands listed in
*> rules-allowed-commands (comma-separated, any case), the same way
*> Jail-CheckCommand holds a prisoner. LK-ALLOWED comes back 1 for
*> everyone who has accepted.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-CheckCommand.

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
    IF PLAYER-RULES-PENDING(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    MOVE 0 TO LK-ALLOWED
    CALL "Config-GetString" USING "rules-allowed-commands"
        "acceptrules,rules" ALLOWED-LIST
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

END PROGRAM Rules-CheckCommand.

*> --- RegisterCommand-Rules ---
*> Registers the rules gate's two commands, both permission level 0:
*>   ACCEPTRULES - accept the current rules; lifts the restrictions
*>                 and records the edition and time
*>   RULES       - the rules read out in chat, for a lost book
*> Both are on the default rules-allowed-commands list, so a player
*> still restricted can reach them.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Rules.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-AcceptRules"
    CALL "Commands-Register" USING "ACCEPTRULES" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-Rules"
    CALL "Commands-Register" USING "RULES" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-AcceptRules ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-AcceptRules.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL FD-RULES-ACCEPTANCE
            ASSIGN TO "save/rules-accepted.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

    DATA DIVISION.
    FILE SECTION.
    FD FD-RULES-ACCEPTANCE.
        COPY DD-RULES-ACCEPTANCE.
    WORKING-STORAGE SECTION.
        COPY DD-RULES.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 ACTOR                  BINARY-CHAR.
        01 VERSION-DISPLAY        PIC Z(5)9.
        01 LOG-MESSAGE            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE COMMANDS-ACTOR-PLAYER TO ACTOR
        MOVE RULES-VERSION TO VERSION-DISPLAY
        EVALUATE TRUE
            WHEN ACTOR = 0
                STRING "Only a player can accept the rules"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            WHEN PLAYER-RULES-PENDING(ACTOR) = 0
                STRING "You have already accepted the current rules"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            WHEN OTHER
                PERFORM RECORD-ACCEPTANCE
                MOVE 0 TO PLAYER-RULES-PENDING(ACTOR)
                STRING "Thanks - you accepted the server rules (v"
                    FUNCTION TRIM(VERSION-DISPLAY) "). Have fun!"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    RECORD-ACCEPTANCE.
        CALL "CBL_CREATE_DIR" USING "save"
        MOVE SPACES TO FILE-RULES-ACCEPTANCE
        MOVE FUNCTION CURRENT-DATE(1:14) TO FILE-RULES-STAMP
        CALL "UUID-ToString" USING PLAYER-UUID(ACTOR) FILE-RULES-UUID
        MOVE RULES-VERSION TO FILE-RULES-VERSION
        MOVE PLAYER-NAME(ACTOR)(1:PLAYER-NAME-LENGTH(ACTOR))
            TO FILE-RULES-NAME
        OPEN EXTEND FD-RULES-ACCEPTANCE
        WRITE FILE-RULES-ACCEPTANCE
        CLOSE FD-RULES-ACCEPTANCE
        MOVE SPACES TO LOG-MESSAGE
        STRING PLAYER-NAME(ACTOR)(1:PLAYER-NAME-LENGTH(ACTOR))
            " accepted the server rules v"
            FUNCTION TRIM(VERSION-DISPLAY)
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE.

    END PROGRAM Callback-AcceptRules.

    *> --- Callback-Rules ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Rules.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-RULES.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 PAGE-INDEX             BINARY-LONG UNSIGNED.
        01 LINE-POINTER           BINARY-LONG UNSIGNED.
        01 CHAT-LINE              PIC X(256).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF RULES-VERSION = 0
            STRING "This server has no rules set"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        IF COMMANDS-ACTOR-PLAYER = 0
            STRING "Usage: rules (as a player)"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        MOVE SPACES TO CHAT-LINE
        STRING "-- " FUNCTION TRIM(RULES-BOOK-TITLE) " --"
            DELIMITED BY SIZE INTO CHAT-LINE
        PERFORM SAY-LINE
        *> one chat line per line of the book
        PERFORM VARYING PAGE-INDEX FROM 1 BY 1
                UNTIL PAGE-INDEX > RULES-PAGE-COUNT
            MOVE 1 TO LINE-POINTER
            PERFORM UNTIL LINE-POINTER > RULES-PAGE-LENGTH(PAGE-INDEX)
                MOVE SPACES TO CHAT-LINE
                UNSTRING RULES-PAGE-TEXT(PAGE-INDEX)(1:
                        RULES-PAGE-LENGTH(PAGE-INDEX))
                    DELIMITED BY X"0A" INTO CHAT-LINE
                    WITH POINTER LINE-POINTER
                PERFORM SAY-LINE
            END-PERFORM
        END-PERFORM
        IF PLAYER-RULES-PENDING(COMMANDS-ACTOR-PLAYER) NOT = 0
            STRING "Type /acceptrules to accept them and start playing"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        END-IF
        GOBACK.

    SAY-LINE.
        CALL "SendPacket-SystemChat" USING
            PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) CHAT-LINE.

    END PROGRAM Callback-Rules.

END PROGRAM RegisterCommand-Rules.
