*> --- NameHistory-Propagate ---
*> Called from Players-Connect when a player arrives under a different
*> name than the usercache directory last saw for their UUID. A name is
*> copied all over the save tree, so a rename has to be carried to each
*> copy or admin commands keep resolving the old one:
*>   save/name-history.dat - one dated "CCYYMMDD UUID old new" line is
*>                           appended, the permanent record /profile and
*>                           Players-LookupUUIDByName fall back on
*>   save/usercache.dat    - every line for the UUID takes the new name
*>   save/bounties.dat     - bounties on the player's head
*>   save/votes.log        - the voter field, so the monthly report
*>                           doesn't split one voter across two rows
*>   save/mail/<uuid>.txt  - "[mail from old]" stamps in every mailbox;
*>                           mailboxes are only ever addressed through
*>                           the usercache, so its UUIDs cover them all
*> The player file itself takes the new name on its next save, since
*> Players-Connect has already put it in the slot. Each rewritten file
*> goes through a .tmp and a rename, the way Claims-Save does it, and is
*> left alone when nothing in it changed.
IDENTIFICATION DIVISION.
PROGRAM-ID. NameHistory-Propagate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-HISTORY
        ASSIGN TO "save/name-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-USERCACHE-OUT
        ASSIGN TO "save/usercache.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-VOTE-LOG
        ASSIGN TO "save/votes.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-VOTE-LOG-OUT
        ASSIGN TO "save/votes.log.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-MAILBOX
        ASSIGN TO MAIL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-MAILBOX-OUT
        ASSIGN TO MAIL-TEMP-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-HISTORY.
    01 HISTORY-LINE              PIC X(96).
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-USERCACHE-OUT.
    01 USERCACHE-OUT-LINE        PIC X(53).
FD FD-VOTE-LOG.
    01 VOTE-LOG-LINE             PIC X(120).
FD FD-VOTE-LOG-OUT.
    01 VOTE-LOG-OUT-LINE         PIC X(120).
FD FD-MAILBOX.
    01 MAILBOX-LINE              PIC X(320).
FD FD-MAILBOX-OUT.
    01 MAILBOX-OUT-LINE          PIC X(320).
WORKING-STORAGE SECTION.
    COPY DD-BOUNTIES.
    01 UUID-STR                  PIC X(36).
    01 OLD-NAME-LENGTH           BINARY-LONG UNSIGNED.
    01 REST-POS                  BINARY-LONG UNSIGNED.
    01 BOUNTY-INDEX              BINARY-LONG UNSIGNED.
    01 USERCACHE-CHANGES         BINARY-LONG UNSIGNED.
    01 VOTE-CHANGES              BINARY-LONG UNSIGNED.
    01 MAIL-CHANGES              BINARY-LONG UNSIGNED.
    01 MAILBOX-CHANGES           BINARY-LONG UNSIGNED.
    01 BOUNTY-CHANGES            BINARY-LONG UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.
    *> mailbox owners already visited, so a UUID with many usercache
    *> lines has its mailbox rewritten once; past the table's end a
    *> mailbox may be visited again, which changes nothing the second time
    01 MAX-SEEN-OWNERS           BINARY-LONG UNSIGNED VALUE 256.
    01 SEEN-OWNER-COUNT          BINARY-LONG UNSIGNED.
    01 SEEN-OWNERS.
        05 SEEN-OWNER            PIC X(36) OCCURS 256 TIMES.
    01 SEEN-INDEX                BINARY-LONG UNSIGNED.
    01 OWNER-SEEN                BINARY-CHAR UNSIGNED.
    01 OWNER-UUID                PIC X(16).
    01 MAIL-FILE-NAME            PIC X(64).
    01 MAIL-TEMP-NAME            PIC X(64).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 COUNT-DISPLAY             PIC Z(5)9.
    01 LOG-MESSAGE               PIC X(160).
    01 LOG-POINTER               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-OLD-NAME               PIC X(16).
    01 LK-NEW-NAME               PIC X(16).
    01 LK-NEW-NAME-LENGTH        BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-OLD-NAME LK-NEW-NAME
        LK-NEW-NAME-LENGTH.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    COMPUTE OLD-NAME-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-OLD-NAME)

    MOVE SPACES TO HISTORY-LINE
    STRING FUNCTION CURRENT-DATE(1:8) " " UUID-STR " "
        LK-OLD-NAME(1:OLD-NAME-LENGTH) " "
        LK-NEW-NAME(1:LK-NEW-NAME-LENGTH) DELIMITED BY SIZE
        INTO HISTORY-LINE
    OPEN EXTEND FD-HISTORY
    WRITE HISTORY-LINE
    CLOSE FD-HISTORY

    MOVE 0 TO USERCACHE-CHANGES
    MOVE 0 TO VOTE-CHANGES
    MOVE 0 TO MAIL-CHANGES
    MOVE 0 TO BOUNTY-CHANGES
    MOVE 0 TO SEEN-OWNER-COUNT

    PERFORM REWRITE-USERCACHE
    PERFORM REWRITE-BOUNTIES
    PERFORM REWRITE-VOTES

    MOVE 1 TO LOG-POINTER
    MOVE SPACES TO LOG-MESSAGE
    STRING "player " UUID-STR " renamed "
        LK-OLD-NAME(1:OLD-NAME-LENGTH) " -> "
        LK-NEW-NAME(1:LK-NEW-NAME-LENGTH) DELIMITED BY SIZE
        INTO LOG-MESSAGE WITH POINTER LOG-POINTER
    MOVE USERCACHE-CHANGES TO COUNT-DISPLAY
    STRING "; usercache " FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        INTO LOG-MESSAGE WITH POINTER LOG-POINTER
    MOVE BOUNTY-CHANGES TO COUNT-DISPLAY
    STRING ", bounties " FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        INTO LOG-MESSAGE WITH POINTER LOG-POINTER
    MOVE VOTE-CHANGES TO COUNT-DISPLAY
    STRING ", votes " FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        INTO LOG-MESSAGE WITH POINTER LOG-POINTER
    MOVE MAIL-CHANGES TO COUNT-DISPLAY
    STRING ", mail " FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        INTO LOG-MESSAGE WITH POINTER LOG-POINTER
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    GOBACK.

REWRITE-USERCACHE.
    OPEN INPUT FD-USERCACHE
    OPEN OUTPUT FD-USERCACHE-OUT
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE USERCACHE-LINE TO USERCACHE-OUT-LINE
                IF USERCACHE-LINE(1:36) = UUID-STR
                        AND USERCACHE-LINE(38:16) NOT = LK-NEW-NAME
                    MOVE SPACES TO USERCACHE-OUT-LINE
                    STRING UUID-STR " " LK-NEW-NAME(1:LK-NEW-NAME-LENGTH)
                        DELIMITED BY SIZE INTO USERCACHE-OUT-LINE
                    ADD 1 TO USERCACHE-CHANGES
                END-IF
                WRITE USERCACHE-OUT-LINE
                IF USERCACHE-LINE NOT = SPACES
                    PERFORM VISIT-MAILBOX
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE-OUT
    CLOSE FD-USERCACHE
    IF USERCACHE-CHANGES > 0
        CALL "CBL_RENAME_FILE" USING "save/usercache.dat.tmp"
            "save/usercache.dat" GIVING RENAME-STATUS
    ELSE
        CALL "CBL_DELETE_FILE" USING "save/usercache.dat.tmp"
            GIVING RENAME-STATUS
    END-IF.

VISIT-MAILBOX.
    MOVE 0 TO OWNER-SEEN
    PERFORM VARYING SEEN-INDEX FROM 1 BY 1
            UNTIL SEEN-INDEX > SEEN-OWNER-COUNT
        IF SEEN-OWNER(SEEN-INDEX) = USERCACHE-LINE(1:36)
            MOVE 1 TO OWNER-SEEN
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF OWNER-SEEN NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF SEEN-OWNER-COUNT < MAX-SEEN-OWNERS
        ADD 1 TO SEEN-OWNER-COUNT
        MOVE USERCACHE-LINE(1:36) TO SEEN-OWNER(SEEN-OWNER-COUNT)
    END-IF

    CALL "UUID-FromString" USING USERCACHE-LINE(1:36) OWNER-UUID
    CALL "Mail-FileName" USING OWNER-UUID MAIL-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING MAIL-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MAIL-TEMP-NAME
    STRING FUNCTION TRIM(MAIL-FILE-NAME) ".tmp" DELIMITED BY SIZE
        INTO MAIL-TEMP-NAME

    MOVE 0 TO MAILBOX-CHANGES
    OPEN INPUT FD-MAILBOX
    OPEN OUTPUT FD-MAILBOX-OUT
    PERFORM UNTIL EXIT
        READ FD-MAILBOX
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE MAILBOX-LINE TO MAILBOX-OUT-LINE
                COMPUTE REST-POS = 12 + OLD-NAME-LENGTH
                IF MAILBOX-LINE(1:11) = "[mail from "
                        AND MAILBOX-LINE(12:OLD-NAME-LENGTH) =
                            LK-OLD-NAME(1:OLD-NAME-LENGTH)
                        AND MAILBOX-LINE(REST-POS:1) = "]"
                    MOVE SPACES TO MAILBOX-OUT-LINE
                    ADD 1 TO REST-POS
                    STRING "[mail from "
                        LK-NEW-NAME(1:LK-NEW-NAME-LENGTH) "]"
                        MAILBOX-LINE(REST-POS:) DELIMITED BY SIZE
                        INTO MAILBOX-OUT-LINE
                    ADD 1 TO MAILBOX-CHANGES
                END-IF
                WRITE MAILBOX-OUT-LINE
        END-READ
    END-PERFORM
    CLOSE FD-MAILBOX-OUT
    CLOSE FD-MAILBOX
    IF MAILBOX-CHANGES > 0
        CALL "CBL_RENAME_FILE" USING MAIL-TEMP-NAME MAIL-FILE-NAME
            GIVING RENAME-STATUS
        ADD MAILBOX-CHANGES TO MAIL-CHANGES
    ELSE
        CALL "CBL_DELETE_FILE" USING MAIL-TEMP-NAME GIVING RENAME-STATUS
    END-IF.

REWRITE-BOUNTIES.
    PERFORM VARYING BOUNTY-INDEX FROM 1 BY 1
            UNTIL BOUNTY-INDEX > MAX-BOUNTIES
        IF BOUNTY-USED(BOUNTY-INDEX) NOT = 0
                AND BOUNTY-TARGET-UUID(BOUNTY-INDEX) = LK-PLAYER-UUID
            MOVE LK-NEW-NAME TO BOUNTY-TARGET-NAME(BOUNTY-INDEX)
            ADD 1 TO BOUNTY-CHANGES
        END-IF
    END-PERFORM
    IF BOUNTY-CHANGES > 0
        CALL "Bounties-Save"
    END-IF.

REWRITE-VOTES.
    *> "CCYYMMDDHHMMSS name service" - the name starts in column 16
    COMPUTE REST-POS = 16 + OLD-NAME-LENGTH
    OPEN INPUT FD-VOTE-LOG
    OPEN OUTPUT FD-VOTE-LOG-OUT
    PERFORM UNTIL EXIT
        READ FD-VOTE-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE VOTE-LOG-LINE TO VOTE-LOG-OUT-LINE
                IF VOTE-LOG-LINE(16:OLD-NAME-LENGTH) =
                            LK-OLD-NAME(1:OLD-NAME-LENGTH)
                        AND VOTE-LOG-LINE(REST-POS:1) = " "
                    MOVE SPACES TO VOTE-LOG-OUT-LINE
                    STRING VOTE-LOG-LINE(1:15)
                        LK-NEW-NAME(1:LK-NEW-NAME-LENGTH)
                        VOTE-LOG-LINE(REST-POS:) DELIMITED BY SIZE
                        INTO VOTE-LOG-OUT-LINE
                    ADD 1 TO VOTE-CHANGES
                END-IF
                WRITE VOTE-LOG-OUT-LINE
        END-READ
    END-PERFORM
    CLOSE FD-VOTE-LOG-OUT
    CLOSE FD-VOTE-LOG
    IF VOTE-CHANGES > 0
        CALL "CBL_RENAME_FILE" USING "save/votes.log.tmp"
            "save/votes.log" GIVING RENAME-STATUS
    ELSE
        CALL "CBL_DELETE_FILE" USING "save/votes.log.tmp"
            GIVING RENAME-STATUS
    END-IF.

END PROGRAM NameHistory-Propagate.

*> --- NameHistory-LookupOldName ---
*> Resolves a name a player used to go by, from save/name-history.dat.
*> Players-LookupUUIDByName falls back on this when the usercache has
*> no current holder of the name, so "ban <old name>" still finds
*> someone who renamed to dodge it. The most recent rename away from the
*> name wins.
IDENTIFICATION DIVISION.
PROGRAM-ID. NameHistory-LookupOldName.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-HISTORY
        ASSIGN TO "save/name-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-HISTORY.
    01 HISTORY-LINE              PIC X(96).
WORKING-STORAGE SECTION.
    01 LINE-DATE                 PIC X(8).
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-OLD-NAME             PIC X(16).
LINKAGE SECTION.
    01 LK-PLAYER-NAME            PIC X(16).
    01 LK-PLAYER-NAME-LENGTH     BINARY-LONG UNSIGNED.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-FOUND                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-NAME LK-PLAYER-NAME-LENGTH LK-PLAYER-UUID LK-FOUND.
    MOVE 0 TO LK-FOUND
    MOVE SPACES TO LK-PLAYER-UUID

    OPEN INPUT FD-HISTORY
    PERFORM UNTIL EXIT
        READ FD-HISTORY
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SPACES TO LINE-DATE
                MOVE SPACES TO LINE-UUID-STR
                MOVE SPACES TO LINE-OLD-NAME
                UNSTRING HISTORY-LINE DELIMITED BY ALL " "
                    INTO LINE-DATE LINE-UUID-STR LINE-OLD-NAME
                IF LINE-OLD-NAME = LK-PLAYER-NAME(1:LK-PLAYER-NAME-LENGTH)
                    CALL "UUID-FromString" USING LINE-UUID-STR LK-PLAYER-UUID
                    MOVE 1 TO LK-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-HISTORY

    GOBACK.

END PROGRAM NameHistory-LookupOldName.
