*> --- Snapshots-FileName ---
*> save/snapshots/<uuid>.dat - the per-player snapshot history, named
*> the way Players-PlayerFileName names the save file itself.
IDENTIFICATION DIVISION.
PROGRAM-ID. Snapshots-FileName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 UUID-STR                 PIC X(36).
LINKAGE SECTION.
    01 LK-PLAYER-UUID           PIC X(16).
    01 LK-SNAPSHOT-FILE-NAME    PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-SNAPSHOT-FILE-NAME.
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    MOVE SPACES TO LK-SNAPSHOT-FILE-NAME
    STRING "save/snapshots/" UUID-STR ".dat" DELIMITED BY SIZE
        INTO LK-SNAPSHOT-FILE-NAME
    GOBACK.

END PROGRAM Snapshots-FileName.

*> --- Snapshots-Append ---
*> Adds one snapshot to a player's history, keeping only the newest
*> snapshot-keep records: the surviving older records are copied to a
*> .tmp file behind the dropped ones, the new record goes on the end,
*> and the .tmp is renamed over the original - the same
*> temp-then-rename Players-SavePlayer uses, so a crash mid-write
*> leaves the old history intact.
IDENTIFICATION DIVISION.
PROGRAM-ID. Snapshots-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SNAPSHOT-IN
        ASSIGN TO SNAPSHOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-SNAPSHOT-OUT
        ASSIGN TO SNAPSHOT-TMP-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SNAPSHOT-IN.
    COPY DD-SNAPSHOT-FILE.
FD FD-SNAPSHOT-OUT.
    COPY DD-SNAPSHOT-FILE REPLACING LEADING ==FILE-SNAPSHOT== BY ==OUT-SNAPSHOT==.
WORKING-STORAGE SECTION.
    01 SNAPSHOT-FILE-NAME        PIC X(64).
    01 SNAPSHOT-TMP-NAME         PIC X(68).
    01 KEEP-COUNT                BINARY-LONG-LONG.
    01 RECORD-COUNT              BINARY-LONG UNSIGNED.
    01 SKIP-COUNT                BINARY-LONG UNSIGNED.
    01 RECORD-INDEX              BINARY-LONG UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    COPY DD-SNAPSHOT-FILE REPLACING LEADING ==FILE-SNAPSHOT== BY ==LK-SNAPSHOT==.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-SNAPSHOT.
    *> Create the directories. Ignore errors, as they are likely to be
    *> caused by the directories already existing.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/snapshots"

    CALL "Config-GetNumber" USING "snapshot-keep" 5 KEEP-COUNT
    IF KEEP-COUNT < 1
        MOVE 1 TO KEEP-COUNT
    END-IF
    CALL "Snapshots-FileName" USING LK-PLAYER-UUID SNAPSHOT-FILE-NAME
    MOVE SPACES TO SNAPSHOT-TMP-NAME
    STRING FUNCTION TRIM(SNAPSHOT-FILE-NAME) ".tmp" DELIMITED BY SIZE
        INTO SNAPSHOT-TMP-NAME

    MOVE 0 TO RECORD-COUNT
    OPEN INPUT FD-SNAPSHOT-IN
    PERFORM UNTIL EXIT
        READ FD-SNAPSHOT-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO RECORD-COUNT
        END-READ
    END-PERFORM
    CLOSE FD-SNAPSHOT-IN

    *> room for the new record within the limit
    MOVE 0 TO SKIP-COUNT
    IF RECORD-COUNT >= KEEP-COUNT
        COMPUTE SKIP-COUNT = RECORD-COUNT - KEEP-COUNT + 1
    END-IF

    MOVE 0 TO RECORD-INDEX
    OPEN INPUT FD-SNAPSHOT-IN
    OPEN OUTPUT FD-SNAPSHOT-OUT
    PERFORM UNTIL EXIT
        READ FD-SNAPSHOT-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO RECORD-INDEX
                IF RECORD-INDEX > SKIP-COUNT
                    MOVE FILE-SNAPSHOT TO OUT-SNAPSHOT
                    WRITE OUT-SNAPSHOT
                END-IF
        END-READ
    END-PERFORM
    MOVE LK-SNAPSHOT TO OUT-SNAPSHOT
    WRITE OUT-SNAPSHOT
    CLOSE FD-SNAPSHOT-OUT
    CLOSE FD-SNAPSHOT-IN

    CALL "CBL_RENAME_FILE" USING SNAPSHOT-TMP-NAME SNAPSHOT-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "WARN"
            "inventory snapshot could not replace the history file"
    END-IF
    GOBACK.

END PROGRAM Snapshots-Append.

*> --- Snapshots-Take ---
*> Snapshots a connected player's 46 inventory slots and 27 ender chest
*> slots, NBT and all, converted to registry names exactly as
*> Players-SavePlayer writes them (the crafting preview in slot 1 is
*> always stored empty for the same reason it is never saved). Taken
*> on death before the drop, on disconnect before the save, and before
*> the first edit of an admin's invsee session.
IDENTIFICATION DIVISION.
PROGRAM-ID. Snapshots-Take.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    COPY DD-SNAPSHOT-FILE REPLACING LEADING ==FILE-SNAPSHOT== BY ==NEW-SNAPSHOT==.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-REASON                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-REASON.
    MOVE FUNCTION CURRENT-DATE(1:14) TO NEW-SNAPSHOT-STAMP
    MOVE LK-REASON TO NEW-SNAPSHOT-REASON

    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 46
        IF INVENTORY-INDEX NOT = 1
                AND PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) > 0
                AND PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX) > 0
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
                PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX)
                NEW-SNAPSHOT-INVENTORY-SLOT-ID(INVENTORY-INDEX)
            MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-INVENTORY-SLOT-COUNT(INVENTORY-INDEX)
            MOVE PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-INVENTORY-SLOT-DAMAGE(INVENTORY-INDEX)
            MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-INVENTORY-SLOT-NBT-LENGTH(INVENTORY-INDEX)
            MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-INVENTORY-SLOT-NBT-DATA(INVENTORY-INDEX)
        ELSE
            MOVE C-MINECRAFT-AIR TO NEW-SNAPSHOT-INVENTORY-SLOT-ID(INVENTORY-INDEX)
            MOVE 0 TO NEW-SNAPSHOT-INVENTORY-SLOT-COUNT(INVENTORY-INDEX)
            MOVE 0 TO NEW-SNAPSHOT-INVENTORY-SLOT-DAMAGE(INVENTORY-INDEX)
            MOVE 0 TO NEW-SNAPSHOT-INVENTORY-SLOT-NBT-LENGTH(INVENTORY-INDEX)
            MOVE SPACES TO NEW-SNAPSHOT-INVENTORY-SLOT-NBT-DATA(INVENTORY-INDEX)
        END-IF
    END-PERFORM

    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 27
        IF PLAYER-ENDERCHEST-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX) > 0
                AND PLAYER-ENDERCHEST-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX) > 0
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
                PLAYER-ENDERCHEST-SLOT-ID(LK-PLAYER-ID, INVENTORY-INDEX)
                NEW-SNAPSHOT-ENDERCHEST-SLOT-ID(INVENTORY-INDEX)
            MOVE PLAYER-ENDERCHEST-SLOT-COUNT(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-ENDERCHEST-SLOT-COUNT(INVENTORY-INDEX)
            MOVE PLAYER-ENDERCHEST-SLOT-NBT-LENGTH(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-ENDERCHEST-SLOT-NBT-LENGTH(INVENTORY-INDEX)
            MOVE PLAYER-ENDERCHEST-SLOT-NBT-DATA(LK-PLAYER-ID, INVENTORY-INDEX)
                TO NEW-SNAPSHOT-ENDERCHEST-SLOT-NBT-DATA(INVENTORY-INDEX)
        ELSE
            MOVE C-MINECRAFT-AIR TO NEW-SNAPSHOT-ENDERCHEST-SLOT-ID(INVENTORY-INDEX)
            MOVE 0 TO NEW-SNAPSHOT-ENDERCHEST-SLOT-COUNT(INVENTORY-INDEX)
            MOVE 0 TO NEW-SNAPSHOT-ENDERCHEST-SLOT-NBT-LENGTH(INVENTORY-INDEX)
            MOVE SPACES TO NEW-SNAPSHOT-ENDERCHEST-SLOT-NBT-DATA(INVENTORY-INDEX)
        END-IF
    END-PERFORM

    CALL "Snapshots-Append" USING PLAYER-UUID(LK-PLAYER-ID) NEW-SNAPSHOT
    GOBACK.

END PROGRAM Snapshots-Take.

*> --- Snapshots-FindLatest ---
*> The number (as SNAPSHOT list counts them) of the newest snapshot in
*> a player's history taken for the given reason, 0 when there is
*> none. Used where a feature takes its own snapshot and later puts
*> exactly that one back, whatever was snapshotted in between.
IDENTIFICATION DIVISION.
PROGRAM-ID. Snapshots-FindLatest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SNAPSHOT-IN
        ASSIGN TO SNAPSHOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SNAPSHOT-IN.
    COPY DD-SNAPSHOT-FILE.
WORKING-STORAGE SECTION.
    01 SNAPSHOT-FILE-NAME        PIC X(64).
    01 RECORD-INDEX              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-REASON                 PIC X ANY LENGTH.
    01 LK-NUMBER                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-REASON LK-NUMBER.
    MOVE 0 TO LK-NUMBER
    CALL "Snapshots-FileName" USING LK-PLAYER-UUID SNAPSHOT-FILE-NAME
    MOVE 0 TO RECORD-INDEX
    OPEN INPUT FD-SNAPSHOT-IN
    PERFORM UNTIL EXIT
        READ FD-SNAPSHOT-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO RECORD-INDEX
                IF FILE-SNAPSHOT-REASON = LK-REASON
                    MOVE RECORD-INDEX TO LK-NUMBER
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SNAPSHOT-IN
    GOBACK.

END PROGRAM Snapshots-FindLatest.

*> --- Snapshots-Restore ---
*> Puts snapshot number LK-NUMBER (1 = oldest kept, as SNAPSHOT list
*> numbers them) back as the player's inventory and ender chest. An
*> online target is restored in memory and resent; an offline target's
*> save file is rewritten through a temp-then-rename, refused when its
*> size isn't the current layout's (see Economy-AdjustOffline). Either
*> way the state being replaced is snapshotted first as "restore", so a
*> wrong restore can itself be undone, and every stack put back is
*> written to the item-use audit trail under the restoring moderator.
IDENTIFICATION DIVISION.
PROGRAM-ID. Snapshots-Restore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SNAPSHOT-IN
        ASSIGN TO SNAPSHOT-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-FILE-IO
        ASSIGN TO PLAYER-IO-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SNAPSHOT-IN.
    COPY DD-SNAPSHOT-FILE.
FD FD-PLAYER-FILE-IO.
    COPY DD-PLAYER-FILE.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 SNAPSHOT-FILE-NAME        PIC X(64).
    01 PLAYER-FILE-NAME          PIC X(64).
    01 PLAYER-FILE-TMP-NAME      PIC X(68).
    01 PLAYER-IO-NAME            PIC X(68).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 RECORD-INDEX              BINARY-LONG UNSIGNED.
    01 RECORD-LOADED             BINARY-CHAR UNSIGNED.
    01 RENAME-STATUS             BINARY-LONG.
    01 TARGET-PLAYER             BINARY-CHAR.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 ITEM-NAME                 PIC X(64).
    01 AUDIT-POSITION.
        05 AUDIT-X               BINARY-LONG.
        05 AUDIT-Y               BINARY-LONG.
        05 AUDIT-Z               BINARY-LONG.
    COPY DD-SNAPSHOT-FILE REPLACING LEADING ==FILE-SNAPSHOT== BY ==PRIOR-SNAPSHOT==.
LINKAGE SECTION.
    01 LK-MODERATOR-ID           BINARY-CHAR.
    01 LK-TARGET-UUID            PIC X(16).
    01 LK-NUMBER                 BINARY-LONG UNSIGNED.
    *> 0 = restored, 1 = no such snapshot, 2 = save file refused
    01 LK-STATUS                 BINARY-CHAR UNSIGNED.
    01 LK-STACKS                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-MODERATOR-ID LK-TARGET-UUID LK-NUMBER
        LK-STATUS LK-STACKS.
    MOVE 1 TO LK-STATUS
    MOVE 0 TO LK-STACKS

    CALL "Snapshots-FileName" USING LK-TARGET-UUID SNAPSHOT-FILE-NAME
    MOVE 0 TO RECORD-INDEX
    MOVE 0 TO RECORD-LOADED
    OPEN INPUT FD-SNAPSHOT-IN
    PERFORM UNTIL EXIT
        READ FD-SNAPSHOT-IN
            AT END
                EXIT PERFORM
            NOT AT END
                ADD 1 TO RECORD-INDEX
                IF RECORD-INDEX = LK-NUMBER
                    MOVE 1 TO RECORD-LOADED
                    EXIT PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SNAPSHOT-IN
    IF RECORD-LOADED = 0
        GOBACK
    END-IF

    CALL "Players-FindConnectedByUUID" USING LK-TARGET-UUID TARGET-PLAYER
    IF TARGET-PLAYER NOT = 0
        PERFORM RESTORE-ONLINE
    ELSE
        PERFORM RESTORE-OFFLINE
    END-IF
    GOBACK.

RESTORE-ONLINE.
    CALL "Snapshots-Take" USING TARGET-PLAYER "restore"
    MOVE PLAYER-POSITION(TARGET-PLAYER) TO AUDIT-POSITION

    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 46
        MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-COUNT(TARGET-PLAYER, INVENTORY-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(TARGET-PLAYER, INVENTORY-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(TARGET-PLAYER, INVENTORY-INDEX)
        IF FILE-SNAPSHOT-INVENTORY-SLOT-COUNT(INVENTORY-INDEX) > 0
            CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM
                FILE-SNAPSHOT-INVENTORY-SLOT-ID(INVENTORY-INDEX)
                PLAYER-INVENTORY-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
            CALL "Players-ValidateItemId" USING
                PLAYER-INVENTORY-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
                ITEM-ID-VALID
            IF ITEM-ID-VALID = 0
                MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
            ELSE
                MOVE FILE-SNAPSHOT-INVENTORY-SLOT-COUNT(INVENTORY-INDEX)
                    TO PLAYER-INVENTORY-SLOT-COUNT(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-INVENTORY-SLOT-DAMAGE(INVENTORY-INDEX)
                    TO PLAYER-INVENTORY-SLOT-DAMAGE(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-INVENTORY-SLOT-NBT-LENGTH(INVENTORY-INDEX)
                    TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-INVENTORY-SLOT-NBT-DATA(INVENTORY-INDEX)
                    TO PLAYER-INVENTORY-SLOT-NBT-DATA(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-INVENTORY-SLOT-ID(INVENTORY-INDEX) TO ITEM-NAME
                PERFORM AUDIT-STACK
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 27
        MOVE 0 TO PLAYER-ENDERCHEST-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
        MOVE 0 TO PLAYER-ENDERCHEST-SLOT-COUNT(TARGET-PLAYER, INVENTORY-INDEX)
        MOVE 0 TO PLAYER-ENDERCHEST-SLOT-NBT-LENGTH(TARGET-PLAYER, INVENTORY-INDEX)
        IF FILE-SNAPSHOT-ENDERCHEST-SLOT-COUNT(INVENTORY-INDEX) > 0
            CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM
                FILE-SNAPSHOT-ENDERCHEST-SLOT-ID(INVENTORY-INDEX)
                PLAYER-ENDERCHEST-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
            CALL "Players-ValidateItemId" USING
                PLAYER-ENDERCHEST-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
                ITEM-ID-VALID
            IF ITEM-ID-VALID = 0
                MOVE 0 TO PLAYER-ENDERCHEST-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
            ELSE
                MOVE FILE-SNAPSHOT-ENDERCHEST-SLOT-COUNT(INVENTORY-INDEX)
                    TO PLAYER-ENDERCHEST-SLOT-COUNT(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-ENDERCHEST-SLOT-NBT-LENGTH(INVENTORY-INDEX)
                    TO PLAYER-ENDERCHEST-SLOT-NBT-LENGTH(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-ENDERCHEST-SLOT-NBT-DATA(INVENTORY-INDEX)
                    TO PLAYER-ENDERCHEST-SLOT-NBT-DATA(TARGET-PLAYER, INVENTORY-INDEX)
                MOVE FILE-SNAPSHOT-ENDERCHEST-SLOT-ID(INVENTORY-INDEX) TO ITEM-NAME
                PERFORM AUDIT-STACK
            END-IF
        END-IF
    END-PERFORM

    CALL "Crafting-SendInventory" USING TARGET-PLAYER
    MOVE 0 TO LK-STATUS.

RESTORE-OFFLINE.
    *> the owner's next login loads whatever is on disk, so the file is
    *> the inventory; a layout that predates the current record is left
    *> for Players-LoadPlayer to migrate first
    MOVE 2 TO LK-STATUS
    CALL "Players-PlayerFileName" USING LK-TARGET-UUID PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
            OR FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        EXIT PARAGRAPH
    END-IF
    MOVE PLAYER-FILE-NAME TO PLAYER-IO-NAME
    MOVE 0 TO RECORD-LOADED
    OPEN INPUT FD-PLAYER-FILE-IO
    READ FD-PLAYER-FILE-IO
        AT END
            CONTINUE
        NOT AT END
            MOVE 1 TO RECORD-LOADED
    END-READ
    CLOSE FD-PLAYER-FILE-IO
    IF RECORD-LOADED = 0
        EXIT PARAGRAPH
    END-IF

    *> what the file held goes into the history before it is replaced
    MOVE FUNCTION CURRENT-DATE(1:14) TO PRIOR-SNAPSHOT-STAMP
    MOVE "restore" TO PRIOR-SNAPSHOT-REASON
    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 46
        MOVE FILE-PLAYER-INVENTORY(INVENTORY-INDEX)
            TO PRIOR-SNAPSHOT-INVENTORY(INVENTORY-INDEX)
    END-PERFORM
    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 27
        MOVE FILE-PLAYER-ENDERCHEST(INVENTORY-INDEX)
            TO PRIOR-SNAPSHOT-ENDERCHEST(INVENTORY-INDEX)
    END-PERFORM
    CALL "Snapshots-Append" USING LK-TARGET-UUID PRIOR-SNAPSHOT

    MOVE FILE-PLAYER-POSITION TO AUDIT-POSITION
    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 46
        MOVE FILE-SNAPSHOT-INVENTORY(INVENTORY-INDEX)
            TO FILE-PLAYER-INVENTORY(INVENTORY-INDEX)
        IF FILE-SNAPSHOT-INVENTORY-SLOT-COUNT(INVENTORY-INDEX) > 0
            MOVE FILE-SNAPSHOT-INVENTORY-SLOT-ID(INVENTORY-INDEX) TO ITEM-NAME
            PERFORM AUDIT-STACK
        END-IF
    END-PERFORM
    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1 UNTIL INVENTORY-INDEX > 27
        MOVE FILE-SNAPSHOT-ENDERCHEST(INVENTORY-INDEX)
            TO FILE-PLAYER-ENDERCHEST(INVENTORY-INDEX)
        IF FILE-SNAPSHOT-ENDERCHEST-SLOT-COUNT(INVENTORY-INDEX) > 0
            MOVE FILE-SNAPSHOT-ENDERCHEST-SLOT-ID(INVENTORY-INDEX) TO ITEM-NAME
            PERFORM AUDIT-STACK
        END-IF
    END-PERFORM

    MOVE SPACES TO PLAYER-FILE-TMP-NAME
    STRING FUNCTION TRIM(PLAYER-FILE-NAME) ".tmp" DELIMITED BY SIZE
        INTO PLAYER-FILE-TMP-NAME
    MOVE PLAYER-FILE-TMP-NAME TO PLAYER-IO-NAME
    OPEN OUTPUT FD-PLAYER-FILE-IO
    WRITE FILE-PLAYER
    CLOSE FD-PLAYER-FILE-IO
    CALL "CBL_RENAME_FILE" USING PLAYER-FILE-TMP-NAME PLAYER-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS = 0
        MOVE 0 TO LK-STATUS
    END-IF.

AUDIT-STACK.
    CALL "Players-LogItemUse" USING LK-MODERATOR-ID ITEM-NAME
        AUDIT-POSITION
    ADD 1 TO LK-STACKS.

END PROGRAM Snapshots-Restore.

*> --- RegisterCommand-Snapshot ---
*> Registers SNAPSHOT at permission level 2:
*>   snapshot list <player>           the kept snapshots, oldest first
*>   snapshot restore <player> <n>    put snapshot n back
*> Like INVSEE it is run by a player, so the restored stacks have a
*> moderator to be written against in the item-use audit trail.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Snapshot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Snapshot"
    CALL "Commands-Register" USING "SNAPSHOT" 2 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Snapshot ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Snapshot.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL FD-SNAPSHOT-IN
            ASSIGN TO SNAPSHOT-FILE-NAME
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

    DATA DIVISION.
    FILE SECTION.
    FD FD-SNAPSHOT-IN.
        COPY DD-SNAPSHOT-FILE.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        01 SNAPSHOT-FILE-NAME     PIC X(64).
        01 ACTION-WORD            PIC X(16).
        01 TARGET-NAME            PIC X(16).
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 NUMBER-TEXT            PIC X(8).
        01 SNAPSHOT-NUMBER        BINARY-LONG UNSIGNED.
        01 RECORD-INDEX           BINARY-LONG UNSIGNED.
        01 INVENTORY-INDEX        BINARY-LONG UNSIGNED.
        01 STACK-TOTAL            BINARY-LONG UNSIGNED.
        01 RESTORE-STATUS         BINARY-CHAR UNSIGNED.
        01 NUMBER-DISPLAY         PIC Z(8)9.
        01 STACK-DISPLAY          PIC Z(8)9.
        01 REPORT-LINE            PIC X(160).
        01 LOG-MESSAGE            PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE SPACES TO ACTION-WORD
        MOVE SPACES TO TARGET-NAME
        MOVE SPACES TO NUMBER-TEXT
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " "
                INTO ACTION-WORD TARGET-NAME NUMBER-TEXT
        END-IF
        MOVE FUNCTION LOWER-CASE(ACTION-WORD) TO ACTION-WORD
        IF COMMANDS-ACTOR-PLAYER = 0 OR TARGET-NAME = SPACES
                OR (ACTION-WORD NOT = "list" AND ACTION-WORD NOT = "restore")
            STRING "Usage: snapshot list <player> | snapshot restore"
                " <player> <n> (as a player)"
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

        IF ACTION-WORD = "list"
            PERFORM LIST-SNAPSHOTS
        ELSE
            PERFORM RESTORE-SNAPSHOT
        END-IF
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    LIST-SNAPSHOTS.
        CALL "Snapshots-FileName" USING TARGET-UUID SNAPSHOT-FILE-NAME
        MOVE 0 TO RECORD-INDEX
        OPEN INPUT FD-SNAPSHOT-IN
        PERFORM UNTIL EXIT
            READ FD-SNAPSHOT-IN
                AT END
                    EXIT PERFORM
                NOT AT END
                    ADD 1 TO RECORD-INDEX
                    MOVE 0 TO STACK-TOTAL
                    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
                            UNTIL INVENTORY-INDEX > 46
                        IF FILE-SNAPSHOT-INVENTORY-SLOT-COUNT(
                                INVENTORY-INDEX) > 0
                            ADD 1 TO STACK-TOTAL
                        END-IF
                    END-PERFORM
                    PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
                            UNTIL INVENTORY-INDEX > 27
                        IF FILE-SNAPSHOT-ENDERCHEST-SLOT-COUNT(
                                INVENTORY-INDEX) > 0
                            ADD 1 TO STACK-TOTAL
                        END-IF
                    END-PERFORM
                    MOVE RECORD-INDEX TO NUMBER-DISPLAY
                    MOVE STACK-TOTAL TO STACK-DISPLAY
                    MOVE SPACES TO REPORT-LINE
                    STRING "#" FUNCTION TRIM(NUMBER-DISPLAY) " "
                        FILE-SNAPSHOT-STAMP(1:4) "-"
                        FILE-SNAPSHOT-STAMP(5:2) "-"
                        FILE-SNAPSHOT-STAMP(7:2) " "
                        FILE-SNAPSHOT-STAMP(9:2) ":"
                        FILE-SNAPSHOT-STAMP(11:2) " "
                        FUNCTION TRIM(FILE-SNAPSHOT-REASON) ", "
                        FUNCTION TRIM(STACK-DISPLAY) " stacks"
                        DELIMITED BY SIZE INTO REPORT-LINE
                    CALL "SendPacket-SystemChat" USING
                        PLAYER-CLIENT(COMMANDS-ACTOR-PLAYER) REPORT-LINE
            END-READ
        END-PERFORM
        CLOSE FD-SNAPSHOT-IN
        MOVE RECORD-INDEX TO NUMBER-DISPLAY
        STRING FUNCTION TRIM(NUMBER-DISPLAY) " snapshot(s) kept for "
            FUNCTION TRIM(TARGET-NAME) " (newest last)"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    RESTORE-SNAPSHOT.
        IF FUNCTION TRIM(NUMBER-TEXT) IS NOT NUMERIC
            STRING "Usage: snapshot restore <player> <n>"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(NUMBER-TEXT) TO SNAPSHOT-NUMBER
        CALL "Snapshots-Restore" USING COMMANDS-ACTOR-PLAYER TARGET-UUID
            SNAPSHOT-NUMBER RESTORE-STATUS STACK-TOTAL
        MOVE SNAPSHOT-NUMBER TO NUMBER-DISPLAY
        EVALUATE RESTORE-STATUS
            WHEN 1
                STRING "No snapshot #" FUNCTION TRIM(NUMBER-DISPLAY)
                    " for " FUNCTION TRIM(TARGET-NAME)
                    " - see snapshot list"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
            WHEN 2
                STRING "The saved file of " FUNCTION TRIM(TARGET-NAME)
                    " can't be rewritten until they next log in"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                EXIT PARAGRAPH
        END-EVALUATE

        MOVE STACK-TOTAL TO STACK-DISPLAY
        MOVE SPACES TO LOG-MESSAGE
        STRING "snapshot #" FUNCTION TRIM(NUMBER-DISPLAY) " of "
            FUNCTION TRIM(TARGET-NAME) " restored by "
            PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
            " (" FUNCTION TRIM(STACK-DISPLAY) " stacks)"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "WARN" LOG-MESSAGE
        STRING "Restored snapshot #" FUNCTION TRIM(NUMBER-DISPLAY)
            " to " FUNCTION TRIM(TARGET-NAME) ", "
            FUNCTION TRIM(STACK-DISPLAY) " stacks"
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT.

    END PROGRAM Callback-Snapshot.

END PROGRAM RegisterCommand-Snapshot.
