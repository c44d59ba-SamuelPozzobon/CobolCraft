*> --- SlotJournal-Append ---
*> Appends one record to save/slot-journal.dat, the sequential change
*> journal every container, furnace, brewing-stand, hopper and
*> dispenser slot change is written to as it happens (see DD-SLOT-JOURNAL-FILE). The
*> .dat files are only rewritten at the autosave checkpoint, so without
*> the journal a crash between checkpoints loses every change since the
*> last one; with it, SlotJournal-Replay brings the tables forward at
*> the next startup. The file is opened and closed per record, the way
*> Shops-LogSale treats its journal, so a crash can lose at most the
*> record being written.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Append.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SLOT-JOURNAL
        ASSIGN TO "save/slot-journal.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SLOT-JOURNAL.
    COPY DD-SLOT-JOURNAL-FILE.
LINKAGE SECTION.
    01 LK-JOURNAL-ENTRY          PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-JOURNAL-ENTRY.
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE LK-JOURNAL-ENTRY TO FILE-JOURNAL
    OPEN EXTEND FD-SLOT-JOURNAL
    WRITE FILE-JOURNAL
    CLOSE FD-SLOT-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-Append.

*> --- SlotJournal-Container ---
*> Journals one container slot as it now stands.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Container.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINERS.
    COPY DD-SLOT-JOURNAL-FILE.
LINKAGE SECTION.
    01 LK-CONTAINER-INDEX        BINARY-LONG UNSIGNED.
    01 LK-SLOT                   BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CONTAINER-INDEX LK-SLOT.
    MOVE "C" TO FILE-JOURNAL-KIND
    MOVE LOW-VALUES TO FILE-JOURNAL-KEY
    MOVE CONTAINER-POSITION(LK-CONTAINER-INDEX) TO FILE-JOURNAL-POSITION
    MOVE LK-SLOT TO FILE-JOURNAL-SLOT
    CALL "SlotJournal-ItemName" USING
        CONTAINER-SLOT-ID(LK-CONTAINER-INDEX, LK-SLOT)
        CONTAINER-SLOT-COUNT(LK-CONTAINER-INDEX, LK-SLOT)
        FILE-JOURNAL-SLOT-ID
    IF FILE-JOURNAL-SLOT-ID NOT = "minecraft:air"
        MOVE CONTAINER-SLOT-COUNT(LK-CONTAINER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-COUNT
        MOVE CONTAINER-SLOT-NBT-LENGTH(LK-CONTAINER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-NBT-LENGTH
        MOVE CONTAINER-SLOT-NBT-DATA(LK-CONTAINER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-NBT-DATA
    ELSE
        MOVE 0 TO FILE-JOURNAL-SLOT-COUNT
        MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
    END-IF
    MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE
    CALL "SlotJournal-Append" USING FILE-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-Container.

*> --- SlotJournal-Furnace ---
*> Journals a furnace's three slots (input, fuel, output) as they now
*> stand. Furnace slots carry no NBT, and a furnace change nearly
*> always touches two slots at once, so the furnace goes down whole.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Furnace.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FURNACES.
    COPY DD-SLOT-JOURNAL-FILE.
    01 SLOT-ITEM-ID              BINARY-LONG.
    01 SLOT-ITEM-COUNT           BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FURNACE-INDEX          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-FURNACE-INDEX.
    MOVE "F" TO FILE-JOURNAL-KIND
    MOVE LOW-VALUES TO FILE-JOURNAL-KEY
    MOVE FURNACE-POSITION(LK-FURNACE-INDEX) TO FILE-JOURNAL-POSITION
    MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE
    MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH

    MOVE 1 TO FILE-JOURNAL-SLOT
    MOVE FURNACE-INPUT-ID(LK-FURNACE-INDEX) TO SLOT-ITEM-ID
    MOVE FURNACE-INPUT-COUNT(LK-FURNACE-INDEX) TO SLOT-ITEM-COUNT
    PERFORM WRITE-FURNACE-SLOT
    MOVE 2 TO FILE-JOURNAL-SLOT
    MOVE FURNACE-FUEL-ID(LK-FURNACE-INDEX) TO SLOT-ITEM-ID
    MOVE FURNACE-FUEL-COUNT(LK-FURNACE-INDEX) TO SLOT-ITEM-COUNT
    PERFORM WRITE-FURNACE-SLOT
    MOVE 3 TO FILE-JOURNAL-SLOT
    MOVE FURNACE-OUTPUT-ID(LK-FURNACE-INDEX) TO SLOT-ITEM-ID
    MOVE FURNACE-OUTPUT-COUNT(LK-FURNACE-INDEX) TO SLOT-ITEM-COUNT
    PERFORM WRITE-FURNACE-SLOT
    GOBACK.

WRITE-FURNACE-SLOT.
    CALL "SlotJournal-ItemName" USING SLOT-ITEM-ID SLOT-ITEM-COUNT
        FILE-JOURNAL-SLOT-ID
    MOVE SLOT-ITEM-COUNT TO FILE-JOURNAL-SLOT-COUNT
    CALL "SlotJournal-Append" USING FILE-JOURNAL.

END PROGRAM SlotJournal-Furnace.

*> --- SlotJournal-Brewing ---
*> Journals a brewing stand whole - the three bottles with their potion
*> NBT, the ingredient and the blaze-powder fuel count - as slots 1-5.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Brewing.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BREWING.
    COPY DD-SLOT-JOURNAL-FILE.
    01 BOTTLE-INDEX              BINARY-LONG UNSIGNED.
    01 SLOT-ITEM-ID              BINARY-LONG.
    01 SLOT-ITEM-COUNT           BINARY-LONG UNSIGNED.
    01 BLAZE-POWDER-ID           BINARY-LONG.
LINKAGE SECTION.
    01 LK-STAND-INDEX            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-STAND-INDEX.
    MOVE "B" TO FILE-JOURNAL-KIND
    MOVE LOW-VALUES TO FILE-JOURNAL-KEY
    MOVE BREWING-POSITION(LK-STAND-INDEX) TO FILE-JOURNAL-POSITION
    MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE

    PERFORM VARYING BOTTLE-INDEX FROM 1 BY 1 UNTIL BOTTLE-INDEX > 3
        MOVE BOTTLE-INDEX TO FILE-JOURNAL-SLOT
        MOVE BREWING-BOTTLE-ID(LK-STAND-INDEX, BOTTLE-INDEX)
            TO SLOT-ITEM-ID
        MOVE BREWING-BOTTLE-COUNT(LK-STAND-INDEX, BOTTLE-INDEX)
            TO SLOT-ITEM-COUNT
        CALL "SlotJournal-ItemName" USING SLOT-ITEM-ID SLOT-ITEM-COUNT
            FILE-JOURNAL-SLOT-ID
        MOVE SLOT-ITEM-COUNT TO FILE-JOURNAL-SLOT-COUNT
        IF SLOT-ITEM-COUNT > 0
            MOVE BREWING-BOTTLE-NBT-LENGTH(LK-STAND-INDEX, BOTTLE-INDEX)
                TO FILE-JOURNAL-SLOT-NBT-LENGTH
            MOVE BREWING-BOTTLE-NBT-DATA(LK-STAND-INDEX, BOTTLE-INDEX)
                TO FILE-JOURNAL-SLOT-NBT-DATA
        ELSE
            MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
        END-IF
        CALL "SlotJournal-Append" USING FILE-JOURNAL
    END-PERFORM

    MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
    MOVE 4 TO FILE-JOURNAL-SLOT
    MOVE BREWING-INGREDIENT-ID(LK-STAND-INDEX) TO SLOT-ITEM-ID
    MOVE BREWING-INGREDIENT-COUNT(LK-STAND-INDEX) TO SLOT-ITEM-COUNT
    CALL "SlotJournal-ItemName" USING SLOT-ITEM-ID SLOT-ITEM-COUNT
        FILE-JOURNAL-SLOT-ID
    MOVE SLOT-ITEM-COUNT TO FILE-JOURNAL-SLOT-COUNT
    CALL "SlotJournal-Append" USING FILE-JOURNAL

    *> the fuel slot only ever holds blaze powder; the count is the state
    MOVE 5 TO FILE-JOURNAL-SLOT
    CALL "Items-Get-Id" USING "minecraft:blaze_powder" BLAZE-POWDER-ID
    MOVE BLAZE-POWDER-ID TO SLOT-ITEM-ID
    MOVE BREWING-FUEL-COUNT(LK-STAND-INDEX) TO SLOT-ITEM-COUNT
    CALL "SlotJournal-ItemName" USING SLOT-ITEM-ID SLOT-ITEM-COUNT
        FILE-JOURNAL-SLOT-ID
    MOVE SLOT-ITEM-COUNT TO FILE-JOURNAL-SLOT-COUNT
    CALL "SlotJournal-Append" USING FILE-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-Brewing.

*> --- SlotJournal-Hopper ---
*> Journals one hopper slot as it now stands.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Hopper.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-HOPPERS.
    COPY DD-SLOT-JOURNAL-FILE.
LINKAGE SECTION.
    01 LK-HOPPER-INDEX           BINARY-LONG UNSIGNED.
    01 LK-SLOT                   BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-HOPPER-INDEX LK-SLOT.
    MOVE "H" TO FILE-JOURNAL-KIND
    MOVE LOW-VALUES TO FILE-JOURNAL-KEY
    MOVE HOPPER-POSITION(LK-HOPPER-INDEX) TO FILE-JOURNAL-POSITION
    MOVE LK-SLOT TO FILE-JOURNAL-SLOT
    CALL "SlotJournal-ItemName" USING
        HOPPER-SLOT-ID(LK-HOPPER-INDEX, LK-SLOT)
        HOPPER-SLOT-COUNT(LK-HOPPER-INDEX, LK-SLOT)
        FILE-JOURNAL-SLOT-ID
    MOVE HOPPER-SLOT-COUNT(LK-HOPPER-INDEX, LK-SLOT)
        TO FILE-JOURNAL-SLOT-COUNT
    IF FILE-JOURNAL-SLOT-COUNT > 0
        MOVE HOPPER-SLOT-NBT-LENGTH(LK-HOPPER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-NBT-LENGTH
        MOVE HOPPER-SLOT-NBT-DATA(LK-HOPPER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-NBT-DATA
    ELSE
        MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
    END-IF
    MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE
    CALL "SlotJournal-Append" USING FILE-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-Hopper.

*> --- SlotJournal-Dispenser ---
*> Journals one dispenser or dropper slot as it now stands.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Dispenser.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DISPENSERS.
    COPY DD-SLOT-JOURNAL-FILE.
LINKAGE SECTION.
    01 LK-DISPENSER-INDEX        BINARY-LONG UNSIGNED.
    01 LK-SLOT                   BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-DISPENSER-INDEX LK-SLOT.
    MOVE "D" TO FILE-JOURNAL-KIND
    MOVE LOW-VALUES TO FILE-JOURNAL-KEY
    MOVE DISPENSER-POSITION(LK-DISPENSER-INDEX) TO FILE-JOURNAL-POSITION
    MOVE LK-SLOT TO FILE-JOURNAL-SLOT
    CALL "SlotJournal-ItemName" USING
        DISPENSER-SLOT-ID(LK-DISPENSER-INDEX, LK-SLOT)
        DISPENSER-SLOT-COUNT(LK-DISPENSER-INDEX, LK-SLOT)
        FILE-JOURNAL-SLOT-ID
    MOVE DISPENSER-SLOT-COUNT(LK-DISPENSER-INDEX, LK-SLOT)
        TO FILE-JOURNAL-SLOT-COUNT
    IF FILE-JOURNAL-SLOT-COUNT > 0
        MOVE DISPENSER-SLOT-NBT-LENGTH(LK-DISPENSER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-NBT-LENGTH
        MOVE DISPENSER-SLOT-NBT-DATA(LK-DISPENSER-INDEX, LK-SLOT)
            TO FILE-JOURNAL-SLOT-NBT-DATA
    ELSE
        MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
    END-IF
    MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE
    CALL "SlotJournal-Append" USING FILE-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-Dispenser.

*> --- SlotJournal-PlayerSlot ---
*> Journals the player-side half of a move between a block and a
*> player's inventory. The player file is written at the same
*> checkpoint as the block files, so replaying only the block half
*> after a crash would leave the stack both in the chest and in the
*> player's last-saved inventory; the P record lets the replay bring
*> the player file forward too.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-PlayerSlot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SLOT-JOURNAL-FILE.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-INVENTORY-INDEX        BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-INVENTORY-INDEX.
    MOVE "P" TO FILE-JOURNAL-KIND
    MOVE PLAYER-UUID(LK-PLAYER-ID) TO FILE-JOURNAL-PLAYER-UUID
    MOVE LK-INVENTORY-INDEX TO FILE-JOURNAL-SLOT
    CALL "SlotJournal-ItemName" USING
        PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, LK-INVENTORY-INDEX)
        PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, LK-INVENTORY-INDEX)
        FILE-JOURNAL-SLOT-ID
    MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, LK-INVENTORY-INDEX)
        TO FILE-JOURNAL-SLOT-COUNT
    IF FILE-JOURNAL-SLOT-COUNT > 0
        MOVE PLAYER-INVENTORY-SLOT-DAMAGE(LK-PLAYER-ID, LK-INVENTORY-INDEX)
            TO FILE-JOURNAL-SLOT-DAMAGE
        MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(
            LK-PLAYER-ID, LK-INVENTORY-INDEX)
            TO FILE-JOURNAL-SLOT-NBT-LENGTH
        MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(
            LK-PLAYER-ID, LK-INVENTORY-INDEX)
            TO FILE-JOURNAL-SLOT-NBT-DATA
    ELSE
        MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE
        MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
    END-IF
    CALL "SlotJournal-Append" USING FILE-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-PlayerSlot.

*> --- SlotJournal-PlayerSaved ---
*> Marks a player file as written out whole (Players-SavePlayer calls
*> this once its rename lands, at a checkpoint or on disconnect), which
*> settles every earlier P record for that player.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-PlayerSaved.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SLOT-JOURNAL-FILE.
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).

PROCEDURE DIVISION USING LK-PLAYER-UUID.
    MOVE "S" TO FILE-JOURNAL-KIND
    MOVE LK-PLAYER-UUID TO FILE-JOURNAL-PLAYER-UUID
    MOVE 0 TO FILE-JOURNAL-SLOT
    MOVE C-MINECRAFT-AIR TO FILE-JOURNAL-SLOT-ID
    MOVE 0 TO FILE-JOURNAL-SLOT-COUNT
    MOVE 0 TO FILE-JOURNAL-SLOT-DAMAGE
    MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
    CALL "SlotJournal-Append" USING FILE-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-PlayerSaved.

*> --- SlotJournal-ItemName ---
*> The registry name a journal record stores for a slot: the item's
*> name while the slot holds anything, minecraft:air once it is empty.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-ItemName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 C-MINECRAFT-AIR           PIC X(16) VALUE "minecraft:air".
LINKAGE SECTION.
    01 LK-ITEM-ID                BINARY-LONG.
    01 LK-ITEM-COUNT             BINARY-LONG UNSIGNED.
    01 LK-ITEM-NAME              PIC X(32).

PROCEDURE DIVISION USING LK-ITEM-ID LK-ITEM-COUNT LK-ITEM-NAME.
    IF LK-ITEM-ID > 0 AND LK-ITEM-COUNT > 0
        CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
            LK-ITEM-ID LK-ITEM-NAME
    ELSE
        MOVE C-MINECRAFT-AIR TO LK-ITEM-NAME
    END-IF
    GOBACK.

END PROGRAM SlotJournal-ItemName.

*> --- SlotJournal-Replay ---
*> Called once from World-Init, after the container, furnace, brewing,
*> hopper and dispenser tables have been loaded from their .dat files: applies
*> every journal record written since the last checkpoint, in order,
*> so each slot ends as it last stood before the crash. A block the
*> .dat files never held is created at its position, the way opening
*> it would have. Player records are applied to the player's file on
*> disk (nobody is connected yet) unless a later S record says the
*> file was written out whole after the change. The journal itself is
*> left in place - replaying it again is harmless, since every record
*> is a whole slot image - and is truncated at the next checkpoint.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Replay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SLOT-JOURNAL
        ASSIGN TO "save/slot-journal.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL FD-PLAYER-FILE
        ASSIGN TO PLAYER-FILE-IO-NAME
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SLOT-JOURNAL.
    COPY DD-SLOT-JOURNAL-FILE.
FD FD-PLAYER-FILE.
    COPY DD-PLAYER-FILE.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINERS.
    COPY DD-FURNACES.
    COPY DD-BREWING.
    COPY DD-HOPPERS.
    COPY DD-DISPENSERS.
    COPY DD-SLOT-JOURNAL.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 MAX-SAVED-PLAYERS         BINARY-LONG UNSIGNED VALUE 256.
    01 SAVED-PLAYER-COUNT        BINARY-LONG UNSIGNED.
    01 SAVED-PLAYER OCCURS 256 TIMES.
        05 SAVED-PLAYER-UUID     PIC X(16).
        05 SAVED-PLAYER-RECORD   BINARY-LONG UNSIGNED.
    01 SAVED-INDEX               BINARY-LONG UNSIGNED.
    01 RECORD-NUMBER             BINARY-LONG UNSIGNED.
    01 FILE-EXHAUSTED            BINARY-CHAR UNSIGNED.
    01 BLOCK-INDEX               BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 JOURNAL-ITEM-ID           BINARY-LONG.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 BLOCK-SLOTS-REPLAYED      BINARY-LONG UNSIGNED.
    01 PLAYER-SLOTS-REPLAYED     BINARY-LONG UNSIGNED.
    01 RECORDS-SKIPPED           BINARY-LONG UNSIGNED.
    01 PLAYER-FILE-NAME          PIC X(64).
    01 PLAYER-FILE-TMP-NAME      PIC X(68).
    01 PLAYER-FILE-IO-NAME       PIC X(68).
    01 RENAME-STATUS             BINARY-LONG.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 COUNT-DISPLAY             PIC Z(8)9.
    01 PLAYER-COUNT-DISPLAY      PIC Z(8)9.
    01 SKIPPED-DISPLAY           PIC Z(8)9.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO SLOT-JOURNAL-SAVE-FAILED
    MOVE 0 TO BLOCK-SLOTS-REPLAYED
    MOVE 0 TO PLAYER-SLOTS-REPLAYED
    MOVE 0 TO RECORDS-SKIPPED

    *> first pass: where each player's file was last written out whole
    MOVE 0 TO SAVED-PLAYER-COUNT
    MOVE 0 TO RECORD-NUMBER
    MOVE 0 TO FILE-EXHAUSTED
    OPEN INPUT FD-SLOT-JOURNAL
    PERFORM UNTIL FILE-EXHAUSTED NOT = 0
        READ FD-SLOT-JOURNAL
            AT END
                MOVE 1 TO FILE-EXHAUSTED
            NOT AT END
                ADD 1 TO RECORD-NUMBER
                IF FILE-JOURNAL-KIND = "S"
                    PERFORM NOTE-PLAYER-SAVED
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-SLOT-JOURNAL
    IF RECORD-NUMBER = 0
        GOBACK
    END-IF

    *> second pass: apply everything in the order it happened
    MOVE 0 TO RECORD-NUMBER
    MOVE 0 TO FILE-EXHAUSTED
    OPEN INPUT FD-SLOT-JOURNAL
    PERFORM UNTIL FILE-EXHAUSTED NOT = 0
        READ FD-SLOT-JOURNAL
            AT END
                MOVE 1 TO FILE-EXHAUSTED
            NOT AT END
                ADD 1 TO RECORD-NUMBER
                PERFORM APPLY-JOURNAL-RECORD
        END-READ
    END-PERFORM
    CLOSE FD-SLOT-JOURNAL

    MOVE BLOCK-SLOTS-REPLAYED TO COUNT-DISPLAY
    MOVE PLAYER-SLOTS-REPLAYED TO PLAYER-COUNT-DISPLAY
    MOVE RECORDS-SKIPPED TO SKIPPED-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    STRING "slot journal replayed: " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        " block slot(s), " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-COUNT-DISPLAY) DELIMITED BY SIZE
        " player slot(s), " DELIMITED BY SIZE
        FUNCTION TRIM(SKIPPED-DISPLAY) DELIMITED BY SIZE
        " skipped" DELIMITED BY SIZE
        INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    GOBACK.

NOTE-PLAYER-SAVED.
    PERFORM VARYING SAVED-INDEX FROM 1 BY 1
            UNTIL SAVED-INDEX > SAVED-PLAYER-COUNT
        IF SAVED-PLAYER-UUID(SAVED-INDEX) = FILE-JOURNAL-PLAYER-UUID
            MOVE RECORD-NUMBER TO SAVED-PLAYER-RECORD(SAVED-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    *> a full table only means that player's records replay anyway -
    *> the worst case is the pre-journal behaviour, never a loss
    IF SAVED-PLAYER-COUNT < MAX-SAVED-PLAYERS
        ADD 1 TO SAVED-PLAYER-COUNT
        MOVE FILE-JOURNAL-PLAYER-UUID
            TO SAVED-PLAYER-UUID(SAVED-PLAYER-COUNT)
        MOVE RECORD-NUMBER TO SAVED-PLAYER-RECORD(SAVED-PLAYER-COUNT)
    END-IF.

APPLY-JOURNAL-RECORD.
    *> the slot's item, resolved and validated the way the .dat loaders
    *> treat a stored name: an unknown item empties the slot
    MOVE 0 TO JOURNAL-ITEM-ID
    IF FILE-JOURNAL-SLOT-COUNT > 0
        CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM
            FILE-JOURNAL-SLOT-ID JOURNAL-ITEM-ID
        CALL "Players-ValidateItemId" USING JOURNAL-ITEM-ID ITEM-ID-VALID
        IF ITEM-ID-VALID = 0
            MOVE 0 TO JOURNAL-ITEM-ID
            MOVE 0 TO FILE-JOURNAL-SLOT-COUNT
            MOVE 0 TO FILE-JOURNAL-SLOT-NBT-LENGTH
        END-IF
    END-IF

    EVALUATE FILE-JOURNAL-KIND
        WHEN "C"
            PERFORM APPLY-CONTAINER-SLOT
        WHEN "F"
            PERFORM APPLY-FURNACE-SLOT
        WHEN "B"
            PERFORM APPLY-BREWING-SLOT
        WHEN "H"
            PERFORM APPLY-HOPPER-SLOT
        WHEN "D"
            PERFORM APPLY-DISPENSER-SLOT
        WHEN "P"
            PERFORM APPLY-PLAYER-SLOT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

APPLY-CONTAINER-SLOT.
    IF FILE-JOURNAL-SLOT < 1 OR FILE-JOURNAL-SLOT > 27
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO BLOCK-INDEX
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-CONTAINERS OR BLOCK-INDEX NOT = 0
        IF CONTAINER-USED(SLOT-INDEX) NOT = 0
            IF CONTAINER-POSITION(SLOT-INDEX) = FILE-JOURNAL-POSITION
                MOVE SLOT-INDEX TO BLOCK-INDEX
            END-IF
        ELSE
            IF FREE-INDEX = 0
                MOVE SLOT-INDEX TO FREE-INDEX
            END-IF
        END-IF
    END-PERFORM
    IF BLOCK-INDEX = 0
        IF FREE-INDEX = 0
            ADD 1 TO RECORDS-SKIPPED
            EXIT PARAGRAPH
        END-IF
        MOVE FREE-INDEX TO BLOCK-INDEX
        MOVE 1 TO CONTAINER-USED(BLOCK-INDEX)
        MOVE FILE-JOURNAL-POSITION TO CONTAINER-POSITION(BLOCK-INDEX)
        PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
            MOVE 0 TO CONTAINER-SLOT-ID(BLOCK-INDEX, SLOT-INDEX)
            MOVE 0 TO CONTAINER-SLOT-COUNT(BLOCK-INDEX, SLOT-INDEX)
            MOVE 0 TO CONTAINER-SLOT-NBT-LENGTH(BLOCK-INDEX, SLOT-INDEX)
        END-PERFORM
    END-IF
    MOVE FILE-JOURNAL-SLOT TO SLOT-INDEX
    MOVE JOURNAL-ITEM-ID TO CONTAINER-SLOT-ID(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-COUNT
        TO CONTAINER-SLOT-COUNT(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-LENGTH
        TO CONTAINER-SLOT-NBT-LENGTH(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-DATA
        TO CONTAINER-SLOT-NBT-DATA(BLOCK-INDEX, SLOT-INDEX)
    ADD 1 TO BLOCK-SLOTS-REPLAYED.

APPLY-FURNACE-SLOT.
    IF FILE-JOURNAL-SLOT < 1 OR FILE-JOURNAL-SLOT > 3
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO BLOCK-INDEX
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-FURNACES OR BLOCK-INDEX NOT = 0
        IF FURNACE-USED(SLOT-INDEX) NOT = 0
            IF FURNACE-POSITION(SLOT-INDEX) = FILE-JOURNAL-POSITION
                MOVE SLOT-INDEX TO BLOCK-INDEX
            END-IF
        ELSE
            IF FREE-INDEX = 0
                MOVE SLOT-INDEX TO FREE-INDEX
            END-IF
        END-IF
    END-PERFORM
    IF BLOCK-INDEX = 0
        IF FREE-INDEX = 0
            ADD 1 TO RECORDS-SKIPPED
            EXIT PARAGRAPH
        END-IF
        MOVE FREE-INDEX TO BLOCK-INDEX
        MOVE 1 TO FURNACE-USED(BLOCK-INDEX)
        MOVE FILE-JOURNAL-POSITION TO FURNACE-POSITION(BLOCK-INDEX)
        MOVE 0 TO FURNACE-INPUT-ID(BLOCK-INDEX)
        MOVE 0 TO FURNACE-INPUT-COUNT(BLOCK-INDEX)
        MOVE 0 TO FURNACE-FUEL-ID(BLOCK-INDEX)
        MOVE 0 TO FURNACE-FUEL-COUNT(BLOCK-INDEX)
        MOVE 0 TO FURNACE-OUTPUT-ID(BLOCK-INDEX)
        MOVE 0 TO FURNACE-OUTPUT-COUNT(BLOCK-INDEX)
        MOVE 0 TO FURNACE-BURN-REMAINING(BLOCK-INDEX)
        MOVE 0 TO FURNACE-PROGRESS(BLOCK-INDEX)
    END-IF
    EVALUATE FILE-JOURNAL-SLOT
        WHEN 1
            MOVE JOURNAL-ITEM-ID TO FURNACE-INPUT-ID(BLOCK-INDEX)
            MOVE FILE-JOURNAL-SLOT-COUNT TO FURNACE-INPUT-COUNT(BLOCK-INDEX)
        WHEN 2
            MOVE JOURNAL-ITEM-ID TO FURNACE-FUEL-ID(BLOCK-INDEX)
            MOVE FILE-JOURNAL-SLOT-COUNT TO FURNACE-FUEL-COUNT(BLOCK-INDEX)
        WHEN 3
            MOVE JOURNAL-ITEM-ID TO FURNACE-OUTPUT-ID(BLOCK-INDEX)
            MOVE FILE-JOURNAL-SLOT-COUNT
                TO FURNACE-OUTPUT-COUNT(BLOCK-INDEX)
    END-EVALUATE
    ADD 1 TO BLOCK-SLOTS-REPLAYED.

APPLY-BREWING-SLOT.
    IF FILE-JOURNAL-SLOT < 1 OR FILE-JOURNAL-SLOT > 5
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO BLOCK-INDEX
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > MAX-BREWING-STANDS OR BLOCK-INDEX NOT = 0
        IF BREWING-USED(SLOT-INDEX) NOT = 0
            IF BREWING-POSITION(SLOT-INDEX) = FILE-JOURNAL-POSITION
                MOVE SLOT-INDEX TO BLOCK-INDEX
            END-IF
        ELSE
            IF FREE-INDEX = 0
                MOVE SLOT-INDEX TO FREE-INDEX
            END-IF
        END-IF
    END-PERFORM
    IF BLOCK-INDEX = 0
        IF FREE-INDEX = 0
            ADD 1 TO RECORDS-SKIPPED
            EXIT PARAGRAPH
        END-IF
        MOVE FREE-INDEX TO BLOCK-INDEX
        MOVE 1 TO BREWING-USED(BLOCK-INDEX)
        MOVE FILE-JOURNAL-POSITION TO BREWING-POSITION(BLOCK-INDEX)
        PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 3
            MOVE 0 TO BREWING-BOTTLE-ID(BLOCK-INDEX, SLOT-INDEX)
            MOVE 0 TO BREWING-BOTTLE-COUNT(BLOCK-INDEX, SLOT-INDEX)
            MOVE 0 TO BREWING-BOTTLE-NBT-LENGTH(BLOCK-INDEX, SLOT-INDEX)
        END-PERFORM
        MOVE 0 TO BREWING-INGREDIENT-ID(BLOCK-INDEX)
        MOVE 0 TO BREWING-INGREDIENT-COUNT(BLOCK-INDEX)
        MOVE 0 TO BREWING-FUEL-COUNT(BLOCK-INDEX)
        MOVE 0 TO BREWING-PROGRESS(BLOCK-INDEX)
    END-IF
    EVALUATE FILE-JOURNAL-SLOT
        WHEN 4
            MOVE JOURNAL-ITEM-ID TO BREWING-INGREDIENT-ID(BLOCK-INDEX)
            MOVE FILE-JOURNAL-SLOT-COUNT
                TO BREWING-INGREDIENT-COUNT(BLOCK-INDEX)
        WHEN 5
            MOVE FILE-JOURNAL-SLOT-COUNT TO BREWING-FUEL-COUNT(BLOCK-INDEX)
        WHEN OTHER
            MOVE FILE-JOURNAL-SLOT TO SLOT-INDEX
            MOVE JOURNAL-ITEM-ID
                TO BREWING-BOTTLE-ID(BLOCK-INDEX, SLOT-INDEX)
            MOVE FILE-JOURNAL-SLOT-COUNT
                TO BREWING-BOTTLE-COUNT(BLOCK-INDEX, SLOT-INDEX)
            MOVE FILE-JOURNAL-SLOT-NBT-LENGTH
                TO BREWING-BOTTLE-NBT-LENGTH(BLOCK-INDEX, SLOT-INDEX)
            MOVE FILE-JOURNAL-SLOT-NBT-DATA
                TO BREWING-BOTTLE-NBT-DATA(BLOCK-INDEX, SLOT-INDEX)
    END-EVALUATE
    ADD 1 TO BLOCK-SLOTS-REPLAYED.

APPLY-HOPPER-SLOT.
    IF FILE-JOURNAL-SLOT < 1 OR FILE-JOURNAL-SLOT > 5
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    CALL "Hoppers-FindOrCreate" USING FILE-JOURNAL-POSITION BLOCK-INDEX
    IF BLOCK-INDEX = 0
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE FILE-JOURNAL-SLOT TO SLOT-INDEX
    MOVE JOURNAL-ITEM-ID TO HOPPER-SLOT-ID(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-COUNT TO HOPPER-SLOT-COUNT(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-LENGTH
        TO HOPPER-SLOT-NBT-LENGTH(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-DATA
        TO HOPPER-SLOT-NBT-DATA(BLOCK-INDEX, SLOT-INDEX)
    ADD 1 TO BLOCK-SLOTS-REPLAYED.

APPLY-DISPENSER-SLOT.
    IF FILE-JOURNAL-SLOT < 1 OR FILE-JOURNAL-SLOT > 9
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    CALL "Dispensers-FindOrCreate" USING FILE-JOURNAL-POSITION BLOCK-INDEX
    IF BLOCK-INDEX = 0
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE FILE-JOURNAL-SLOT TO SLOT-INDEX
    MOVE JOURNAL-ITEM-ID TO DISPENSER-SLOT-ID(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-COUNT
        TO DISPENSER-SLOT-COUNT(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-LENGTH
        TO DISPENSER-SLOT-NBT-LENGTH(BLOCK-INDEX, SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-DATA
        TO DISPENSER-SLOT-NBT-DATA(BLOCK-INDEX, SLOT-INDEX)
    ADD 1 TO BLOCK-SLOTS-REPLAYED.

APPLY-PLAYER-SLOT.
    *> settled already if the player's file was written out whole later
    PERFORM VARYING SAVED-INDEX FROM 1 BY 1
            UNTIL SAVED-INDEX > SAVED-PLAYER-COUNT
        IF SAVED-PLAYER-UUID(SAVED-INDEX) = FILE-JOURNAL-PLAYER-UUID
            IF SAVED-PLAYER-RECORD(SAVED-INDEX) > RECORD-NUMBER
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-PERFORM
    IF FILE-JOURNAL-SLOT < 2 OR FILE-JOURNAL-SLOT > 46
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF

    *> only a file in the current layout is patched - the size check
    *> Players-LoadPlayer makes before it trusts a READ
    CALL "Players-PlayerFileName" USING FILE-JOURNAL-PLAYER-UUID
        PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF FILE-EXIST-SIZE NOT = LENGTH OF FILE-PLAYER
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF

    *> the journal record is held aside while the player file borrows
    *> the read; it is the slot image still to be written
    MOVE FILE-JOURNAL-SLOT TO SLOT-INDEX
    MOVE PLAYER-FILE-NAME TO PLAYER-FILE-IO-NAME
    OPEN INPUT FD-PLAYER-FILE
    READ FD-PLAYER-FILE
        AT END
            MOVE 1 TO FILE-EXHAUSTED
    END-READ
    CLOSE FD-PLAYER-FILE
    IF FILE-EXHAUSTED NOT = 0
        MOVE 0 TO FILE-EXHAUSTED
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF

    IF FILE-JOURNAL-SLOT-COUNT > 0
        MOVE FILE-JOURNAL-SLOT-ID
            TO FILE-PLAYER-INVENTORY-SLOT-ID(SLOT-INDEX)
    ELSE
        MOVE "minecraft:air" TO FILE-PLAYER-INVENTORY-SLOT-ID(SLOT-INDEX)
    END-IF
    MOVE FILE-JOURNAL-SLOT-COUNT
        TO FILE-PLAYER-INVENTORY-SLOT-COUNT(SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-DAMAGE
        TO FILE-PLAYER-INVENTORY-SLOT-DAMAGE(SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-LENGTH
        TO FILE-PLAYER-INVENTORY-SLOT-NBT-LENGTH(SLOT-INDEX)
    MOVE FILE-JOURNAL-SLOT-NBT-DATA
        TO FILE-PLAYER-INVENTORY-SLOT-NBT-DATA(SLOT-INDEX)

    *> written back through a temporary file and a rename, as every
    *> save is; no backup generation rotates for a replayed slot
    MOVE SPACES TO PLAYER-FILE-TMP-NAME
    STRING FUNCTION TRIM(PLAYER-FILE-NAME) DELIMITED BY SIZE
        ".tmp" DELIMITED BY SIZE
        INTO PLAYER-FILE-TMP-NAME
    MOVE PLAYER-FILE-TMP-NAME TO PLAYER-FILE-IO-NAME
    OPEN OUTPUT FD-PLAYER-FILE
    WRITE FILE-PLAYER
    CLOSE FD-PLAYER-FILE
    CALL "CBL_RENAME_FILE" USING PLAYER-FILE-TMP-NAME PLAYER-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "slot journal replay could not replace " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-FILE-NAME) DELIMITED BY SIZE
            INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
        ADD 1 TO RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PLAYER-SLOTS-REPLAYED.

END PROGRAM SlotJournal-Replay.

*> --- SlotJournal-Checkpoint ---
*> Called by World-Tick and Server-Shutdown straight after the
*> checkpoint saves. With every table safely in its .dat file the
*> journal has nothing left to say and is truncated; if any of the
*> saves failed its rename the journal is kept, so the changes it holds
*> still replay after a crash, and the next checkpoint tries again.
IDENTIFICATION DIVISION.
PROGRAM-ID. SlotJournal-Checkpoint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-SLOT-JOURNAL
        ASSIGN TO "save/slot-journal.dat"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-SLOT-JOURNAL.
    COPY DD-SLOT-JOURNAL-FILE.
WORKING-STORAGE SECTION.
    COPY DD-SLOT-JOURNAL.

PROCEDURE DIVISION.
    IF SLOT-JOURNAL-SAVE-FAILED NOT = 0
        CALL "Log-Write" USING "WARN"
            "slot journal kept, a checkpoint save did not complete"
        MOVE 0 TO SLOT-JOURNAL-SAVE-FAILED
        GOBACK
    END-IF
    CALL "CBL_CREATE_DIR" USING "save"
    OPEN OUTPUT FD-SLOT-JOURNAL
    CLOSE FD-SLOT-JOURNAL
    GOBACK.

END PROGRAM SlotJournal-Checkpoint.
