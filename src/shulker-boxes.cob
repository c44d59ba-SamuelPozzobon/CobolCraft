*> --- ShulkerBox-IsName ---
*> Whether a block or item registry name is one of the seventeen
*> shulker boxes: the plain "minecraft:shulker_box" or one of its dyed
*> "minecraft:<colour>_shulker_box" variants. Blocks and items share
*> the names, so the one test serves both.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-IsName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 NAME-LENGTH               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-NAME                   PIC X ANY LENGTH.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-RESULT.
    MOVE 0 TO LK-RESULT
    COMPUTE NAME-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-NAME)
    IF NAME-LENGTH < 21 OR LK-NAME(1:10) NOT = "minecraft:"
        GOBACK
    END-IF
    IF LK-NAME(NAME-LENGTH - 10:11) = "shulker_box"
        MOVE 1 TO LK-RESULT
    END-IF
    GOBACK.

END PROGRAM ShulkerBox-IsName.

*> --- ShulkerBox-IsItem ---
*> ShulkerBox-IsName for a numeric item ID, the form inventory and
*> container slots hold.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-IsItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 ITEM-NAME                 PIC X(64).
LINKAGE SECTION.
    01 LK-ITEM-ID                BINARY-LONG.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ITEM-ID LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF LK-ITEM-ID <= 0
        GOBACK
    END-IF
    MOVE SPACES TO ITEM-NAME
    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM LK-ITEM-ID
        ITEM-NAME
    CALL "ShulkerBox-IsName" USING ITEM-NAME LK-RESULT
    GOBACK.

END PROGRAM ShulkerBox-IsItem.

*> --- ShulkerBox-IsAt ---
*> Whether the world block at a position is a shulker box - the test
*> the container code uses to tell a box's record from a chest's, since
*> both live in the same position-keyed table.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-IsAt.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BLOCK-ID                  BINARY-LONG.
    01 BLOCK-NAME                PIC X(64).
LINKAGE SECTION.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-RESULT.
    CALL "World-GetBlock" USING LK-POSITION BLOCK-ID
    MOVE SPACES TO BLOCK-NAME
    CALL "Blocks-Get-StateName" USING BLOCK-ID BLOCK-NAME
    CALL "ShulkerBox-IsName" USING BLOCK-NAME LK-RESULT
    GOBACK.

END PROGRAM ShulkerBox-IsAt.

*> --- ShulkerBox-Pack ---
*> Writes a box's contents into item NBT in the vanilla shape, so a
*> box that leaves this server (or came in through the region import)
*> reads the same everywhere:
*>   {BlockEntityTag: {Items: [{Slot: 0b, id: "minecraft:...",
*>                              Count: 64b, tag: {...}}, ...]}}
*> An item's own NBT (enchantments, a name) rides along as its "tag"
*> compound. An empty box carries no NBT at all, the way a fresh one
*> does. Item NBT is capped at a slot's 2048 bytes; contents that will
*> not fit come back with LK-FITS 0 and LK-NBT-DATA untouched, and the
*> caller keeps the box where it is rather than losing what's inside.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-Pack.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-NBT-ENCODER.
    *> room for the 2048-byte cap plus one overlong slot past it
    01 PACK-BUFFER               PIC X(4608).
    01 PACK-LENGTH               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 SLOT-BYTE                 BINARY-CHAR.
    01 COUNT-BYTE                BINARY-CHAR.
    01 NAME-LENGTH               BINARY-LONG UNSIGNED.
    01 TAG-BODY-LENGTH           BINARY-LONG UNSIGNED.
    01 ITEMS-WRITTEN             BINARY-LONG UNSIGNED.
    01 C-TAG-NAME                PIC X(3) VALUE "tag".
    01 C-TAG-NAME-LENGTH         BINARY-LONG UNSIGNED VALUE 3.
LINKAGE SECTION.
    COPY DD-SHULKER-CONTENTS.
    01 LK-NBT-LENGTH             BINARY-LONG UNSIGNED.
    01 LK-NBT-DATA               PIC X(2048).
    01 LK-FITS                   BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-SHULKER-CONTENTS LK-NBT-LENGTH LK-NBT-DATA
        LK-FITS.
    MOVE 1 TO LK-FITS
    MOVE 0 TO ITEMS-WRITTEN
    MOVE 1 TO NBT-ENCODER-OFFSET
    MOVE 0 TO NBT-ENCODER-LEVEL
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE PACK-BUFFER
    CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE PACK-BUFFER
        "BlockEntityTag" 14
    CALL "NbtEncode-List" USING NBT-ENCODER-STATE PACK-BUFFER "Items" 5
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        IF LK-SHULKER-SLOT-COUNT(SLOT-INDEX) > 0
                AND LK-SHULKER-SLOT-NAME(SLOT-INDEX) NOT = SPACES
            PERFORM WRITE-ONE-ITEM
            IF NBT-ENCODER-OFFSET > 2049
                MOVE 0 TO LK-FITS
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE PACK-BUFFER
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE PACK-BUFFER
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE PACK-BUFFER
    COMPUTE PACK-LENGTH = NBT-ENCODER-OFFSET - 1
    IF PACK-LENGTH > 2048
        MOVE 0 TO LK-FITS
        GOBACK
    END-IF

    IF ITEMS-WRITTEN = 0
        MOVE 0 TO LK-NBT-LENGTH
    ELSE
        MOVE PACK-BUFFER(1:PACK-LENGTH) TO LK-NBT-DATA(1:PACK-LENGTH)
        MOVE PACK-LENGTH TO LK-NBT-LENGTH
    END-IF
    GOBACK.

WRITE-ONE-ITEM.
    ADD 1 TO ITEMS-WRITTEN
    COMPUTE SLOT-BYTE = SLOT-INDEX - 1
    MOVE LK-SHULKER-SLOT-COUNT(SLOT-INDEX) TO COUNT-BYTE
    COMPUTE NAME-LENGTH =
        FUNCTION STORED-CHAR-LENGTH(LK-SHULKER-SLOT-NAME(SLOT-INDEX))
    CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE PACK-BUFFER
        OMITTED OMITTED
    CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE PACK-BUFFER
        "Slot" 4 SLOT-BYTE
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE PACK-BUFFER
        "id" 2 LK-SHULKER-SLOT-NAME(SLOT-INDEX) NAME-LENGTH
    CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE PACK-BUFFER
        "Count" 5 COUNT-BYTE
    *> the item's own blob is a root compound; its body (everything
    *> after the 3-byte envelope, closing End included) becomes the
    *> body of a compound named "tag"
    IF LK-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX) > 4
        COMPUTE TAG-BODY-LENGTH = LK-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX) - 3
        MOVE X"0A" TO PACK-BUFFER(NBT-ENCODER-OFFSET:1)
        ADD 1 TO NBT-ENCODER-OFFSET
        CALL "NbtEncode-WriteString" USING PACK-BUFFER NBT-ENCODER-OFFSET
            C-TAG-NAME C-TAG-NAME-LENGTH
        MOVE LK-SHULKER-SLOT-NBT-DATA(SLOT-INDEX)(4:TAG-BODY-LENGTH)
            TO PACK-BUFFER(NBT-ENCODER-OFFSET:TAG-BODY-LENGTH)
        ADD TAG-BODY-LENGTH TO NBT-ENCODER-OFFSET
    END-IF
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE PACK-BUFFER.

END PROGRAM ShulkerBox-Pack.

*> --- ShulkerBox-Unpack ---
*> Reads a box's item NBT (the ShulkerBox-Pack shape) back into its 27
*> slots. Each Items entry's "tag" compound is lifted out whole and
*> re-wrapped in a root envelope, so the item gets back exactly the
*> blob it went in with. Entries with a Slot outside 0-26, no id or no
*> count are skipped; an unreadable blob simply unpacks as far as it
*> got, the same tolerance Enchant-GetLevel gives imported gear.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-Unpack.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-NBT-DECODER.
    01 NBT-TAG-TYPE              BINARY-CHAR UNSIGNED.
    01 NBT-NAME                  PIC X(2048).
    01 NBT-NAME-LEN              BINARY-LONG UNSIGNED.
    01 NBT-VALUE-LONG            BINARY-LONG-LONG.
    01 NBT-VALUE-FLOAT           FLOAT-SHORT.
    01 NBT-VALUE-DOUBLE          FLOAT-LONG.
    01 NBT-VALUE-STR             PIC X(2048).
    01 NBT-VALUE-STR-LEN         BINARY-LONG UNSIGNED.
    01 NBT-ARRAY-LEN             BINARY-LONG UNSIGNED.
    01 NBT-LIST-ELEMENT-TYPE     BINARY-CHAR UNSIGNED.
    01 NBT-FAILED                BINARY-CHAR UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    *> decoder level of the Items list, and of one entry inside it
    01 ITEMS-LEVEL               BINARY-LONG UNSIGNED.
    01 ENTRY-LEVEL               BINARY-LONG UNSIGNED.
    01 IN-ENTRY                  BINARY-CHAR UNSIGNED.
    01 ENTRY-SLOT                BINARY-LONG.
    01 ENTRY-NAME                PIC X(32).
    01 ENTRY-COUNT               BINARY-LONG.
    01 ENTRY-NBT-LENGTH          BINARY-LONG UNSIGNED.
    01 ENTRY-NBT-DATA            PIC X(2048).
    01 TAG-START                 BINARY-LONG UNSIGNED.
    01 TAG-BODY-LENGTH           BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-NBT-DATA               PIC X(2048).
    01 LK-NBT-LENGTH             BINARY-LONG UNSIGNED.
    COPY DD-SHULKER-CONTENTS.

PROCEDURE DIVISION USING LK-NBT-DATA LK-NBT-LENGTH LK-SHULKER-CONTENTS.
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE SPACES TO LK-SHULKER-SLOT-NAME(SLOT-INDEX)
        MOVE 0 TO LK-SHULKER-SLOT-COUNT(SLOT-INDEX)
        MOVE 0 TO LK-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX)
    END-PERFORM
    IF LK-NBT-LENGTH < 4
        GOBACK
    END-IF

    MOVE 1 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    MOVE 0 TO ITEMS-LEVEL
    MOVE 0 TO IN-ENTRY
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE LK-NBT-DATA
    PERFORM UNTIL NBT-DECODER-LEVEL = 0
            OR NBT-DECODER-OFFSET > LK-NBT-LENGTH
        PERFORM READ-NEXT-TAG
        IF NBT-FAILED NOT = 0
            GOBACK
        END-IF

        EVALUATE TRUE
            WHEN NBT-TAG-TYPE = 9 AND ITEMS-LEVEL = 0
                    AND NBT-NAME(1:NBT-NAME-LEN) = "Items"
                    AND NBT-ARRAY-LEN > 0
                MOVE NBT-DECODER-LEVEL TO ITEMS-LEVEL
                COMPUTE ENTRY-LEVEL = ITEMS-LEVEL + 1
            *> an unnamed compound straight inside the list opens an entry
            WHEN NBT-TAG-TYPE = 10 AND ITEMS-LEVEL > 0
                    AND NBT-DECODER-LEVEL = ENTRY-LEVEL
                    AND IN-ENTRY = 0
                MOVE 1 TO IN-ENTRY
                MOVE -1 TO ENTRY-SLOT
                MOVE SPACES TO ENTRY-NAME
                MOVE 0 TO ENTRY-COUNT
                MOVE 0 TO ENTRY-NBT-LENGTH
            WHEN IN-ENTRY NOT = 0 AND NBT-TAG-TYPE = 0
                    AND NBT-DECODER-LEVEL < ENTRY-LEVEL
                PERFORM CLOSE-ENTRY
            WHEN IN-ENTRY NOT = 0 AND NBT-TAG-TYPE = 10
                    AND NBT-NAME(1:NBT-NAME-LEN) = "tag"
                PERFORM LIFT-TAG
            WHEN IN-ENTRY NOT = 0 AND NBT-TAG-TYPE = 8
                    AND NBT-NAME(1:NBT-NAME-LEN) = "id"
                    AND NBT-VALUE-STR-LEN > 0
                    AND NBT-VALUE-STR-LEN <= 32
                MOVE NBT-VALUE-STR(1:NBT-VALUE-STR-LEN) TO ENTRY-NAME
            WHEN IN-ENTRY NOT = 0 AND NBT-NAME-LEN = 4
                    AND NBT-NAME(1:4) = "Slot"
                    AND NBT-TAG-TYPE >= 1 AND NBT-TAG-TYPE <= 3
                MOVE NBT-VALUE-LONG TO ENTRY-SLOT
            WHEN IN-ENTRY NOT = 0 AND NBT-NAME-LEN = 5
                    AND NBT-NAME(1:5) = "Count"
                    AND NBT-TAG-TYPE >= 1 AND NBT-TAG-TYPE <= 3
                MOVE NBT-VALUE-LONG TO ENTRY-COUNT
        END-EVALUATE
    END-PERFORM
    GOBACK.

READ-NEXT-TAG.
    CALL "NbtDecode-Next" USING NBT-DECODER-STATE LK-NBT-DATA
        NBT-TAG-TYPE NBT-NAME NBT-NAME-LEN
        NBT-VALUE-LONG NBT-VALUE-FLOAT NBT-VALUE-DOUBLE
        NBT-VALUE-STR NBT-VALUE-STR-LEN
        NBT-ARRAY-LEN NBT-LIST-ELEMENT-TYPE NBT-FAILED.

LIFT-TAG.
    *> walk to the tag's own End, then copy its body out byte for byte
    MOVE NBT-DECODER-OFFSET TO TAG-START
    PERFORM UNTIL NBT-DECODER-LEVEL <= ENTRY-LEVEL
            OR NBT-DECODER-OFFSET > LK-NBT-LENGTH
        PERFORM READ-NEXT-TAG
        IF NBT-FAILED NOT = 0
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NBT-FAILED NOT = 0 OR NBT-DECODER-LEVEL < ENTRY-LEVEL
        EXIT PARAGRAPH
    END-IF
    COMPUTE TAG-BODY-LENGTH = NBT-DECODER-OFFSET - TAG-START
    IF TAG-BODY-LENGTH > 1 AND TAG-BODY-LENGTH <= 2045
        MOVE X"0A0000" TO ENTRY-NBT-DATA(1:3)
        MOVE LK-NBT-DATA(TAG-START:TAG-BODY-LENGTH)
            TO ENTRY-NBT-DATA(4:TAG-BODY-LENGTH)
        COMPUTE ENTRY-NBT-LENGTH = TAG-BODY-LENGTH + 3
    END-IF.

CLOSE-ENTRY.
    MOVE 0 TO IN-ENTRY
    IF ENTRY-SLOT < 0 OR ENTRY-SLOT > 26 OR ENTRY-COUNT <= 0
            OR ENTRY-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE SLOT-INDEX = ENTRY-SLOT + 1
    MOVE ENTRY-NAME TO LK-SHULKER-SLOT-NAME(SLOT-INDEX)
    MOVE ENTRY-COUNT TO LK-SHULKER-SLOT-COUNT(SLOT-INDEX)
    MOVE ENTRY-NBT-LENGTH TO LK-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX)
    IF ENTRY-NBT-LENGTH > 0
        MOVE ENTRY-NBT-DATA TO LK-SHULKER-SLOT-NBT-DATA(SLOT-INDEX)
    END-IF.

END PROGRAM ShulkerBox-Unpack.

*> --- ShulkerBox-LogContents ---
*> Writes one item-use audit line per stack in a box, alongside the
*> line for the box itself, so a box moved by hand leaves the same
*> trail as the stacks inside would. The item field reads
*> "shulker/<item>*<count>" - one token, as Audit-LineMatches parses.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-LogContents.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(9)9.
    01 AUDIT-ITEM                PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    COPY DD-SHULKER-CONTENTS.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-SHULKER-CONTENTS LK-POSITION.
    IF LK-PLAYER-ID <= 0
        GOBACK
    END-IF
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        IF LK-SHULKER-SLOT-COUNT(SLOT-INDEX) > 0
            MOVE LK-SHULKER-SLOT-COUNT(SLOT-INDEX) TO COUNT-DISPLAY
            MOVE SPACES TO AUDIT-ITEM
            STRING "shulker/" DELIMITED BY SIZE
                FUNCTION TRIM(LK-SHULKER-SLOT-NAME(SLOT-INDEX))
                    DELIMITED BY SIZE
                "*" DELIMITED BY SIZE
                FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                INTO AUDIT-ITEM
            CALL "Players-LogItemUse" USING LK-PLAYER-ID AUDIT-ITEM
                LK-POSITION
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM ShulkerBox-LogContents.

*> --- ShulkerBox-TakeContents ---
*> Empties a shulker box block's container record into item NBT as the
*> box is broken: the record's 27 slots are packed (ShulkerBox-Pack),
*> every slot is journaled empty, anyone looking into the box loses
*> the session (the window stays up but answers to no clicks), the
*> record is freed, and the contents go to the audit trail under the
*> breaking player (LK-PLAYER-ID 0 for a blast, which has nobody to
*> log against). A box whose record was never created comes back
*> empty with LK-TAKEN 1. LK-TAKEN 0 means the contents are too big
*> for item NBT; nothing has changed, and the caller leaves the block
*> standing.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-TakeContents.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINERS.
    COPY DD-PLAYERS.
    COPY DD-SHULKER-CONTENTS REPLACING LEADING ==LK-== BY ==TAKEN-==.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 CONTAINER-INDEX           BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 VIEWER-INDEX              BINARY-CHAR.
    01 PACK-FITS                 BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-NBT-LENGTH             BINARY-LONG UNSIGNED.
    01 LK-NBT-DATA               PIC X(2048).
    01 LK-TAKEN                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-NBT-LENGTH
        LK-NBT-DATA LK-TAKEN.
    MOVE 1 TO LK-TAKEN
    MOVE 0 TO LK-NBT-LENGTH
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING CONTAINER-INDEX FROM 1 BY 1
            UNTIL CONTAINER-INDEX > MAX-CONTAINERS OR FOUND-INDEX NOT = 0
        IF CONTAINER-USED(CONTAINER-INDEX) NOT = 0
                AND CONTAINER-POSITION(CONTAINER-INDEX) = LK-POSITION
            MOVE CONTAINER-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0
        GOBACK
    END-IF

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE SPACES TO TAKEN-SHULKER-SLOT-NAME(SLOT-INDEX)
        MOVE 0 TO TAKEN-SHULKER-SLOT-COUNT(SLOT-INDEX)
        MOVE 0 TO TAKEN-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX)
        IF CONTAINER-SLOT-COUNT(FOUND-INDEX, SLOT-INDEX) > 0
                AND CONTAINER-SLOT-ID(FOUND-INDEX, SLOT-INDEX) > 0
            CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
                CONTAINER-SLOT-ID(FOUND-INDEX, SLOT-INDEX)
                TAKEN-SHULKER-SLOT-NAME(SLOT-INDEX)
            MOVE CONTAINER-SLOT-COUNT(FOUND-INDEX, SLOT-INDEX)
                TO TAKEN-SHULKER-SLOT-COUNT(SLOT-INDEX)
            MOVE CONTAINER-SLOT-NBT-LENGTH(FOUND-INDEX, SLOT-INDEX)
                TO TAKEN-SHULKER-SLOT-NBT-LENGTH(SLOT-INDEX)
            MOVE CONTAINER-SLOT-NBT-DATA(FOUND-INDEX, SLOT-INDEX)
                TO TAKEN-SHULKER-SLOT-NBT-DATA(SLOT-INDEX)
        END-IF
    END-PERFORM
    CALL "ShulkerBox-Pack" USING TAKEN-SHULKER-CONTENTS LK-NBT-LENGTH
        LK-NBT-DATA PACK-FITS
    IF PACK-FITS = 0
        MOVE 0 TO LK-TAKEN
        MOVE 0 TO LK-NBT-LENGTH
        GOBACK
    END-IF

    *> the record empties first and is journaled that way: a crash
    *> before the next checkpoint can lose the dropped box, never leave
    *> its contents behind to be taken twice
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        IF CONTAINER-SLOT-COUNT(FOUND-INDEX, SLOT-INDEX) > 0
            MOVE 0 TO CONTAINER-SLOT-ID(FOUND-INDEX, SLOT-INDEX)
            MOVE 0 TO CONTAINER-SLOT-COUNT(FOUND-INDEX, SLOT-INDEX)
            MOVE 0 TO CONTAINER-SLOT-NBT-LENGTH(FOUND-INDEX, SLOT-INDEX)
            CALL "SlotJournal-Container" USING FOUND-INDEX SLOT-INDEX
        END-IF
    END-PERFORM
    PERFORM VARYING VIEWER-INDEX FROM 1 BY 1 UNTIL VIEWER-INDEX > MAX-PLAYERS
        IF PLAYER-OPEN-CONTAINER(VIEWER-INDEX) = FOUND-INDEX
            MOVE 0 TO PLAYER-OPEN-CONTAINER(VIEWER-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO CONTAINER-USED(FOUND-INDEX)

    CALL "ShulkerBox-LogContents" USING LK-PLAYER-ID
        TAKEN-SHULKER-CONTENTS LK-POSITION
    GOBACK.

END PROGRAM ShulkerBox-TakeContents.

*> --- ShulkerBox-ShowContents ---
*> A read-only look inside a box item for a moderator: the blob is
*> unpacked and shown in a 9x3 window, the viewer's own inventory below
*> it as every window carries. No session is opened, so the window
*> answers to no clicks - the same stance Invsee-OpenOffline takes.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShulkerBox-ShowContents.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SHULKER-CONTENTS REPLACING LEADING ==LK-== BY ==SHOWN-==.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 WINDOW-SLOTS.
        05 WINDOW-SLOT OCCURS 63 TIMES.
            10 WINDOW-SLOT-ID            BINARY-LONG.
            10 WINDOW-SLOT-COUNT         BINARY-LONG UNSIGNED.
    01 WINDOW-SLOT-TOTAL         BINARY-LONG UNSIGNED VALUE 63.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-VIEWER-ID              BINARY-CHAR.
    01 LK-NBT-DATA               PIC X(2048).
    01 LK-NBT-LENGTH             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-VIEWER-ID LK-NBT-DATA LK-NBT-LENGTH.
    CALL "ShulkerBox-Unpack" USING LK-NBT-DATA LK-NBT-LENGTH
        SHOWN-SHULKER-CONTENTS

    ADD 1 TO PLAYER-WINDOW-ID(LK-VIEWER-ID)
    IF PLAYER-WINDOW-ID(LK-VIEWER-ID) > 100
        MOVE 1 TO PLAYER-WINDOW-ID(LK-VIEWER-ID)
    END-IF
    MOVE 0 TO PLAYER-INVSEE-TARGET(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-CONTAINER(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-FURNACE(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-TRADES(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-BREWING(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-ENCHANT(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-HOPPER(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-DISPENSER(LK-VIEWER-ID)
    CALL "Beacons-Close" USING LK-VIEWER-ID
    CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-VIEWER-ID)
        PLAYER-WINDOW-ID(LK-VIEWER-ID) "minecraft:generic_9x3"
        "Shulker Box (read-only)"

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE 0 TO WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE 0 TO WINDOW-SLOT-COUNT(SLOT-INDEX)
        IF SHOWN-SHULKER-SLOT-COUNT(SLOT-INDEX) > 0
            CALL "Registries-Get-EntryId" USING C-MINECRAFT-ITEM
                SHOWN-SHULKER-SLOT-NAME(SLOT-INDEX)
                WINDOW-SLOT-ID(SLOT-INDEX)
            CALL "Players-ValidateItemId" USING WINDOW-SLOT-ID(SLOT-INDEX)
                ITEM-ID-VALID
            IF ITEM-ID-VALID NOT = 0
                MOVE SHOWN-SHULKER-SLOT-COUNT(SLOT-INDEX)
                    TO WINDOW-SLOT-COUNT(SLOT-INDEX)
            ELSE
                MOVE 0 TO WINDOW-SLOT-ID(SLOT-INDEX)
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 28 BY 1 UNTIL SLOT-INDEX > 54
        COMPUTE INVENTORY-INDEX = SLOT-INDEX - 28 + 10
        MOVE PLAYER-INVENTORY-SLOT-ID(LK-VIEWER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-VIEWER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 55 BY 1 UNTIL SLOT-INDEX > 63
        COMPUTE INVENTORY-INDEX = SLOT-INDEX - 55 + 37
        MOVE PLAYER-INVENTORY-SLOT-ID(LK-VIEWER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-ID(SLOT-INDEX)
        MOVE PLAYER-INVENTORY-SLOT-COUNT(LK-VIEWER-ID, INVENTORY-INDEX) TO
            WINDOW-SLOT-COUNT(SLOT-INDEX)
    END-PERFORM
    CALL "SendPacket-ContainerContent" USING PLAYER-CLIENT(LK-VIEWER-ID)
        PLAYER-WINDOW-ID(LK-VIEWER-ID) WINDOW-SLOT-TOTAL WINDOW-SLOTS
    GOBACK.

END PROGRAM ShulkerBox-ShowContents.
