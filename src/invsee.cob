*> PLAYER-INVENTORY-SLOT table in a 9x5 window. Moderators (below
*> permission 3) look but don't touch - every click just re-sends the
*> window; admins move stacks in and out, with each change written to
*> the item-use audit trail, and the target's inventory is snapshotted
*> (see Snapshots-Take) before the first of them. An offline target's saved file opens as a
*> read-only snapshot, which is what an evidence screenshot needs.
*> "invsee <player> <slot>" looks inside the shulker box at that grid
*> slot (1-45, as the window numbers them) instead, online or off, the
*> same read-only view a moderator's click on a box opens.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Invsee.

        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 SLOT-TEXT              PIC X(16).
        01 BOX-SLOT               BINARY-LONG UNSIGNED.
        01 INVENTORY-INDEX        BINARY-LONG UNSIGNED.
        01 IS-SHULKER-BOX         BINARY-CHAR UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0 OR LK-COMMAND-ARGS-LENGTH = 0
            STRING "Usage: invsee <player> [slot] (as a player)"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        END-IF

        MOVE SPACES TO TARGET-NAME
        MOVE SPACES TO SLOT-TEXT
        UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
            DELIMITED BY ALL " " INTO TARGET-NAME SLOT-TEXT
        MOVE 0 TO BOX-SLOT
        IF SLOT-TEXT NOT = SPACES
            IF FUNCTION TEST-NUMVAL(SLOT-TEXT) = 0
                COMPUTE BOX-SLOT = FUNCTION NUMVAL(SLOT-TEXT)
            END-IF
            IF BOX-SLOT < 1 OR BOX-SLOT > 45
                STRING "Usage: invsee <player> [slot 1-45]"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
                COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                    FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
                GOBACK
            END-IF
        END-IF
        COMPUTE TARGET-NAME-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(TARGET-NAME)
        CALL "Players-LookupUUIDByName" USING TARGET-NAME

        CALL "Players-FindConnectedByUUID" USING TARGET-UUID
            TARGET-PLAYER
        IF BOX-SLOT NOT = 0
            PERFORM SHOW-BOX-AT-SLOT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        IF TARGET-PLAYER NOT = 0
            CALL "Invsee-Open" USING COMMANDS-ACTOR-PLAYER TARGET-PLAYER
            STRING "Viewing " DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
        ELSE
            CALL "Invsee-OpenOffline" USING COMMANDS-ACTOR-PLAYER
                TARGET-UUID BOX-SLOT
            STRING "Viewing the saved inventory of " DELIMITED BY SIZE
                FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
                " (read-only)" DELIMITED BY SIZE
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    SHOW-BOX-AT-SLOT.
        *> an offline target's box comes out of the saved file, which
        *> Invsee-OpenOffline reads (and reports on) itself
        IF TARGET-PLAYER = 0
            CALL "Invsee-OpenOffline" USING COMMANDS-ACTOR-PLAYER
                TARGET-UUID BOX-SLOT
            STRING "Looking inside the saved box in " DELIMITED BY SIZE
                FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
                "'s slot " DELIMITED BY SIZE
                FUNCTION TRIM(SLOT-TEXT) DELIMITED BY SIZE
                " (read-only)" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        COMPUTE INVENTORY-INDEX = BOX-SLOT + 1
        CALL "ShulkerBox-IsItem" USING
            PLAYER-INVENTORY-SLOT-ID(TARGET-PLAYER, INVENTORY-INDEX)
            IS-SHULKER-BOX
        IF IS-SHULKER-BOX = 0
                OR PLAYER-INVENTORY-SLOT-COUNT(TARGET-PLAYER, INVENTORY-INDEX) = 0
            STRING "No shulker box in that slot" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        CALL "ShulkerBox-ShowContents" USING COMMANDS-ACTOR-PLAYER
            PLAYER-INVENTORY-SLOT-NBT-DATA(TARGET-PLAYER, INVENTORY-INDEX)
            PLAYER-INVENTORY-SLOT-NBT-LENGTH(TARGET-PLAYER, INVENTORY-INDEX)
        STRING "Looking inside the box in " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-NAME) DELIMITED BY SIZE
            "'s slot " DELIMITED BY SIZE
            FUNCTION TRIM(SLOT-TEXT) DELIMITED BY SIZE
            " (read-only)" DELIMITED BY SIZE
            INTO LK-COMMAND-RESPONSE-TEXT.

    END PROGRAM Callback-Invsee.

END PROGRAM RegisterCommand-Invsee.
        MOVE 1 TO PLAYER-WINDOW-ID(LK-VIEWER-ID)
    END-IF
    MOVE LK-TARGET-ID TO PLAYER-INVSEE-TARGET(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-INVSEE-SNAPSHOT(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-CONTAINER(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-FURNACE(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-TRADES(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-BREWING(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-ENCHANT(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-HOPPER(LK-VIEWER-ID)
    MOVE 0 TO PLAYER-OPEN-DISPENSER(LK-VIEWER-ID)
    CALL "Beacons-Close" USING LK-VIEWER-ID
    CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-VIEWER-ID)
        PLAYER-WINDOW-ID(LK-VIEWER-ID) "minecraft:generic_9x5"
        "Inventory"
*> the file is read the way Economy-AdjustOffline reads it and its
*> slots go out once. No invsee session opens - there is nothing live
*> to keep in sync, and nothing an admin could edit without racing the
*> owner's next login. A non-zero LK-BOX-SLOT shows the shulker box at
*> that grid slot (1-45) instead, through ShulkerBox-ShowContents.
IDENTIFICATION DIVISION.
PROGRAM-ID. Invsee-OpenOffline.

    01 WINDOW-SLOT-TOTAL         BINARY-LONG UNSIGNED VALUE 81.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 INVENTORY-INDEX           BINARY-LONG UNSIGNED.
    01 IS-SHULKER-BOX            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-VIEWER-ID              BINARY-CHAR.
    01 LK-TARGET-UUID            PIC X(16).
    01 LK-BOX-SLOT               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-VIEWER-ID LK-TARGET-UUID LK-BOX-SLOT.
    CALL "Players-PlayerFileName" USING LK-TARGET-UUID PLAYER-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING PLAYER-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    IF LK-BOX-SLOT NOT = 0
        COMPUTE INVENTORY-INDEX = LK-BOX-SLOT + 1
        CALL "ShulkerBox-IsName" USING
            FILE-PLAYER-INVENTORY-SLOT-ID(INVENTORY-INDEX) IS-SHULKER-BOX
        IF IS-SHULKER-BOX = 0
                OR FILE-PLAYER-INVENTORY-SLOT-COUNT(INVENTORY-INDEX) = 0
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-VIEWER-ID)
                "No shulker box in that saved slot"
            GOBACK
        END-IF
        CALL "ShulkerBox-ShowContents" USING LK-VIEWER-ID
            FILE-PLAYER-INVENTORY-SLOT-NBT-DATA(INVENTORY-INDEX)
            FILE-PLAYER-INVENTORY-SLOT-NBT-LENGTH(INVENTORY-INDEX)
        GOBACK
    END-IF

    ADD 1 TO PLAYER-WINDOW-ID(LK-VIEWER-ID)
    IF PLAYER-WINDOW-ID(LK-VIEWER-ID) > 100
        MOVE 1 TO PLAYER-WINDOW-ID(LK-VIEWER-ID)
*> just re-sends the window (the authoritative look-don't-touch); at
*> permission 3 and up a click on a target slot pulls the stack to the
*> admin, a click on the admin's own stack pushes it across, each move
*> logged through the item-use audit trail. A moderator's click on a
*> shulker box that holds anything opens a read-only look inside it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Invsee-HandleClick.

    01 TARGET-SLOT               BINARY-LONG UNSIGNED.
    01 MOVED                     BINARY-CHAR UNSIGNED.
    01 ITEM-NAME                 PIC X(64).
    01 IS-SHULKER-BOX            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-WINDOW-ID              BINARY-CHAR UNSIGNED.
    END-IF

    MOVE 0 TO MOVED
    IF PLAYER-PERMISSION-LEVEL(LK-PLAYER-ID) < 3
            AND LK-CLICKED-SLOT >= 0 AND LK-CLICKED-SLOT <= 44
        COMPUTE SOURCE-SLOT = LK-CLICKED-SLOT + 2
        CALL "ShulkerBox-IsItem" USING
            PLAYER-INVENTORY-SLOT-ID(TARGET-ID, SOURCE-SLOT) IS-SHULKER-BOX
        IF IS-SHULKER-BOX NOT = 0
                AND PLAYER-INVENTORY-SLOT-NBT-LENGTH(TARGET-ID, SOURCE-SLOT)
                    > 0
            CALL "ShulkerBox-ShowContents" USING LK-PLAYER-ID
                PLAYER-INVENTORY-SLOT-NBT-DATA(TARGET-ID, SOURCE-SLOT)
                PLAYER-INVENTORY-SLOT-NBT-LENGTH(TARGET-ID, SOURCE-SLOT)
            GOBACK
        END-IF
    END-IF
    IF PLAYER-PERMISSION-LEVEL(LK-PLAYER-ID) >= 3
        *> the target's inventory goes into the snapshot history once
        *> per session, ahead of the first stack an admin moves
        IF PLAYER-INVSEE-SNAPSHOT(LK-PLAYER-ID) = 0
                AND LK-CLICKED-SLOT >= 0 AND LK-CLICKED-SLOT <= 80
            CALL "Snapshots-Take" USING TARGET-ID "invsee"
            MOVE 1 TO PLAYER-INVSEE-SNAPSHOT(LK-PLAYER-ID)
        END-IF
        EVALUATE TRUE
            WHEN LK-CLICKED-SLOT >= 0 AND LK-CLICKED-SLOT <= 44
                COMPUTE SOURCE-SLOT = LK-CLICKED-SLOT + 2
