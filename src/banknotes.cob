*> --- Banknotes-Init ---
*> Clears the note register and reloads it from save/banknotes.dat:
*> the first line is the next serial to issue, then one line per
*> outstanding note:
*>   serial value issued-YYYYMMDD
*> A missing file is an empty register starting at serial 1. Called at
*> server startup and by the ledger reconciliation, which checks the
*> banknote escrow against it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Banknotes-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BANKNOTES
        ASSIGN TO "save/banknotes.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BANKNOTES.
    01 BANKNOTE-LINE             PIC X(64).
WORKING-STORAGE SECTION.
    COPY DD-BANKNOTES.
    01 NOTE-INDEX                BINARY-LONG UNSIGNED.
    01 SERIAL-TOKEN              PIC X(20).
    01 VALUE-TOKEN               PIC X(12).
    01 ISSUED-TOKEN              PIC X(8).
    01 HEADER-READ               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING NOTE-INDEX FROM 1 BY 1
            UNTIL NOTE-INDEX > MAX-BANKNOTES
        MOVE 0 TO BANKNOTE-USED(NOTE-INDEX)
    END-PERFORM
    MOVE 1 TO BANKNOTE-NEXT-SERIAL

    MOVE 0 TO NOTE-INDEX
    MOVE 0 TO HEADER-READ
    OPEN INPUT FD-BANKNOTES
    PERFORM UNTIL EXIT
        IF NOTE-INDEX >= MAX-BANKNOTES
            EXIT PERFORM
        END-IF
        READ FD-BANKNOTES
            AT END
                EXIT PERFORM
            NOT AT END
                IF BANKNOTE-LINE NOT = SPACES
                    MOVE SPACES TO SERIAL-TOKEN VALUE-TOKEN ISSUED-TOKEN
                    UNSTRING BANKNOTE-LINE DELIMITED BY ALL " "
                        INTO SERIAL-TOKEN VALUE-TOKEN ISSUED-TOKEN
                    IF HEADER-READ = 0
                        MOVE 1 TO HEADER-READ
                        COMPUTE BANKNOTE-NEXT-SERIAL =
                            FUNCTION NUMVAL(SERIAL-TOKEN)
                    ELSE
                        ADD 1 TO NOTE-INDEX
                        MOVE 1 TO BANKNOTE-USED(NOTE-INDEX)
                        COMPUTE BANKNOTE-SERIAL(NOTE-INDEX) =
                            FUNCTION NUMVAL(SERIAL-TOKEN)
                        COMPUTE BANKNOTE-VALUE(NOTE-INDEX) =
                            FUNCTION NUMVAL(VALUE-TOKEN)
                        MOVE ISSUED-TOKEN TO BANKNOTE-ISSUED(NOTE-INDEX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-BANKNOTES
    GOBACK.

END PROGRAM Banknotes-Init.

*> --- Banknotes-Save ---
*> Writes the note register to save/banknotes.dat through the usual
*> temp-then-rename. Called after every issue and redemption, before
*> the note itself changes hands, so a crash can never leave a note in
*> an inventory that the register doesn't know.
IDENTIFICATION DIVISION.
PROGRAM-ID. Banknotes-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-BANKNOTES-OUT
        ASSIGN TO "save/banknotes.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-BANKNOTES-OUT.
    01 BANKNOTE-LINE             PIC X(64).
WORKING-STORAGE SECTION.
    COPY DD-BANKNOTES.
    01 NOTE-INDEX                BINARY-LONG UNSIGNED.
    01 SERIAL-DISPLAY            PIC Z(17)9.
    01 VALUE-DISPLAY             PIC Z(9)9.
    01 RENAME-STATUS             BINARY-LONG.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"

    OPEN OUTPUT FD-BANKNOTES-OUT
    MOVE BANKNOTE-NEXT-SERIAL TO SERIAL-DISPLAY
    MOVE FUNCTION TRIM(SERIAL-DISPLAY) TO BANKNOTE-LINE
    WRITE BANKNOTE-LINE
    PERFORM VARYING NOTE-INDEX FROM 1 BY 1
            UNTIL NOTE-INDEX > MAX-BANKNOTES
        IF BANKNOTE-USED(NOTE-INDEX) NOT = 0
            MOVE BANKNOTE-SERIAL(NOTE-INDEX) TO SERIAL-DISPLAY
            MOVE BANKNOTE-VALUE(NOTE-INDEX) TO VALUE-DISPLAY
            MOVE SPACES TO BANKNOTE-LINE
            STRING FUNCTION TRIM(SERIAL-DISPLAY) " "
                FUNCTION TRIM(VALUE-DISPLAY) " "
                BANKNOTE-ISSUED(NOTE-INDEX) DELIMITED BY SIZE
                INTO BANKNOTE-LINE
            WRITE BANKNOTE-LINE
        END-IF
    END-PERFORM
    CLOSE FD-BANKNOTES-OUT
    CALL "CBL_RENAME_FILE" USING "save/banknotes.dat.tmp"
        "save/banknotes.dat" GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "banknotes: could not write save/banknotes.dat"
    END-IF
    GOBACK.

END PROGRAM Banknotes-Save.

*> --- Banknotes-Register ---
*> Appends one event to the note register log, save/banknote-register.log:
*>   timestamp ISSUE|REDEEM|REFUSED serial value player-uuid
*> ISSUE and REDEEM bracket every note's life; REFUSED is a note
*> presented that the register no longer holds (already redeemed, so a
*> copy) or whose value doesn't match what was issued - the trail staff
*> follow when notes are being duplicated.
IDENTIFICATION DIVISION.
PROGRAM-ID. Banknotes-Register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REGISTER
        ASSIGN TO "save/banknote-register.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REGISTER.
    01 REGISTER-LINE             PIC X(120).
WORKING-STORAGE SECTION.
    01 PLAYER-UUID-STR           PIC X(36).
    01 SERIAL-DISPLAY            PIC Z(17)9.
    01 VALUE-DISPLAY             PIC -(9)9.
LINKAGE SECTION.
    01 LK-EVENT                  PIC X ANY LENGTH.
    01 LK-SERIAL                 BINARY-LONG-LONG.
    01 LK-VALUE                  BINARY-LONG.
    01 LK-PLAYER-UUID            PIC X(16).

PROCEDURE DIVISION USING LK-EVENT LK-SERIAL LK-VALUE LK-PLAYER-UUID.
    CALL "CBL_CREATE_DIR" USING "save"

    CALL "UUID-ToString" USING LK-PLAYER-UUID PLAYER-UUID-STR
    MOVE LK-SERIAL TO SERIAL-DISPLAY
    MOVE LK-VALUE TO VALUE-DISPLAY
    MOVE SPACES TO REGISTER-LINE
    STRING FUNCTION CURRENT-DATE(1:14) " "
        FUNCTION TRIM(LK-EVENT) " "
        FUNCTION TRIM(SERIAL-DISPLAY) " "
        FUNCTION TRIM(VALUE-DISPLAY) " "
        PLAYER-UUID-STR DELIMITED BY SIZE
        INTO REGISTER-LINE

    OPEN EXTEND FD-REGISTER
    WRITE REGISTER-LINE
    CLOSE FD-REGISTER
    GOBACK.

END PROGRAM Banknotes-Register.

*> --- Banknotes-Redeem ---
*> A right click with a banknote in hand - on air through
*> RecvPacket-UseItem, against a block through the paper item-use
*> callback. The serial and value are read out of the held item's NBT
*> (plain paper has neither and is left alone); a serial still on the
*> register, at the value it was issued for, pays out of the banknote
*> identity through the ledger, leaves the register and consumes one
*> note from the stack. Anything else - a serial already redeemed, one
*> never issued, a value that was tampered with - is refused, written
*> to the register log as REFUSED and to the server log as a WARN, and
*> the note stays where it is for staff to look at.
IDENTIFICATION DIVISION.
PROGRAM-ID. Banknotes-Redeem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BANKNOTES.
    COPY DD-PLAYERS.
    COPY DD-NBT-DECODER.
    01 C-POOL-SEED               PIC X(16) VALUE "banknotes".
    01 C-POOL-SEED-LEN           BINARY-LONG UNSIGNED VALUE 9.
    01 POOL-UUID                 PIC X(16).
    01 HELD-SLOT                 BINARY-CHAR UNSIGNED.
    01 HELD-INVENTORY-INDEX      BINARY-LONG UNSIGNED.
    01 NBT-TAG-TYPE              BINARY-CHAR UNSIGNED.
    01 NBT-NAME                  PIC X(64).
    01 NBT-NAME-LEN              BINARY-LONG UNSIGNED.
    01 NBT-VALUE-LONG            BINARY-LONG-LONG.
    01 NBT-VALUE-FLOAT           FLOAT-SHORT.
    01 NBT-VALUE-DOUBLE          FLOAT-LONG.
    01 NBT-VALUE-STR             PIC X(64).
    01 NBT-VALUE-STR-LEN         BINARY-LONG UNSIGNED.
    01 NBT-ARRAY-LEN             BINARY-LONG UNSIGNED.
    01 NBT-LIST-ELEMENT-TYPE     BINARY-CHAR UNSIGNED.
    01 NBT-FAILED                BINARY-CHAR UNSIGNED.
    01 NOTE-SERIAL               BINARY-LONG-LONG.
    01 NOTE-VALUE                BINARY-LONG.
    01 NOTE-INDEX                BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 SERIAL-DISPLAY            PIC Z(17)9.
    01 VALUE-DISPLAY             PIC Z(9)9.
    01 LOG-MESSAGE               PIC X(160).
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    CALL "Players-HeldItemSlot" USING LK-PLAYER-ID HELD-SLOT
    MOVE HELD-SLOT TO HELD-INVENTORY-INDEX
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-INVENTORY-INDEX)
            = 0
            OR PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID,
                HELD-INVENTORY-INDEX) < 3
        GOBACK
    END-IF

    MOVE 0 TO NOTE-SERIAL
    MOVE 0 TO NOTE-VALUE
    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE
        PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID, HELD-INVENTORY-INDEX)
    PERFORM UNTIL NBT-DECODER-LEVEL = 0
            OR NBT-DECODER-OFFSET > PLAYER-INVENTORY-SLOT-NBT-LENGTH(
                LK-PLAYER-ID, HELD-INVENTORY-INDEX)
        CALL "NbtDecode-Next" USING NBT-DECODER-STATE
            PLAYER-INVENTORY-SLOT-NBT-DATA(LK-PLAYER-ID,
                HELD-INVENTORY-INDEX)
            NBT-TAG-TYPE NBT-NAME NBT-NAME-LEN
            NBT-VALUE-LONG NBT-VALUE-FLOAT NBT-VALUE-DOUBLE
            NBT-VALUE-STR NBT-VALUE-STR-LEN
            NBT-ARRAY-LEN NBT-LIST-ELEMENT-TYPE NBT-FAILED
        IF NBT-FAILED NOT = 0
            GOBACK
        END-IF
        EVALUATE TRUE
            WHEN NBT-TAG-TYPE = 4 AND NBT-NAME = "banknote_serial"
                MOVE NBT-VALUE-LONG TO NOTE-SERIAL
            WHEN NBT-TAG-TYPE = 3 AND NBT-NAME = "banknote_value"
                MOVE NBT-VALUE-LONG TO NOTE-VALUE
        END-EVALUATE
    END-PERFORM
    IF NOTE-SERIAL = 0
        GOBACK
    END-IF

    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING NOTE-INDEX FROM 1 BY 1
            UNTIL NOTE-INDEX > MAX-BANKNOTES OR FOUND-INDEX NOT = 0
        IF BANKNOTE-USED(NOTE-INDEX) NOT = 0
                AND BANKNOTE-SERIAL(NOTE-INDEX) = NOTE-SERIAL
            MOVE NOTE-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    MOVE NOTE-SERIAL TO SERIAL-DISPLAY
    IF FOUND-INDEX = 0
        PERFORM REFUSE-NOTE
        GOBACK
    END-IF
    IF BANKNOTE-VALUE(FOUND-INDEX) NOT = NOTE-VALUE
        PERFORM REFUSE-NOTE
        GOBACK
    END-IF

    *> the register first, so the serial is spent before the coins move
    MOVE 0 TO BANKNOTE-USED(FOUND-INDEX)
    CALL "Banknotes-Save"
    CALL "Banknotes-Register" USING "REDEEM" NOTE-SERIAL NOTE-VALUE
        PLAYER-UUID(LK-PLAYER-ID)
    ADD NOTE-VALUE TO PLAYER-BALANCE(LK-PLAYER-ID)
    CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
        POOL-UUID
    CALL "Economy-LogTransaction" USING POOL-UUID
        PLAYER-UUID(LK-PLAYER-ID) NOTE-VALUE "NOTE-REDEEM"

    SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID,
        HELD-INVENTORY-INDEX)
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, HELD-INVENTORY-INDEX) = 0
        MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID,
            HELD-INVENTORY-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID,
            HELD-INVENTORY-INDEX)
    END-IF
    CALL "SlotJournal-PlayerSlot" USING LK-PLAYER-ID HELD-INVENTORY-INDEX
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID

    MOVE NOTE-VALUE TO VALUE-DISPLAY
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "banknote-redeemed"
        "Banknote deposited: {0} coins" FUNCTION TRIM(VALUE-DISPLAY)
        CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

REFUSE-NOTE.
    CALL "Banknotes-Register" USING "REFUSED" NOTE-SERIAL NOTE-VALUE
        PLAYER-UUID(LK-PLAYER-ID)
    MOVE SPACES TO LOG-MESSAGE
    STRING "banknote refused: serial " FUNCTION TRIM(SERIAL-DISPLAY)
        " presented by "
        PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        " is not on the register" DELIMITED BY SIZE
        INTO LOG-MESSAGE
    CALL "Log-Write" USING "WARN" LOG-MESSAGE
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "banknote-refused"
        "This banknote is not valid" " " CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE.

END PROGRAM Banknotes-Redeem.

*> --- RegisterCommand-Banknote ---
*> Registers WITHDRAW <amount> at permission level 0: the amount leaves
*> the player's balance for the banknote identity through the ledger
*> (NOTE-ISSUE) and comes back as one paper note in a free inventory
*> slot, its NBT carrying the value and the next serial. The note is on
*> the register - save/banknotes.dat and an ISSUE line in the register
*> log - before it reaches the inventory.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Banknote.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Withdraw"
    CALL "Commands-Register" USING "WITHDRAW" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Withdraw ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Withdraw.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-BANKNOTES.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-NBT-ENCODER.
        01 C-POOL-SEED            PIC X(16) VALUE "banknotes".
        01 C-POOL-SEED-LEN        BINARY-LONG UNSIGNED VALUE 9.
        01 POOL-UUID              PIC X(16).
        01 AMOUNT-ARG             PIC X(12).
        01 NOTE-VALUE             BINARY-LONG.
        01 NOTE-SERIAL            BINARY-LONG-LONG.
        01 NOTE-INDEX             BINARY-LONG UNSIGNED.
        01 FREE-INDEX             BINARY-LONG UNSIGNED.
        01 SLOT-INDEX             BINARY-LONG UNSIGNED.
        01 TARGET-SLOT            BINARY-LONG UNSIGNED.
        01 PAPER-ID               BINARY-LONG.
        01 SERIAL-DISPLAY         PIC Z(17)9.
        01 VALUE-DISPLAY          PIC Z(9)9.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0 OR LK-COMMAND-ARGS-LENGTH = 0
            MOVE "Usage: withdraw <amount> (as a player)"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF
        MOVE SPACES TO AMOUNT-ARG
        UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
            DELIMITED BY ALL " " INTO AMOUNT-ARG
        IF FUNCTION TEST-NUMVAL(AMOUNT-ARG) NOT = 0
            MOVE "The amount must be a positive number"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF
        COMPUTE NOTE-VALUE = FUNCTION NUMVAL(AMOUNT-ARG)
        IF NOTE-VALUE < 1
            MOVE "The amount must be a positive number"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF
        IF PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER) < NOTE-VALUE
            MOVE "You don't have that much" TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        MOVE 0 TO TARGET-SLOT
        PERFORM VARYING SLOT-INDEX FROM 10 BY 1 UNTIL SLOT-INDEX > 45
                OR TARGET-SLOT NOT = 0
            IF PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER,
                    SLOT-INDEX) = 0
                MOVE SLOT-INDEX TO TARGET-SLOT
            END-IF
        END-PERFORM
        IF TARGET-SLOT = 0
            MOVE "You have no room for the note"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF
        MOVE 0 TO FREE-INDEX
        PERFORM VARYING NOTE-INDEX FROM 1 BY 1
                UNTIL NOTE-INDEX > MAX-BANKNOTES OR FREE-INDEX NOT = 0
            IF BANKNOTE-USED(NOTE-INDEX) = 0
                MOVE NOTE-INDEX TO FREE-INDEX
            END-IF
        END-PERFORM
        IF FREE-INDEX = 0
            MOVE "Too many banknotes are out - ask staff"
                TO LK-COMMAND-RESPONSE-TEXT
            PERFORM RESPOND
            GOBACK
        END-IF

        *> on the register before the coins move or the note exists
        MOVE BANKNOTE-NEXT-SERIAL TO NOTE-SERIAL
        ADD 1 TO BANKNOTE-NEXT-SERIAL
        MOVE 1 TO BANKNOTE-USED(FREE-INDEX)
        MOVE NOTE-SERIAL TO BANKNOTE-SERIAL(FREE-INDEX)
        MOVE NOTE-VALUE TO BANKNOTE-VALUE(FREE-INDEX)
        MOVE FUNCTION CURRENT-DATE(1:8) TO BANKNOTE-ISSUED(FREE-INDEX)
        CALL "Banknotes-Save"
        CALL "Banknotes-Register" USING "ISSUE" NOTE-SERIAL NOTE-VALUE
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER)

        SUBTRACT NOTE-VALUE FROM PLAYER-BALANCE(COMMANDS-ACTOR-PLAYER)
        CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
            POOL-UUID
        CALL "Economy-LogTransaction" USING
            PLAYER-UUID(COMMANDS-ACTOR-PLAYER) POOL-UUID NOTE-VALUE
            "NOTE-ISSUE"

        *> the note: one sheet of paper carrying its serial and value
        CALL "Items-Get-Id" USING "minecraft:paper" PAPER-ID
        MOVE PAPER-ID TO PLAYER-INVENTORY-SLOT-ID(COMMANDS-ACTOR-PLAYER,
            TARGET-SLOT)
        MOVE 1 TO PLAYER-INVENTORY-SLOT-COUNT(COMMANDS-ACTOR-PLAYER,
            TARGET-SLOT)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-DAMAGE(COMMANDS-ACTOR-PLAYER,
            TARGET-SLOT)
        MOVE 1 TO NBT-ENCODER-OFFSET
        MOVE 0 TO NBT-ENCODER-LEVEL
        CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE
            PLAYER-INVENTORY-SLOT-NBT-DATA(COMMANDS-ACTOR-PLAYER,
                TARGET-SLOT)
        CALL "NbtEncode-Long" USING NBT-ENCODER-STATE
            PLAYER-INVENTORY-SLOT-NBT-DATA(COMMANDS-ACTOR-PLAYER,
                TARGET-SLOT)
            "banknote_serial" 15 NOTE-SERIAL
        CALL "NbtEncode-Int" USING NBT-ENCODER-STATE
            PLAYER-INVENTORY-SLOT-NBT-DATA(COMMANDS-ACTOR-PLAYER,
                TARGET-SLOT)
            "banknote_value" 14 NOTE-VALUE
        CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE
            PLAYER-INVENTORY-SLOT-NBT-DATA(COMMANDS-ACTOR-PLAYER,
                TARGET-SLOT)
        COMPUTE PLAYER-INVENTORY-SLOT-NBT-LENGTH(COMMANDS-ACTOR-PLAYER,
            TARGET-SLOT) = NBT-ENCODER-OFFSET - 1
        CALL "SlotJournal-PlayerSlot" USING COMMANDS-ACTOR-PLAYER
            TARGET-SLOT
        CALL "Crafting-SendInventory" USING COMMANDS-ACTOR-PLAYER

        MOVE NOTE-VALUE TO VALUE-DISPLAY
        MOVE NOTE-SERIAL TO SERIAL-DISPLAY
        STRING "Withdrew a banknote for " FUNCTION TRIM(VALUE-DISPLAY)
            " coins, serial " FUNCTION TRIM(SERIAL-DISPLAY)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        PERFORM RESPOND
        GOBACK.

    RESPOND.
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT).

    END PROGRAM Callback-Withdraw.

END PROGRAM RegisterCommand-Banknote.
