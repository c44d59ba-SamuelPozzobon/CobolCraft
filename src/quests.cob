*> --- Quests-Init ---
*> Loads the quest board from save/quests.txt (one "key period type
*> target goal coins xp title..." line each, see DD-QUESTS), seeding
*> the starter board when the file is absent so a fresh server has
*> quests from the first session. Lines that don't parse are skipped
*> with a warning rather than stopping the load.
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-Init.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-DEFS
        ASSIGN TO "save/quests.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-DEFS.
    01 DEFS-LINE                 PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-QUESTS.
    01 KEY-TOKEN                 PIC X(24).
    01 PERIOD-TOKEN              PIC X(8).
    01 TYPE-TOKEN                PIC X(8).
    01 TARGET-TOKEN              PIC X(48).
    01 GOAL-TOKEN                PIC X(12).
    01 COINS-TOKEN               PIC X(12).
    01 XP-TOKEN                  PIC X(12).
    01 REST-POINTER              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO QUEST-COUNT
    OPEN INPUT FD-DEFS
    PERFORM UNTIL EXIT
        IF QUEST-COUNT >= MAX-QUESTS
            EXIT PERFORM
        END-IF
        READ FD-DEFS
            AT END
                EXIT PERFORM
            NOT AT END
                IF DEFS-LINE NOT = SPACES AND DEFS-LINE(1:1) NOT = "#"
                    PERFORM LOAD-ONE-DEF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-DEFS

    IF QUEST-COUNT = 0
        PERFORM SEED-DEFAULT-DEFS
    END-IF
    GOBACK.

LOAD-ONE-DEF.
    MOVE SPACES TO KEY-TOKEN PERIOD-TOKEN TYPE-TOKEN TARGET-TOKEN
    MOVE SPACES TO GOAL-TOKEN COINS-TOKEN XP-TOKEN
    MOVE 1 TO REST-POINTER
    UNSTRING DEFS-LINE DELIMITED BY ALL " "
        INTO KEY-TOKEN PERIOD-TOKEN TYPE-TOKEN TARGET-TOKEN
            GOAL-TOKEN COINS-TOKEN XP-TOKEN
        WITH POINTER REST-POINTER
    IF XP-TOKEN = SPACES
            OR FUNCTION TEST-NUMVAL(GOAL-TOKEN) NOT = 0
            OR FUNCTION TEST-NUMVAL(COINS-TOKEN) NOT = 0
            OR FUNCTION TEST-NUMVAL(XP-TOKEN) NOT = 0
        CALL "Log-Write" USING "WARN" "skipped malformed quest line"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO QUEST-COUNT
    MOVE KEY-TOKEN TO QUEST-KEY(QUEST-COUNT)
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(PERIOD-TOKEN))
        WHEN "DAILY"
            MOVE 1 TO QUEST-PERIOD(QUEST-COUNT)
        WHEN "WEEKLY"
            MOVE 2 TO QUEST-PERIOD(QUEST-COUNT)
        WHEN OTHER
            SUBTRACT 1 FROM QUEST-COUNT
            CALL "Log-Write" USING "WARN"
                "skipped quest with unknown period"
            EXIT PARAGRAPH
    END-EVALUATE
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TYPE-TOKEN))
        WHEN "BREAK"
            MOVE 1 TO QUEST-TYPE(QUEST-COUNT)
        WHEN "FISH"
            MOVE 2 TO QUEST-TYPE(QUEST-COUNT)
        WHEN "CRAFT"
            MOVE 3 TO QUEST-TYPE(QUEST-COUNT)
        WHEN "SMELT"
            MOVE 4 TO QUEST-TYPE(QUEST-COUNT)
        WHEN "KILL"
            MOVE 5 TO QUEST-TYPE(QUEST-COUNT)
        WHEN "WALK"
            MOVE 6 TO QUEST-TYPE(QUEST-COUNT)
        WHEN OTHER
            SUBTRACT 1 FROM QUEST-COUNT
            CALL "Log-Write" USING "WARN"
                "skipped quest with unknown type"
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE TARGET-TOKEN TO QUEST-TARGET(QUEST-COUNT)
    COMPUTE QUEST-GOAL(QUEST-COUNT) = FUNCTION NUMVAL(GOAL-TOKEN)
    IF QUEST-GOAL(QUEST-COUNT) < 1
        MOVE 1 TO QUEST-GOAL(QUEST-COUNT)
    END-IF
    COMPUTE QUEST-COINS(QUEST-COUNT) = FUNCTION NUMVAL(COINS-TOKEN)
    COMPUTE QUEST-XP(QUEST-COUNT) = FUNCTION NUMVAL(XP-TOKEN)
    MOVE SPACES TO QUEST-TITLE(QUEST-COUNT)
    IF REST-POINTER <= FUNCTION LENGTH(DEFS-LINE)
        MOVE DEFS-LINE(REST-POINTER:) TO QUEST-TITLE(QUEST-COUNT)
    END-IF
    IF QUEST-TITLE(QUEST-COUNT) = SPACES
        MOVE KEY-TOKEN TO QUEST-TITLE(QUEST-COUNT)
    END-IF.

SEED-DEFAULT-DEFS.
    *> the starter board goes through the same parser as the file, so
    *> it doubles as a worked example of the line format
    MOVE "mine-stone daily break minecraft:stone 64 20 20 Break 64 stone"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "chop-logs daily break *_log 32 20 20 Chop 32 logs"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "dig-ores daily break *_ore 10 30 30 Mine 10 ores"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "go-fish daily fish * 5 25 20 Catch 5 fish"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "craft-items daily craft * 16 15 15 Craft 16 items"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "smelt-items daily smelt * 16 15 15 Smelt 16 items"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "night-watch daily kill * 5 25 25 Kill 5 mobs"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "stroll daily walk * 1000 15 10 Walk 1000 blocks"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "deep-vein weekly break *_ore 100 150 200 Mine 100 ores"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "monster-hunter weekly kill * 50 150 200 Kill 50 mobs"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "master-angler weekly fish * 40 120 150 Catch 40 fish"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF
    MOVE "explorer weekly walk * 10000 120 100 Walk 10000 blocks"
        TO DEFS-LINE
    PERFORM LOAD-ONE-DEF.

END PROGRAM Quests-Init.

*> --- Quests-FileName ---
*> Builds "save/quests/<uuid>.txt", one player's drawn quests.
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-FileName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 UUID-STR                  PIC X(36).
LINKAGE SECTION.
    01 LK-PLAYER-UUID            PIC X(16).
    01 LK-FILE-NAME              PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-UUID LK-FILE-NAME.
    CALL "UUID-ToString" USING LK-PLAYER-UUID UUID-STR
    MOVE SPACES TO LK-FILE-NAME
    STRING "save/quests/" UUID-STR ".txt" DELIMITED BY SIZE
        INTO LK-FILE-NAME
    GOBACK.

END PROGRAM Quests-FileName.

*> --- Quests-Dates ---
*> Today as CCYYMMDD and the Monday that starts this week, the two
*> dates the board rolls over on.
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-Dates.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DAY-NUMBER                BINARY-LONG.
    01 WEEK-START-DATE           PIC 9(8).
LINKAGE SECTION.
    01 LK-TODAY                  PIC X(8).
    01 LK-WEEK-START             PIC X(8).

PROCEDURE DIVISION USING LK-TODAY LK-WEEK-START.
    MOVE FUNCTION CURRENT-DATE(1:8) TO LK-TODAY
    *> day 1 of the integer calendar, 1601-01-01, was a Monday
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LK-TODAY))
    COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
        DAY-NUMBER - FUNCTION MOD(DAY-NUMBER - 1, 7))
    MOVE WEEK-START-DATE TO LK-WEEK-START
    GOBACK.

END PROGRAM Quests-Dates.

*> --- Quests-Save ---
*> Writes a player's drawn quests and their progress back to disk,
*> whole. Called when the board rolls over, when a quest pays out and
*> at disconnect; progress in between lives in the player record.
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-QUEST-FILE
        ASSIGN TO QUEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-QUEST-FILE.
    COPY DD-QUEST-FILE.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 QUEST-FILE-NAME           PIC X(64).
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/quests"
    CALL "Quests-FileName" USING PLAYER-UUID(LK-PLAYER-ID)
        QUEST-FILE-NAME
    OPEN OUTPUT FD-QUEST-FILE
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > PLAYER-QUEST-COUNT(LK-PLAYER-ID)
        MOVE SPACES TO QUEST-FILE-LINE
        IF PLAYER-QUEST-PERIOD(LK-PLAYER-ID, SLOT-INDEX) = 1
            MOVE "D" TO QUEST-FILE-PERIOD
            MOVE PLAYER-QUEST-DAY(LK-PLAYER-ID) TO QUEST-FILE-DATE
        ELSE
            MOVE "W" TO QUEST-FILE-PERIOD
            MOVE PLAYER-QUEST-WEEK(LK-PLAYER-ID) TO QUEST-FILE-DATE
        END-IF
        MOVE PLAYER-QUEST-KEY(LK-PLAYER-ID, SLOT-INDEX) TO QUEST-FILE-KEY
        MOVE PLAYER-QUEST-PROGRESS(LK-PLAYER-ID, SLOT-INDEX)
            TO QUEST-FILE-PROGRESS
        MOVE PLAYER-QUEST-DONE(LK-PLAYER-ID, SLOT-INDEX)
            TO QUEST-FILE-DONE
        WRITE QUEST-FILE-LINE
    END-PERFORM
    CLOSE FD-QUEST-FILE
    GOBACK.

END PROGRAM Quests-Save.

*> --- Quests-OnConnect ---
*> Restores a connecting player's quests for the current day and week
*> from their file - lines for an earlier day or week, or for a quest
*> no longer on the board, are left behind - then lets Quests-Refresh
*> draw whatever is missing and tells the player about a fresh board.
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-OnConnect.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-QUEST-FILE
        ASSIGN TO QUEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-QUEST-FILE.
    COPY DD-QUEST-FILE.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-QUESTS.
    01 QUEST-FILE-NAME           PIC X(64).
    01 TODAY                     PIC X(8).
    01 WEEK-START                PIC X(8).
    01 DEF-INDEX                 BINARY-LONG UNSIGNED.
    01 FOUND-DEF                 BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE SPACES TO PLAYER-QUEST-DAY(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-QUEST-WEEK(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-QUEST-COUNT(LK-PLAYER-ID)
    CALL "Quests-Dates" USING TODAY WEEK-START
    CALL "Quests-FileName" USING PLAYER-UUID(LK-PLAYER-ID)
        QUEST-FILE-NAME

    OPEN INPUT FD-QUEST-FILE
    PERFORM UNTIL EXIT
        READ FD-QUEST-FILE
            AT END
                EXIT PERFORM
            NOT AT END
                PERFORM RESTORE-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE FD-QUEST-FILE

    CALL "Quests-Refresh" USING LK-PLAYER-ID
    GOBACK.

RESTORE-ONE-LINE.
    IF PLAYER-QUEST-COUNT(LK-PLAYER-ID) >= 8
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN QUEST-FILE-PERIOD = "D" AND QUEST-FILE-DATE = TODAY
            MOVE TODAY TO PLAYER-QUEST-DAY(LK-PLAYER-ID)
        WHEN QUEST-FILE-PERIOD = "W" AND QUEST-FILE-DATE = WEEK-START
            MOVE WEEK-START TO PLAYER-QUEST-WEEK(LK-PLAYER-ID)
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE 0 TO FOUND-DEF
    PERFORM VARYING DEF-INDEX FROM 1 BY 1
            UNTIL DEF-INDEX > QUEST-COUNT OR FOUND-DEF NOT = 0
        IF QUEST-KEY(DEF-INDEX) = QUEST-FILE-KEY
            MOVE DEF-INDEX TO FOUND-DEF
        END-IF
    END-PERFORM
    IF FOUND-DEF = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PLAYER-QUEST-COUNT(LK-PLAYER-ID)
    MOVE PLAYER-QUEST-COUNT(LK-PLAYER-ID) TO SLOT-INDEX
    MOVE QUEST-FILE-KEY TO PLAYER-QUEST-KEY(LK-PLAYER-ID, SLOT-INDEX)
    MOVE FOUND-DEF TO PLAYER-QUEST-DEF(LK-PLAYER-ID, SLOT-INDEX)
    MOVE QUEST-PERIOD(FOUND-DEF)
        TO PLAYER-QUEST-PERIOD(LK-PLAYER-ID, SLOT-INDEX)
    MOVE QUEST-FILE-PROGRESS
        TO PLAYER-QUEST-PROGRESS(LK-PLAYER-ID, SLOT-INDEX)
    MOVE QUEST-FILE-DONE TO PLAYER-QUEST-DONE(LK-PLAYER-ID, SLOT-INDEX).

END PROGRAM Quests-OnConnect.

*> --- Quests-Refresh ---
*> Rolls a player's board over when the day or the week has turned
*> since it was drawn: the old period's quests go, finished or not,
*> and quests-daily-count (or quests-weekly-count) new ones are drawn
*> at random from that period's definitions, never the same one twice
*> in a draw. Cheap when nothing has turned, so every quest event and
*> the QUESTS command call it - a player online across midnight gets
*> the new board without relogging.
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-Refresh.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-QUESTS.
    01 TODAY                     PIC X(8).
    01 WEEK-START                PIC X(8).
    01 DRAW-PERIOD               BINARY-CHAR UNSIGNED.
    01 DRAW-COUNT                BINARY-LONG-LONG.
    01 DRAW-INDEX                BINARY-LONG UNSIGNED.
    01 PICK-INDEX                BINARY-LONG UNSIGNED.
    01 CANDIDATE-COUNT           BINARY-LONG UNSIGNED.
    01 CANDIDATE-TABLE.
        05 CANDIDATE-DEF OCCURS 32 TIMES BINARY-LONG UNSIGNED.
    01 SWAP-DEF                  BINARY-LONG UNSIGNED.
    01 DEF-INDEX                 BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 KEEP-INDEX                BINARY-LONG UNSIGNED.
    01 BOARD-CHANGED             BINARY-CHAR UNSIGNED.
    01 CATALOG-MESSAGE           PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO BOARD-CHANGED
    CALL "Quests-Dates" USING TODAY WEEK-START
    IF PLAYER-QUEST-DAY(LK-PLAYER-ID) NOT = TODAY
        MOVE 1 TO DRAW-PERIOD
        CALL "Config-GetNumber" USING "quests-daily-count" 3 DRAW-COUNT
        PERFORM DRAW-PERIOD-QUESTS
        MOVE TODAY TO PLAYER-QUEST-DAY(LK-PLAYER-ID)
    END-IF
    IF PLAYER-QUEST-WEEK(LK-PLAYER-ID) NOT = WEEK-START
        MOVE 2 TO DRAW-PERIOD
        CALL "Config-GetNumber" USING "quests-weekly-count" 2 DRAW-COUNT
        PERFORM DRAW-PERIOD-QUESTS
        MOVE WEEK-START TO PLAYER-QUEST-WEEK(LK-PLAYER-ID)
    END-IF
    IF BOARD-CHANGED = 0
        GOBACK
    END-IF

    CALL "Quests-Save" USING LK-PLAYER-ID
    CALL "Messages-GetPlayer" USING LK-PLAYER-ID "quests-new"
        "New quests are up - type /quests to see them" " "
        CATALOG-MESSAGE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
        CATALOG-MESSAGE
    GOBACK.

DRAW-PERIOD-QUESTS.
    MOVE 1 TO BOARD-CHANGED
    *> the period's old quests leave the board
    MOVE 0 TO KEEP-INDEX
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > PLAYER-QUEST-COUNT(LK-PLAYER-ID)
        IF PLAYER-QUEST-PERIOD(LK-PLAYER-ID, SLOT-INDEX) NOT = DRAW-PERIOD
            ADD 1 TO KEEP-INDEX
            MOVE PLAYER-QUEST-SLOT(LK-PLAYER-ID, SLOT-INDEX)
                TO PLAYER-QUEST-SLOT(LK-PLAYER-ID, KEEP-INDEX)
        END-IF
    END-PERFORM
    MOVE KEEP-INDEX TO PLAYER-QUEST-COUNT(LK-PLAYER-ID)

    MOVE 0 TO CANDIDATE-COUNT
    PERFORM VARYING DEF-INDEX FROM 1 BY 1 UNTIL DEF-INDEX > QUEST-COUNT
        IF QUEST-PERIOD(DEF-INDEX) = DRAW-PERIOD
            ADD 1 TO CANDIDATE-COUNT
            MOVE DEF-INDEX TO CANDIDATE-DEF(CANDIDATE-COUNT)
        END-IF
    END-PERFORM

    *> a partial shuffle: each pick swaps a random remaining candidate
    *> to the front, so no quest is drawn twice
    PERFORM VARYING DRAW-INDEX FROM 1 BY 1
            UNTIL DRAW-INDEX > DRAW-COUNT
            OR DRAW-INDEX > CANDIDATE-COUNT
            OR PLAYER-QUEST-COUNT(LK-PLAYER-ID) >= 8
        COMPUTE PICK-INDEX = DRAW-INDEX + FUNCTION INTEGER(
            FUNCTION RANDOM * (CANDIDATE-COUNT - DRAW-INDEX + 1))
        IF PICK-INDEX > CANDIDATE-COUNT
            MOVE CANDIDATE-COUNT TO PICK-INDEX
        END-IF
        MOVE CANDIDATE-DEF(PICK-INDEX) TO SWAP-DEF
        MOVE CANDIDATE-DEF(DRAW-INDEX) TO CANDIDATE-DEF(PICK-INDEX)
        MOVE SWAP-DEF TO CANDIDATE-DEF(DRAW-INDEX)

        ADD 1 TO PLAYER-QUEST-COUNT(LK-PLAYER-ID)
        MOVE PLAYER-QUEST-COUNT(LK-PLAYER-ID) TO SLOT-INDEX
        MOVE QUEST-KEY(SWAP-DEF)
            TO PLAYER-QUEST-KEY(LK-PLAYER-ID, SLOT-INDEX)
        MOVE SWAP-DEF TO PLAYER-QUEST-DEF(LK-PLAYER-ID, SLOT-INDEX)
        MOVE DRAW-PERIOD TO PLAYER-QUEST-PERIOD(LK-PLAYER-ID, SLOT-INDEX)
        MOVE 0 TO PLAYER-QUEST-PROGRESS(LK-PLAYER-ID, SLOT-INDEX)
        MOVE 0 TO PLAYER-QUEST-DONE(LK-PLAYER-ID, SLOT-INDEX)
    END-PERFORM.

END PROGRAM Quests-Refresh.

*> --- Quests-OnEvent ---
*> One observed event for the quest board: every unfinished quest the
*> player holds on that event type whose target matches the name moves
*> on by the amount, and one that reaches its goal pays out - coins
*> from the quest pool through the ledger (reason QUEST), experience
*> through Players-AwardXP - with a gold line to the player.
*> Event types are those of QUEST-TYPE: 1 break (a block state name),
*> 2 fish, 3 craft, 4 smelt (item names), 5 kill (an entity type
*> name), 6 walk (blocks walked).
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-OnEvent.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-QUESTS.
    01 C-POOL-SEED               PIC X(16) VALUE "questpool".
    01 C-POOL-SEED-LEN           BINARY-LONG UNSIGNED VALUE 9.
    01 POOL-UUID                 PIC X(16).
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 DEF-INDEX                 BINARY-LONG UNSIGNED.
    01 TARGET-MATCHES            BINARY-CHAR UNSIGNED.
    01 TARGET-LENGTH             BINARY-LONG UNSIGNED.
    01 NAME-LENGTH               BINARY-LONG UNSIGNED.
    01 ANY-COMPLETED             BINARY-CHAR UNSIGNED.
    01 COINS-DISPLAY             PIC Z(8)9.
    01 XP-DISPLAY                PIC Z(8)9.
    01 DONE-TEXT                 PIC X(160).
    01 DONE-JSON                 PIC X(512).
    01 DONE-JSON-LEN             BINARY-LONG UNSIGNED.
    01 LOG-TEXT                  PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-EVENT-TYPE             BINARY-CHAR UNSIGNED.
    01 LK-NAME                   PIC X ANY LENGTH.
    01 LK-AMOUNT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-EVENT-TYPE LK-NAME LK-AMOUNT.
    IF LK-AMOUNT = 0 OR PLAYER-CLIENT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    CALL "Quests-Refresh" USING LK-PLAYER-ID
    COMPUTE NAME-LENGTH = FUNCTION STORED-CHAR-LENGTH(LK-NAME)
    MOVE 0 TO ANY-COMPLETED

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1
            UNTIL SLOT-INDEX > PLAYER-QUEST-COUNT(LK-PLAYER-ID)
        MOVE PLAYER-QUEST-DEF(LK-PLAYER-ID, SLOT-INDEX) TO DEF-INDEX
        IF PLAYER-QUEST-DONE(LK-PLAYER-ID, SLOT-INDEX) = 0
                AND QUEST-TYPE(DEF-INDEX) = LK-EVENT-TYPE
            PERFORM MATCH-TARGET
            IF TARGET-MATCHES NOT = 0
                ADD LK-AMOUNT
                    TO PLAYER-QUEST-PROGRESS(LK-PLAYER-ID, SLOT-INDEX)
                IF PLAYER-QUEST-PROGRESS(LK-PLAYER-ID, SLOT-INDEX)
                        >= QUEST-GOAL(DEF-INDEX)
                    PERFORM COMPLETE-QUEST
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF ANY-COMPLETED NOT = 0
        CALL "Quests-Save" USING LK-PLAYER-ID
    END-IF
    GOBACK.

MATCH-TARGET.
    *> "*" is anything, "*suffix" a family of names, else the full name
    MOVE 0 TO TARGET-MATCHES
    COMPUTE TARGET-LENGTH =
        FUNCTION STORED-CHAR-LENGTH(QUEST-TARGET(DEF-INDEX))
    EVALUATE TRUE
        WHEN QUEST-TARGET(DEF-INDEX) = "*"
            MOVE 1 TO TARGET-MATCHES
        WHEN QUEST-TARGET(DEF-INDEX)(1:1) = "*"
            IF NAME-LENGTH >= TARGET-LENGTH - 1
                    AND LK-NAME(NAME-LENGTH - TARGET-LENGTH + 2:
                        TARGET-LENGTH - 1)
                    = QUEST-TARGET(DEF-INDEX)(2:TARGET-LENGTH - 1)
                MOVE 1 TO TARGET-MATCHES
            END-IF
        WHEN NAME-LENGTH > 0
            IF LK-NAME(1:NAME-LENGTH) = QUEST-TARGET(DEF-INDEX)
                MOVE 1 TO TARGET-MATCHES
            END-IF
    END-EVALUATE.

COMPLETE-QUEST.
    MOVE QUEST-GOAL(DEF-INDEX)
        TO PLAYER-QUEST-PROGRESS(LK-PLAYER-ID, SLOT-INDEX)
    MOVE 1 TO PLAYER-QUEST-DONE(LK-PLAYER-ID, SLOT-INDEX)
    MOVE 1 TO ANY-COMPLETED

    IF QUEST-COINS(DEF-INDEX) > 0
        ADD QUEST-COINS(DEF-INDEX) TO PLAYER-BALANCE(LK-PLAYER-ID)
        CALL "UUID-OfflineFromName" USING C-POOL-SEED C-POOL-SEED-LEN
            POOL-UUID
        CALL "Economy-LogTransaction" USING POOL-UUID
            PLAYER-UUID(LK-PLAYER-ID) QUEST-COINS(DEF-INDEX) "QUEST"
    END-IF
    IF QUEST-XP(DEF-INDEX) > 0
        CALL "Players-AwardXP" USING LK-PLAYER-ID QUEST-XP(DEF-INDEX)
    END-IF

    MOVE QUEST-COINS(DEF-INDEX) TO COINS-DISPLAY
    MOVE QUEST-XP(DEF-INDEX) TO XP-DISPLAY
    MOVE SPACES TO DONE-TEXT
    STRING "Quest complete: " FUNCTION TRIM(QUEST-TITLE(DEF-INDEX))
        " (+" FUNCTION TRIM(COINS-DISPLAY) " coins, +"
        FUNCTION TRIM(XP-DISPLAY) " xp)"
        DELIMITED BY SIZE INTO DONE-TEXT
    CALL "Json-BuildComponent" USING DONE-TEXT
        FUNCTION STORED-CHAR-LENGTH(DONE-TEXT)
        "gold" 1 DONE-JSON DONE-JSON-LEN
    CALL "SendPacket-SystemChatJson" USING PLAYER-CLIENT(LK-PLAYER-ID)
        DONE-JSON DONE-JSON-LEN

    MOVE SPACES TO LOG-TEXT
    STRING PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        " completed quest " FUNCTION TRIM(QUEST-KEY(DEF-INDEX))
        DELIMITED BY SIZE INTO LOG-TEXT
    CALL "Log-Write" USING "INFO" LOG-TEXT.

END PROGRAM Quests-OnEvent.

*> --- Quests-OnItemEvent ---
*> Quests-OnEvent for the flows that know an item ID rather than a
*> name (crafts claimed, furnace output collected).
IDENTIFICATION DIVISION.
PROGRAM-ID. Quests-OnItemEvent.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 ITEM-NAME                 PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-EVENT-TYPE             BINARY-CHAR UNSIGNED.
    01 LK-ITEM-ID                BINARY-LONG.
    01 LK-AMOUNT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-EVENT-TYPE LK-ITEM-ID
        LK-AMOUNT.
    MOVE SPACES TO ITEM-NAME
    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM LK-ITEM-ID
        ITEM-NAME
    CALL "Quests-OnEvent" USING LK-PLAYER-ID LK-EVENT-TYPE ITEM-NAME
        LK-AMOUNT
    GOBACK.

END PROGRAM Quests-OnItemEvent.

*> --- RegisterCommand-Quests ---
*> Registers QUESTS at permission level 0: today's and this week's
*> quests with progress and rewards. Daily quests turn over at
*> midnight, weekly ones on Monday.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Quests.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Quests"
    CALL "Commands-Register" USING "QUESTS" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-Quests ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Quests.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-QUESTS.
        01 ACTOR                  BINARY-CHAR.
        01 LIST-PERIOD            BINARY-CHAR UNSIGNED.
        01 SLOT-INDEX             BINARY-LONG UNSIGNED.
        01 DEF-INDEX              BINARY-LONG UNSIGNED.
        01 LISTED-COUNT           BINARY-LONG UNSIGNED.
        01 PROGRESS-DISPLAY       PIC Z(8)9.
        01 GOAL-DISPLAY           PIC Z(8)9.
        01 COINS-DISPLAY          PIC Z(8)9.
        01 XP-DISPLAY             PIC Z(8)9.
        01 STATE-TEXT             PIC X(8).
        01 CHAT-LINE              PIC X(160).
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        MOVE COMMANDS-ACTOR-PLAYER TO ACTOR
        IF ACTOR = 0
            STRING "Quests are per player" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
            COMPUTE LK-COMMAND-RESPONSE-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
            GOBACK
        END-IF
        CALL "Quests-Refresh" USING ACTOR

        MOVE "-- Daily quests (new at midnight) --" TO CHAT-LINE
        PERFORM SAY-LINE
        MOVE 1 TO LIST-PERIOD
        PERFORM LIST-QUESTS
        MOVE "-- Weekly quests (new on Monday) --" TO CHAT-LINE
        PERFORM SAY-LINE
        MOVE 2 TO LIST-PERIOD
        PERFORM LIST-QUESTS
        GOBACK.

    LIST-QUESTS.
        MOVE 0 TO LISTED-COUNT
        PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                UNTIL SLOT-INDEX > PLAYER-QUEST-COUNT(ACTOR)
            IF PLAYER-QUEST-PERIOD(ACTOR, SLOT-INDEX) = LIST-PERIOD
                ADD 1 TO LISTED-COUNT
                MOVE PLAYER-QUEST-DEF(ACTOR, SLOT-INDEX) TO DEF-INDEX
                MOVE PLAYER-QUEST-PROGRESS(ACTOR, SLOT-INDEX)
                    TO PROGRESS-DISPLAY
                MOVE QUEST-GOAL(DEF-INDEX) TO GOAL-DISPLAY
                MOVE QUEST-COINS(DEF-INDEX) TO COINS-DISPLAY
                MOVE QUEST-XP(DEF-INDEX) TO XP-DISPLAY
                IF PLAYER-QUEST-DONE(ACTOR, SLOT-INDEX) NOT = 0
                    MOVE "[done]" TO STATE-TEXT
                ELSE
                    MOVE "[ ]" TO STATE-TEXT
                END-IF
                MOVE SPACES TO CHAT-LINE
                STRING FUNCTION TRIM(STATE-TEXT) " "
                    FUNCTION TRIM(QUEST-TITLE(DEF-INDEX)) " - "
                    FUNCTION TRIM(PROGRESS-DISPLAY) "/"
                    FUNCTION TRIM(GOAL-DISPLAY) ", reward "
                    FUNCTION TRIM(COINS-DISPLAY) " coins, "
                    FUNCTION TRIM(XP-DISPLAY) " xp"
                    DELIMITED BY SIZE INTO CHAT-LINE
                PERFORM SAY-LINE
            END-IF
        END-PERFORM
        IF LISTED-COUNT = 0
            MOVE "none" TO CHAT-LINE
            PERFORM SAY-LINE
        END-IF.

    SAY-LINE.
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(ACTOR)
            CHAT-LINE.

    END PROGRAM Callback-Quests.

END PROGRAM RegisterCommand-Quests.
