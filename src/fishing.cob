*> it in: inside the bite window the weighted loot list pays through
*> GroundItems-Spawn at the angler's feet (fish mostly, junk often
*> enough to sting, treasure rarely), and the rod wears a point either
*> way, per vanilla. A running FISHING booster scales the catch - the
*> stackable part of it; boots and saddles stay one apiece.
IDENTIFICATION DIVISION.
PROGRAM-ID. Fishing-Use.

    01 LOOT-ITEM-ID              BINARY-LONG.
    01 ITEM-ID-VALID             BINARY-CHAR UNSIGNED.
    01 DROP-COUNT                BINARY-LONG UNSIGNED VALUE 1.
    01 LOOT-COUNT                BINARY-LONG.
    01 DROP-DAMAGE               BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-LENGTH           BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-NBT-DATA             PIC X(2048) VALUE SPACES.
    01 ENTITY-ID-DISPLAY         PIC 9(10).
    01 HELD-SLOT                 BINARY-CHAR UNSIGNED.
    01 WEAR-AMOUNT               BINARY-LONG UNSIGNED VALUE 1.
    01 QUEST-EVENT-TYPE          BINARY-CHAR UNSIGNED VALUE 2.
    01 QUEST-AMOUNT              BINARY-LONG UNSIGNED VALUE 1.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

    CALL "Items-Get-Id" USING LOOT-ITEM-NAME LOOT-ITEM-ID
    CALL "Players-ValidateItemId" USING LOOT-ITEM-ID ITEM-ID-VALID
    IF ITEM-ID-VALID NOT = 0
        MOVE 1 TO LOOT-COUNT
        IF LOOT-ITEM-NAME NOT = "minecraft:leather_boots"
                AND LOOT-ITEM-NAME NOT = "minecraft:saddle"
            CALL "Boosters-Apply" USING "FISHING" LOOT-COUNT
        END-IF
        MOVE LOOT-COUNT TO DROP-COUNT
        CALL "GroundItems-Spawn" USING PLAYER-POSITION(LK-PLAYER-ID)
            LOOT-ITEM-ID DROP-COUNT DROP-DAMAGE DROP-NBT-LENGTH
            DROP-NBT-DATA
    END-IF
    *> a fisher by trade earns on the catch
    CALL "Jobs-OnCatch" USING LK-PLAYER-ID
    *> and the catch counts towards a fishing quest
    CALL "Quests-OnEvent" USING LK-PLAYER-ID QUEST-EVENT-TYPE
        LOOT-ITEM-NAME QUEST-AMOUNT.

END PROGRAM Fishing-Use.

