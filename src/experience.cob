*> low-tier vanilla cost of 17 points each - the progression features
*> hanging off levels (enchanting, trading) care about relative standing,
*> not the exact high-level curve, so the flat cost keeps the arithmetic
*> honest and auditable. A running XP booster scales every award.
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-AwardXP.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 XP-AMOUNT                 BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-AMOUNT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-AMOUNT.
    MOVE LK-AMOUNT TO XP-AMOUNT
    CALL "Boosters-Apply" USING "XP" XP-AMOUNT
    ADD XP-AMOUNT TO PLAYER-XP-TOTAL(LK-PLAYER-ID)
    CALL "Players-SyncExperience" USING LK-PLAYER-ID
    GOBACK.

*> refreshes the sidebar that displays it, and awards the break's worth
*> of experience. Whatever dispatches the digging packets should call
*> this once per completed break, the same way Players-RecordAction is
*> the single place packet activity is stamped. The block that broke
*> and where are passed on to Mining-RecordBreak, which tallies stone,
*> deepslate and the valuable ores for the x-ray report.
IDENTIFICATION DIVISION.
PROGRAM-ID. Players-RecordBlockBroken.

    01 ADVANCEMENT-VALUE         BINARY-LONG-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-BLOCK-ID               BINARY-LONG.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-BLOCK-ID LK-POSITION.
    ADD 1 TO PLAYER-STAT-BLOCKS-BROKEN(LK-PLAYER-ID)
    CALL "Mining-RecordBreak" USING LK-PLAYER-ID LK-BLOCK-ID LK-POSITION
    CALL "Players-BroadcastStats" USING LK-PLAYER-ID
    CALL "Players-AwardXP" USING LK-PLAYER-ID C-XP-PER-BREAK
    *> block-count milestones pop here, off the same tally
