*> --- Advancements-Init ---
*> Loads the advancement criteria from save/advancements.txt (one
*> "key trigger threshold title..." line each, trigger one of CRAFT/
*> SMELT/BLOCKS/WALK/END/DRAGON), seeding the starter set when the file is absent
*> so a fresh server has progression from the first session.
IDENTIFICATION DIVISION.
PROGRAM-ID. Advancements-Init.
            MOVE 3 TO ADVANCEMENT-TRIGGER(ADVANCEMENT-COUNT)
        WHEN "WALK"
            MOVE 4 TO ADVANCEMENT-TRIGGER(ADVANCEMENT-COUNT)
        WHEN "END"
            MOVE 5 TO ADVANCEMENT-TRIGGER(ADVANCEMENT-COUNT)
        WHEN "DRAGON"
            MOVE 6 TO ADVANCEMENT-TRIGGER(ADVANCEMENT-COUNT)
        WHEN OTHER
            SUBTRACT 1 FROM ADVANCEMENT-COUNT
            CALL "Log-Write" USING "WARN"
    END-IF.

SEED-DEFAULT-DEFS.
    MOVE 7 TO ADVANCEMENT-COUNT
    MOVE "first-craft" TO ADVANCEMENT-KEY(1)
    MOVE 1 TO ADVANCEMENT-TRIGGER(1)
    MOVE 1 TO ADVANCEMENT-THRESHOLD(1)
    MOVE "marathon" TO ADVANCEMENT-KEY(5)
    MOVE 4 TO ADVANCEMENT-TRIGGER(5)
    MOVE 42195 TO ADVANCEMENT-THRESHOLD(5)
    MOVE "Marathon" TO ADVANCEMENT-TITLE(5)
    MOVE "enter-the-end" TO ADVANCEMENT-KEY(6)
    MOVE 5 TO ADVANCEMENT-TRIGGER(6)
    MOVE 1 TO ADVANCEMENT-THRESHOLD(6)
    MOVE "The End?" TO ADVANCEMENT-TITLE(6)
    MOVE "free-the-end" TO ADVANCEMENT-KEY(7)
    MOVE 6 TO ADVANCEMENT-TRIGGER(7)
    MOVE 1 TO ADVANCEMENT-THRESHOLD(7)
    MOVE "Free the End" TO ADVANCEMENT-TITLE(7).

END PROGRAM Advancements-Init.

    01 VIEWER-INDEX              BINARY-CHAR.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    *> 1 = craft, 2 = smelt, 3 = blocks broken, 4 = distance walked,
    *> 5 = entered the end, 6 = the dragon slain
    01 LK-TRIGGER                BINARY-CHAR UNSIGNED.
    01 LK-VALUE                  BINARY-LONG-LONG.

