        05 DEATH-Z               BINARY-LONG.
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 GRAVE-CREATED             BINARY-CHAR UNSIGNED.
    01 DUEL-HANDLED              BINARY-CHAR UNSIGNED.
    *> how long a hit keeps kill credit: 30 seconds, the usual
    *> combat-log window
    01 C-COMBAT-CREDIT-TICKS     BINARY-LONG-LONG UNSIGNED VALUE 600.
    01 LK-SOURCE-NAME            PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-SOURCE-NAME.
    *> losing a duel is not a death: no grave, no drop, no experience
    *> lost - Duels-Settle sends both sides back as they came
    CALL "Duels-OnDeath" USING LK-PLAYER-ID DUEL-HANDLED
    IF DUEL-HANDLED NOT = 0
        GOBACK
    END-IF

    ADD 1 TO PLAYER-STAT-DEATH-COUNT(LK-PLAYER-ID)
    CALL "Players-BroadcastStats" USING LK-PLAYER-ID

    CALL "Sounds-Broadcast" USING "death" DEATH-POSITION
    MOVE DEATH-POSITION TO PLAYER-LAST-DEATH-POSITION(LK-PLAYER-ID)
    MOVE 1 TO PLAYER-BACK-AVAILABLE(LK-PLAYER-ID)
    *> what was carried at the moment of death, for SNAPSHOT restore
    CALL "Snapshots-Take" USING LK-PLAYER-ID "death"
    MOVE 0 TO PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, 1)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, 1)
    MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(LK-PLAYER-ID, 1)
    END-PERFORM

    *> respawn: the player's bed point when they have slept in one,
    *> otherwise world spawn of the dimension they died in - except
    *> the End, which has no spawn of its own and sends the dead home
    *> to the overworld's; full vitals, and no fall carried over from
    *> the death
    IF PLAYER-RESPAWN-SET(LK-PLAYER-ID) NOT = 0
        MOVE PLAYER-RESPAWN-DIMENSION(LK-PLAYER-ID)
            TO PLAYER-DIMENSION(LK-PLAYER-ID)
        MOVE PLAYER-RESPAWN-POSITION(LK-PLAYER-ID)
            TO PLAYER-POSITION(LK-PLAYER-ID)
    ELSE
        IF PLAYER-DIMENSION(LK-PLAYER-ID) = "minecraft:the_end"
            MOVE "minecraft:overworld" TO PLAYER-DIMENSION(LK-PLAYER-ID)
        END-IF
        CALL "World-GetSpawnPosition" USING
            PLAYER-X(LK-PLAYER-ID) PLAYER-Y(LK-PLAYER-ID)
            PLAYER-Z(LK-PLAYER-ID)
