*> --- Holograms-Init ---
*> Clears the hologram table, reloads placements from
*> save/holograms.dat ("x y z column" lines) and respawns each one's
*> text-display entity, and reads the duel ladder's top three
*> ("name rating" lines) from save/duel-ladder.dat. Called at startup
*> after Entities-Init.
IDENTIFICATION DIVISION.
PROGRAM-ID. Holograms-Init.

    SELECT OPTIONAL FD-HOLOGRAMS
        ASSIGN TO "save/holograms.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-LADDER
        ASSIGN TO "save/duel-ladder.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-HOLOGRAMS.
    01 HOLOGRAM-LINE             PIC X(64).
FD FD-LADDER.
    01 LADDER-LINE               PIC X(64).
WORKING-STORAGE SECTION.
    COPY DD-HOLOGRAMS.
    01 HOLOGRAM-INDEX            BINARY-LONG UNSIGNED.
    01 NOT-HOSTILE               BINARY-CHAR UNSIGNED VALUE 0.
    01 DISPLAY-TYPE-NAME         PIC X(32)
                                  VALUE "minecraft:text_display".
    01 LADDER-NAME               PIC X(16).
    01 LADDER-RATING             PIC X(12).
    01 LADDER-RANK               BINARY-LONG UNSIGNED.
    01 RANK-DISPLAY              PIC 9.

PROCEDURE DIVISION.
    MOVE 0 TO HOLOGRAM-REFRESH-COUNTER
        END-READ
    END-PERFORM
    CLOSE FD-HOLOGRAMS

    MOVE SPACES TO HOLOGRAM-LADDER-TEXT
    MOVE 0 TO LADDER-RANK
    OPEN INPUT FD-LADDER
    PERFORM UNTIL EXIT
        IF LADDER-RANK >= 3
            EXIT PERFORM
        END-IF
        READ FD-LADDER
            AT END
                EXIT PERFORM
            NOT AT END
                IF LADDER-LINE NOT = SPACES
                    MOVE SPACES TO LADDER-NAME
                    MOVE SPACES TO LADDER-RATING
                    UNSTRING LADDER-LINE DELIMITED BY ALL " "
                        INTO LADDER-NAME LADDER-RATING
                    ADD 1 TO LADDER-RANK
                    MOVE LADDER-RANK TO RANK-DISPLAY
                    IF LADDER-RANK = 1
                        STRING RANK-DISPLAY ". " FUNCTION TRIM(LADDER-NAME)
                            " (" FUNCTION TRIM(LADDER-RATING) ")"
                            DELIMITED BY SIZE INTO HOLOGRAM-LADDER-TEXT
                    ELSE
                        STRING FUNCTION TRIM(HOLOGRAM-LADDER-TEXT) "  "
                            RANK-DISPLAY ". " FUNCTION TRIM(LADDER-NAME)
                            " (" FUNCTION TRIM(LADDER-RATING) ")"
                            DELIMITED BY SIZE INTO HOLOGRAM-LADDER-TEXT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-LADDER
    GOBACK.

END PROGRAM Holograms-Init.
*> minute): the best standing among CONNECTED players on the bound
*> column, pushed to everyone near the display. The offline leaderboard
*> stays Leaderboard-Report's job - a tick-path pass re-reading every
*> save file each minute is exactly the stall that report avoids. The
*> duel-ladder column shows what Holograms-Init read of the weekly
*> ladder instead.
IDENTIFICATION DIVISION.
PROGRAM-ID. Holograms-Tick.

    GOBACK.

REFRESH-ONE-HOLOGRAM.
    IF HOLOGRAM-COLUMN(HOLOGRAM-INDEX) = 4
        MOVE SPACES TO DISPLAY-TEXT
        IF HOLOGRAM-LADDER-TEXT NOT = SPACES
            STRING "Duel ladder: " FUNCTION TRIM(HOLOGRAM-LADDER-TEXT)
                DELIMITED BY SIZE INTO DISPLAY-TEXT
        ELSE
            MOVE "Duel ladder: nobody yet" TO DISPLAY-TEXT
        END-IF
        PERFORM SEND-HOLOGRAM-TEXT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO BEST-PLAYER
    MOVE 0 TO BEST-VALUE
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        STRING FUNCTION TRIM(COLUMN-TITLE) ": nobody yet"
            DELIMITED BY SIZE INTO DISPLAY-TEXT
    END-IF
    PERFORM SEND-HOLOGRAM-TEXT.

SEND-HOLOGRAM-TEXT.
    CALL "World-GetNearbyPlayers" USING NO-EXCLUDED-PLAYER
        HOLOGRAM-POSITION(HOLOGRAM-INDEX) LK-NEARBY-PLAYERS
    PERFORM VARYING NEARBY-INDEX FROM 1 BY 1
*> --- RegisterCommand-Hologram ---
*> Registers HOLOGRAM at permission level 2 (the event-host tier, like
*> SETWARP):
*>   hologram set <playtime|blocks|balance|ladder> - place one where
*>                                                   you stand
*>   hologram clear                                - remove the nearest one
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Hologram.

                        MOVE 2 TO PARSED-COLUMN
                    WHEN "BALANCE"
                        MOVE 3 TO PARSED-COLUMN
                    WHEN "LADDER"
                        MOVE 4 TO PARSED-COLUMN
                    WHEN OTHER
                        STRING "Columns: playtime, blocks, balance, ladder"
                            DELIMITED BY SIZE
                            INTO LK-COMMAND-RESPONSE-TEXT
                        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
