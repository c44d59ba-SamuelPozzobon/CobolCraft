    MOVE 0 TO BROADCAST-MESSAGE-COUNT
    MOVE 1 TO BROADCAST-NEXT-INDEX
    MOVE 0 TO BROADCAST-COUNTER
    CALL "Broadcast-Configure"

    OPEN INPUT FD-BROADCAST-MESSAGES
    PERFORM UNTIL EXIT

END PROGRAM Broadcast-Init.

*> --- Broadcast-Configure ---
*> The rotation interval, read at startup and again by Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Broadcast-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BROADCAST.

PROCEDURE DIVISION.
    CALL "Config-GetNumber" USING "broadcast-interval-ticks" 12000
        BROADCAST-INTERVAL-TICKS
    IF BROADCAST-INTERVAL-TICKS < 1
        MOVE 12000 TO BROADCAST-INTERVAL-TICKS
    END-IF
    GOBACK.

END PROGRAM Broadcast-Configure.

*> --- Broadcast-Tick ---
*> Called once per server tick from World-Tick. Every
*> BROADCAST-INTERVAL-TICKS, sends the next message in the rotation to
