IDENTIFICATION DIVISION.
PROGRAM-ID. StatsPublish-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-STATS-PUBLISH.

PROCEDURE DIVISION.
    CALL "StatsPublish-Configure"
    MOVE 0 TO STATS-PUBLISH-COUNTER
    GOBACK.

END PROGRAM StatsPublish-Init.

*> --- StatsPublish-Configure ---
*> The followed stat and refresh interval, read at startup and again by
*> Config-Reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. StatsPublish-Configure.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-STATS-PUBLISH.
    IF STATS-PUBLISH-INTERVAL < 20
        MOVE 20 TO STATS-PUBLISH-INTERVAL
    END-IF
    GOBACK.

END PROGRAM StatsPublish-Configure.

*> --- StatsPublish-Tick ---
*> Called once per tick from World-Tick. Every publish interval, pushes
